      ******************************************************************
      * WPORCPT - shared record layout for PORCPT.DAT, the PO
      * receipt log. PORCV01 appends one row for every receipt it
      * posts against a PO line, alongside the receipt-type
      * PRODMOVE.DAT row, so each delivery can be tied back to its
      * PO, its vendor and the date it was promised. The last cost
      * is what PRODVEND.DAT held for the product and vendor before
      * this receipt refreshed it - zero when there was no cross-
      * reference row or no earlier cost - so the price paid can be
      * set against the price paid last time. VNDSCR01 reads the log
      * for the vendor scorecard.
      ******************************************************************
       01  PO-RECEIPT-RECORD.
                 05 PORCPT-DATE            PIC 9(8).
                 05 PORCPT-PO-NUMBER       PIC 9(7).
                 05 PORCPT-LINE-NUMBER     PIC 9(3).
                 05 PORCPT-VENDOR-NUMBER   PIC 9(5).
                 05 PORCPT-PRODUCT-CODE    PIC X(10).
                 05 PORCPT-QUANTITY        PIC 9(5).
                 05 PORCPT-EXPECTED-DATE   PIC 9(8).
                 05 PORCPT-UNIT-COST       PIC 9(7)V99.
                 05 PORCPT-LAST-COST       PIC 9(7)V99.
                 05 PORCPT-OPERATOR-ID     PIC X(10).
