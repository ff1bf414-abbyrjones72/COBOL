      ******************************************************************
      * WAPEXCP - shared record layout for APEXCP.DAT, the AP match-
      * exception list. APVCH01 appends one row for every vendor
      * invoice line that fails the three-way match - billed beyond
      * what PORCV01 has received and not yet billed, or at a unit
      * cost other than the PO's - with the figures on both sides,
      * so the buyer can take it up with the vendor. An exception
      * line is never made payable; once settled with the vendor it
      * is keyed again on a voucher of its own.
      *     Q - QUANTITY BILLED OVER RECEIVED
      *     C - UNIT COST DIFFERS FROM THE PO
      ******************************************************************
       01  AP-EXCEPTION-RECORD.
                 05 APEXC-DATE             PIC 9(8).
                 05 APEXC-VENDOR-NUMBER    PIC 9(5).
                 05 APEXC-VENDOR-INVOICE   PIC X(15).
                 05 APEXC-PO-NUMBER        PIC 9(7).
                 05 APEXC-PO-LINE          PIC 9(3).
                 05 APEXC-PRODUCT-CODE     PIC X(10).
                 05 APEXC-REASON           PIC X(1).
                           88 APEXC-IS-OVER-RECEIVED VALUE "Q".
                           88 APEXC-IS-COST-VARIANCE VALUE "C".
                 05 APEXC-BILLED-QTY       PIC 9(5).
                 05 APEXC-BILLED-COST      PIC 9(7)V99.
                 05 APEXC-BILLABLE-QTY     PIC 9(5).
                 05 APEXC-PO-COST          PIC 9(7)V99.
                 05 APEXC-OPERATOR-ID      PIC X(10).
