      ******************************************************************
      * WAPLINE - shared record layout for APLINE.DAT, the voucher
      * line detail. APVCH01 appends one row per PO line a vendor
      * invoice billed and matched, under the voucher number the
      * APITEM.DAT open item carries, so every payable dollar can be
      * traced back to the PO line and the receipt it paid for.
      ******************************************************************
       01  AP-LINE-RECORD.
                 05 APLINE-VOUCHER-NUMBER  PIC 9(7).
                 05 APLINE-PO-NUMBER       PIC 9(7).
                 05 APLINE-PO-LINE         PIC 9(3).
                 05 APLINE-PRODUCT-CODE    PIC X(10).
                 05 APLINE-QUANTITY        PIC 9(5).
                 05 APLINE-UNIT-COST       PIC 9(7)V99.
                 05 APLINE-AMOUNT          PIC 9(9)V99.
