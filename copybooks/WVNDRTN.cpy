      ******************************************************************
      * WVNDRTN - shared record layout for VENDRTN.DAT, the return-
      * to-vendor log. PORTN01 appends one row for every return it
      * ships back against a received PO line, with the reason the
      * goods went back, after taking the quantity off hand with an
      * issue-type PRODMOVE.DAT row and adding it to the line's
      * returned quantity on POLINE.DAT.
      ******************************************************************
       01  VENDOR-RETURN-RECORD.
                 05 VNDRTN-DATE            PIC 9(8).
                 05 VNDRTN-PO-NUMBER       PIC 9(7).
                 05 VNDRTN-LINE-NUMBER     PIC 9(3).
                 05 VNDRTN-VENDOR-NUMBER   PIC 9(5).
                 05 VNDRTN-PRODUCT-CODE    PIC X(10).
                 05 VNDRTN-QUANTITY        PIC 9(5).
                 05 VNDRTN-UNIT-COST       PIC 9(7)V99.
                 05 VNDRTN-REASON          PIC X(40).
                 05 VNDRTN-OPERATOR-ID     PIC X(10).
      * THE LOT THE GOODS CAME FROM (BLANK WHEN NONE WAS KEYED) AND
      * THE DEBIT MEMO ON APITEM.DAT THAT CHARGES THE RETURN BACK TO
      * THE VENDOR - ITS VOUCHER NUMBER IS ALSO THE RETURN
      * AUTHORIZATION NUMBER PRINTED ON THE PACKING DOCUMENT.
                 05 VNDRTN-LOT-NUMBER      PIC X(10).
                 05 VNDRTN-MEMO-NUMBER     PIC 9(7).
