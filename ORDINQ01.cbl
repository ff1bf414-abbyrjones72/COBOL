      * header with the status spelled out, the ship date once there
      * is one, and the lines with descriptions pulled off
      * PRODUCT.DAT, flagging any line with a waiting BACKORD.DAT
      * row and the date it has been waiting since, and any drop-
      * ship line with its PO and whether the vendor has shipped it
      * yet. Strictly read-only, so a level-1 operator can run it.
      ******************************************************************

       ENVIRONMENT DIVISION.
           DISPLAY "TOTAL:   " ORDER-TOTAL.
           IF ORDER-TAX-AMOUNT NOT = ZERO
                     DISPLAY "TAX:     " ORDER-TAX-AMOUNT.
           IF ORDER-FREIGHT-AMOUNT NOT = ZERO
                     DISPLAY "FREIGHT: " ORDER-FREIGHT-AMOUNT
                             " BY " ORDER-CARRIER.
           IF ORDER-SHIP-TO-CODE = SPACE
                     DISPLAY "SHIP-TO: BILL-TO ADDRESS"
           ELSE
                     DISPLAY "SHIP-TO: " ORDER-SHIP-TO-CODE.
           PERFORM SHOW-THE-LINES.

       SHOW-THE-LINES.
                             LINE-PRODUCT-CODE " "
                             PRODUCT-DESCRIPTION " QTY "
                             LINE-QUANTITY " AT " LINE-UNIT-PRICE.
           IF LINE-ON-MARGIN-HOLD
                     DISPLAY "     ** ON MARGIN HOLD - NEEDS APPROVAL "
                             "IN ORDCHG01 **".
           IF LINE-AWAITS-VENDOR
                     DISPLAY "     ** DROP-SHIP ON PO "
                             LINE-DROP-PO-NUMBER
                             " - AWAITING THE VENDOR **".
           IF LINE-VENDOR-SHIPPED
                     DISPLAY "     ** DROP-SHIP ON PO "
                             LINE-DROP-PO-NUMBER " - VENDOR SHIPPED "
                             LINE-SHIPPED-QUANTITY " **".
           IF LINE-SUBSTITUTED-FOR NOT = SPACE
                     DISPLAY "     ** SUBSTITUTE - CUSTOMER ORDERED "
                             LINE-SUBSTITUTED-FOR " **".

      * CHECK-FOR-A-BACKORDER SCANS THE BACK-ORDER FILE FOR A
      * WAITING ROW MATCHING THIS ORDER AND PRODUCT. NO FILE ON THE
