
       TALLY-ONE-PO-LINE.
           IF POLINE-PRODUCT-CODE = CURRENT-KEY AND
              POLINE-RECEIVED-QTY < POLINE-QUANTITY AND
              POLINE-DROP-ORDER = ZERO
                     COMPUTE ON-ORDER-QUANTITY =
                               ON-ORDER-QUANTITY
                               + POLINE-QUANTITY
