           MOVE LOT-ENTRY TO LOT-NUMBER.
           MOVE LOT-DATE-ENTRY TO LOT-EXPIRY-DATE.
           MOVE THE-QUANTITY TO LOT-QTY-REMAINING.
           MOVE SPACE TO LOT-STATUS.
           WRITE PRODUCT-LOT-RECORD
                     INVALID KEY
                     DISPLAY "ERROR WRITING PRODLOT.DAT - STATUS "
                     MOVE LOCATION-ENTRY TO MOVEMENT-LOCATION
           ELSE
                     MOVE SPACE TO MOVEMENT-LOCATION.
           MOVE "KY" TO MOVEMENT-SOURCE.
           IF COST-WAS-KEYED = "Y"
                     MOVE THE-KEYED-COST TO MOVEMENT-UNIT-COST
           ELSE
                     MOVE PRODUCT-UNIT-COST TO MOVEMENT-UNIT-COST.
           WRITE MOVEMENT-RECORD.
           IF MOVEMENT-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING PRODMOVE.DAT - STATUS "
