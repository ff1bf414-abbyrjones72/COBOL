
       FD  WORK-LINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-LINE-RECORD               PIC X(130).

       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD.
           MOVE INT-QUANTITY TO MOVEMENT-QUANTITY.
           MOVE INT-OPERATOR-ID TO MOVEMENT-OPERATOR-ID.
           MOVE INT-LOCATION TO MOVEMENT-LOCATION.
           MOVE "OS" TO MOVEMENT-SOURCE.
           MOVE ZERO TO MOVEMENT-UNIT-COST.
           WRITE MOVEMENT-RECORD.

       REMEMBER-THE-STRIP.
                     MOVEMENT-QUANTITY.
           MOVE "ORDRCV01" TO MOVEMENT-OPERATOR-ID.
           MOVE SPACE TO MOVEMENT-LOCATION.
           MOVE "OS" TO MOVEMENT-SOURCE.
           MOVE ZERO TO MOVEMENT-UNIT-COST.
           WRITE MOVEMENT-RECORD.

      * CLEAR-THE-LOG EMPTIES THE INTENT FILE - EVERYTHING IN IT
