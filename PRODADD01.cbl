           01 QUANTITY-ENTRY-FIELD PIC Z(4)9.

      * VARIABLES FOR DUPLICATE-ENTRY CHECKING
           01 SAVE-PRODUCT-RECORD PIC X(106).
           01 DUPLICATE-FOUND     PIC X.

       PROCEDURE DIVISION.
           MOVE "EA" TO PRODUCT-STOCK-UNIT.
           MOVE SPACE TO PRODUCT-PACK-UNIT.
           MOVE ZERO TO PRODUCT-PACK-SIZE.
           MOVE ZERO TO PRODUCT-SHIP-WEIGHT.
           MOVE "N" TO PRODUCT-SERIAL-FLAG.
           MOVE ZERO TO PRODUCT-WARRANTY-MONTHS.
           MOVE SPACE TO PRODUCT-CATEGORY.
           MOVE "A" TO PRODUCT-STATUS.
           DISPLAY PROMPT-1 " ? ".
           ACCEPT PRODUCT-CODE.
