                 05 EOD-PRODUCT-COUNT      PIC 9(7).
                 05 EOD-STOCK-VALUE        PIC 9(13)V99.
                 05 EOD-YTD-COMMISSION     PIC 9(9)V99.
      * THE SAME STOCK AT PRODUCT-UNIT-COST RATHER THAN SELLING PRICE,
      * AND THE SUM OF AR-BALANCE-DUE ACROSS ARITEM.DAT - THE OPENING
      * FIGURES THE SUBREC01 MONTH-END RECONCILIATION STARTS FROM.
      * BLANK ON ROWS WRITTEN BEFORE THEY WERE KEPT.
                 05 EOD-STOCK-COST         PIC 9(13)V99.
                 05 EOD-AR-BALANCE         PIC S9(13)V99.
