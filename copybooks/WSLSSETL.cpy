                 05 SETTLE-AMOUNT-PAID     PIC 9(9)V99.
                 05 SETTLE-HELD-BACK       PIC 9(9)V99.
                 05 SETTLE-OPERATOR-ID     PIC X(10).
      * THE COMMISSION CLAWBACKS (NET OF ANY REINSTATED) DEDUCTED IN
      * THIS SETTLEMENT - SEE WCOMCLW.CPY. WHAT IS STILL OWED IS THE
      * YTD EARNED LESS BOTH WHAT WAS PAID AND WHAT WAS CLAWED BACK.
                 05 SETTLE-CLAWBACK        PIC S9(9)V99.
