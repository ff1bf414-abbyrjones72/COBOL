                 05 CASH-CHECK-NUMBER      PIC X(10).
                 05 CASH-AMOUNT            PIC 9(9)V99.
                 05 CASH-OPERATOR-ID       PIC X(10).
      * THE TIME OF DAY THE APPLICATION WAS POSTED, HHMMSSCC - SEE
      * ORDER-ENTERED-TIME IN WORDHDR.CPY. ROWS POSTED BEFORE IT WAS
      * KEPT READ BACK BLANK.
                 05 CASH-TIME              PIC 9(8).
      * A PAYMENT AGAINST A FOREIGN-CURRENCY ITEM: THE CURRENCY AND
      * AMOUNT ACTUALLY RECEIVED, THE RATE IN FORCE THE DAY IT WAS
      * POSTED, AND THE REALIZED GAIN (OR LOSS, NEGATIVE) AGAINST THE
      * RATE THE ITEM WAS BILLED AT. CASH-AMOUNT STAYS THE HOME
      * AMOUNT TAKEN OFF THE ITEM AT ITS BILLED RATE, SO THE JOURNAL
      * STILL PROVES TO THE OPEN ITEMS. FXGAIN01 REPORTS THE GAINS
      * AND LOSSES. A HOME-CURRENCY PAYMENT CARRIES A BLANK CODE AND
      * ZEROES.
                 05 CASH-CURRENCY-CODE     PIC X(3).
                 05 CASH-FOREIGN-AMOUNT    PIC 9(9)V99.
                 05 CASH-EXCHANGE-RATE     PIC 9(3)V9(6).
                 05 CASH-FX-GAIN-LOSS      PIC S9(9)V99.
