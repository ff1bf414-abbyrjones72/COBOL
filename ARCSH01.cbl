      * paid. Every application is appended to the ARCASH.DAT cash
      * receipts journal with the check number and operator, so a
      * posting can always be traced back to the paper.
      *
      * AN ITEM BILLED ON TERMS WITH AN EARLY-PAYMENT DISCOUNT OFFERS
      * THE DISCOUNT WHEN THE CHECK IS POSTED ON OR BEFORE THE ITEM'S
      * DISCOUNT DATE. A DISCOUNT TAKEN COMES OFF THE BALANCE AS A
      * CREDIT ON THE ARWOFF.DAT JOURNAL UNDER REASON "DC" - IT IS NOT
      * CASH, SO IT STAYS OFF ARCASH.DAT AND THE BANK RECONCILIATION -
      * AND CAN ONLY BE TAKEN ONCE PER ITEM.
      *
      * AN ITEM BILLED IN A FOREIGN CURRENCY IS LISTED WITH WHAT IS
      * STILL OWED IN THAT CURRENCY, AND THE AMOUNT IS KEYED AS
      * RECEIVED IN IT. THE HOME AMOUNT TAKEN OFF THE ITEM IS FIGURED
      * AT THE RATE THE ITEM WAS BILLED AT (A PAYMENT OF THE WHOLE
      * FOREIGN BALANCE CLEARS THE WHOLE HOME BALANCE); THE SAME
      * FOREIGN AMOUNT AT TODAY'S RATE FROM FXRATE.DAT, LESS THAT, IS
      * THE REALIZED GAIN OR LOSS. BOTH GO ON THE JOURNAL ROW WITH THE
      * CURRENCY AND RATE, AND FXGAIN01 REPORTS THEM. A PAYMENT IS NOT
      * TAKEN AGAINST A FOREIGN ITEM WHILE TODAY HAS NO RATE ON FILE.
      ******************************************************************

       ENVIRONMENT DIVISION.
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CASH-FILE-STATUS.

                 SELECT OPTIONAL WRITE-OFF-FILE
                           ASSIGN TO "ARWOFF.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WRITE-OFF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           LABEL RECORDS ARE STANDARD.
           COPY WARCASH.

      * AR-WRITE-OFF-RECORD IS THE SHARED WRITE-OFF JOURNAL LAYOUT -
      * SEE COPYBOOKS/WARWOFF.CPY.
       FD  WRITE-OFF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARWOFF.

       WORKING-STORAGE SECTION.

           01 AR-FILE-STATUS        PIC XX.
           01 CUSTOMER-FILE-STATUS  PIC XX.
           01 CASH-FILE-STATUS      PIC XX.
           01 WRITE-OFF-FILE-STATUS PIC XX.
           01 YES-NO                PIC X.
           01 RECORD-FOUND          PIC X.
           01 END-OF-FILE           PIC X.
           01 APPLYING-IS-FINISHED  PIC X.
           01 DISPLAY-BALANCE       PIC ZZZ,ZZZ,ZZ9.99-.
           01 DISPLAY-TOTAL         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           01 DISCOUNT-ANSWER       PIC X.
           01 THE-DISCOUNT          PIC 9(9)V99.
           01 DISPLAY-DISCOUNT      PIC ZZZ,ZZZ,ZZ9.99.

      * PAYING A FOREIGN-CURRENCY ITEM - SEE THE NOTE ABOVE.
           01 ITEM-IS-FOREIGN       PIC X.
           01 FOREIGN-BALANCE       PIC S9(9)V99.
           01 FOREIGN-RECEIVED      PIC 9(9)V99.
           01 TODAYS-RATE           PIC 9(3)V9(6).
           01 TODAYS-RATE-FOUND     PIC X.
           01 RECEIVED-AT-TODAY     PIC S9(11)V99.
           01 THE-GAIN-LOSS         PIC S9(9)V99.
           01 DISPLAY-GAIN-LOSS     PIC ZZZ,ZZZ,ZZ9.99-.

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
                     DISPLAY "UNABLE TO OPEN ARCASH.DAT - STATUS "
                             CASH-FILE-STATUS
                     STOP RUN.
           OPEN EXTEND WRITE-OFF-FILE.
           IF WRITE-OFF-FILE-STATUS NOT = "00" AND
              WRITE-OFF-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN ARWOFF.DAT - STATUS "
                             WRITE-OFF-FILE-STATUS
                     STOP RUN.

      * CHECK-THE-OPEN-PERIOD REFUSES TO START A POSTING SESSION
      * WHEN TODAY'S FISCAL PERIOD IS NOT OPEN, THROUGH THE SHARED
           CLOSE AR-ITEM-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE CASH-JOURNAL-FILE.
           CLOSE WRITE-OFF-FILE.

       POST-CHECKS.
           PERFORM GET-THE-CUSTOMER.
                     MOVE AR-BALANCE-DUE TO DISPLAY-BALANCE
                     DISPLAY "INVOICE " AR-INVOICE-NUMBER " DATED "
                             AR-INVOICE-DATE " BALANCE "
                             DISPLAY-BALANCE
                     PERFORM SHOW-THE-FOREIGN-BALANCE
                     PERFORM SHOW-THE-DISCOUNT.
           PERFORM READ-NEXT-ITEM.

      * SHOW-THE-FOREIGN-BALANCE ADDS WHAT A FOREIGN-CURRENCY ITEM
      * STILL OWES IN ITS OWN CURRENCY UNDER ITS HOME BALANCE.
       SHOW-THE-FOREIGN-BALANCE.
           PERFORM SET-THE-ITEM-CURRENCY.
           IF ITEM-IS-FOREIGN = "Y"
                     MOVE FOREIGN-BALANCE TO DISPLAY-BALANCE
                     DISPLAY "        IN " AR-CURRENCY-CODE
                             "        " DISPLAY-BALANCE.

      * SET-THE-ITEM-CURRENCY DECIDES WHETHER THE CURRENT ITEM IS
      * PAID IN A FOREIGN CURRENCY AND, IF IT IS, WORKS OUT ITS
      * FOREIGN BALANCE - THE AMOUNT AS BILLED IN PROPORTION TO THE
      * HOME BALANCE LEFT. AN ITEM FILED BEFORE CURRENCIES WERE KEPT
      * IS A HOME ITEM.
       SET-THE-ITEM-CURRENCY.
           MOVE "N" TO ITEM-IS-FOREIGN.
           MOVE ZERO TO FOREIGN-BALANCE.
           IF AR-CURRENCY-CODE NOT = SPACE AND
              AR-FOREIGN-AMOUNT IS NUMERIC AND
              AR-FOREIGN-AMOUNT NOT = ZERO AND
              AR-ORIGINAL-AMOUNT NOT = ZERO
                     MOVE "Y" TO ITEM-IS-FOREIGN
                     COMPUTE FOREIGN-BALANCE ROUNDED =
                               AR-FOREIGN-AMOUNT * AR-BALANCE-DUE
                               / AR-ORIGINAL-AMOUNT.

      * SHOW-THE-DISCOUNT TELLS THE OPERATOR WHEN AN ITEM STILL
      * OFFERS ITS EARLY-PAYMENT DISCOUNT TODAY.
       SHOW-THE-DISCOUNT.
           IF AR-DISCOUNT-AMOUNT NOT = ZERO AND
              POSTING-CHECK-DATE NOT > AR-DISCOUNT-DATE
                     MOVE AR-DISCOUNT-AMOUNT TO DISPLAY-DISCOUNT
                     DISPLAY "        DISCOUNT " DISPLAY-DISCOUNT
                             " IF PAID BY " AR-DISCOUNT-DATE.

      * POST-ONE-CHECK TAKES THE CHECK NUMBER ONCE AND THEN APPLIES
      * IT INVOICE BY INVOICE UNTIL THE OPERATOR LEAVES THE INVOICE
      * NUMBER BLANK - ONE CHECK COVERING THREE INVOICES IS THREE
                               DISPLAY "INVOICE IS ALREADY PAID IN "
                                       "FULL - REFUSED"
                     ELSE
                               PERFORM SHOW-THE-DISCOUNT
                               PERFORM GET-THE-AMOUNT
                               IF THE-AMOUNT NOT = ZERO
                                         PERFORM POST-THE-APPLICATION
                                         PERFORM OFFER-THE-DISCOUNT.

       GET-THE-AMOUNT.
           PERFORM SET-THE-ITEM-CURRENCY.
           MOVE ZERO TO FOREIGN-RECEIVED TODAYS-RATE THE-GAIN-LOSS.
           IF ITEM-IS-FOREIGN = "Y"
                     PERFORM GET-THE-FOREIGN-AMOUNT
           ELSE
                     MOVE AR-BALANCE-DUE TO DISPLAY-BALANCE
                     DISPLAY "BALANCE IS " DISPLAY-BALANCE
                             " - AMOUNT TO APPLY (0 TO SKIP) ? "
                     ACCEPT AMOUNT-ENTRY-FIELD
                     MOVE AMOUNT-ENTRY-FIELD TO THE-AMOUNT.

      * GET-THE-FOREIGN-AMOUNT TAKES THE AMOUNT RECEIVED IN THE
      * ITEM'S CURRENCY AND TURNS IT INTO THE HOME AMOUNT TO TAKE OFF
      * THE ITEM AND THE GAIN OR LOSS ON THE RATE.
       GET-THE-FOREIGN-AMOUNT.
           MOVE ZERO TO THE-AMOUNT.
           CALL "FXFND01" USING AR-CURRENCY-CODE POSTING-CHECK-DATE
                     TODAYS-RATE TODAYS-RATE-FOUND.
           IF TODAYS-RATE-FOUND NOT = "Y"
                     DISPLAY "NO " AR-CURRENCY-CODE " RATE ON FILE "
                             "FOR TODAY - SEE FXMNT01 - NOT APPLIED"
           ELSE
                     MOVE FOREIGN-BALANCE TO DISPLAY-BALANCE
                     DISPLAY "BALANCE IS " DISPLAY-BALANCE " "
                             AR-CURRENCY-CODE
                     DISPLAY "AMOUNT RECEIVED IN " AR-CURRENCY-CODE
                             " (0 TO SKIP) ? "
                     ACCEPT AMOUNT-ENTRY-FIELD
                     MOVE AMOUNT-ENTRY-FIELD TO FOREIGN-RECEIVED
                     IF FOREIGN-RECEIVED NOT = ZERO
                               PERFORM FIGURE-THE-HOME-RELIEF.

       FIGURE-THE-HOME-RELIEF.
           IF FOREIGN-RECEIVED = FOREIGN-BALANCE
                     MOVE AR-BALANCE-DUE TO THE-AMOUNT
           ELSE
                     COMPUTE THE-AMOUNT ROUNDED =
                               FOREIGN-RECEIVED * AR-ORIGINAL-AMOUNT
                               / AR-FOREIGN-AMOUNT.
           COMPUTE RECEIVED-AT-TODAY ROUNDED =
                     FOREIGN-RECEIVED * TODAYS-RATE.
           COMPUTE THE-GAIN-LOSS = RECEIVED-AT-TODAY - THE-AMOUNT.

      * POST-THE-APPLICATION WORKS THE BALANCE DOWN AND MARKS THE
      * ITEM PAID AT ZERO. AN OVERPAYMENT IS ALLOWED THROUGH AND
                     NOT INVALID KEY
                     PERFORM WRITE-THE-JOURNAL-ROW
                     MOVE AR-BALANCE-DUE TO DISPLAY-BALANCE
                     DISPLAY "APPLIED - BALANCE NOW " DISPLAY-BALANCE
                     IF ITEM-IS-FOREIGN = "Y"
                               MOVE THE-GAIN-LOSS TO DISPLAY-GAIN-LOSS
                               DISPLAY "EXCHANGE GAIN (LOSS) ON THE "
                                       "RATE: " DISPLAY-GAIN-LOSS.

      * OFFER-THE-DISCOUNT LETS THE OPERATOR TAKE THE ITEM'S EARLY-
      * PAYMENT DISCOUNT WHEN THE CHECK CAME IN INSIDE THE DISCOUNT
      * WINDOW AND SOMETHING IS STILL OWED. THE DISCOUNT NEVER TAKES
      * THE ITEM BELOW ZERO.
       OFFER-THE-DISCOUNT.
           IF AR-DISCOUNT-AMOUNT NOT = ZERO AND
              POSTING-CHECK-DATE NOT > AR-DISCOUNT-DATE AND
              AR-BALANCE-DUE > ZERO
                     MOVE AR-DISCOUNT-AMOUNT TO THE-DISCOUNT
                     IF THE-DISCOUNT > AR-BALANCE-DUE
                               MOVE AR-BALANCE-DUE TO THE-DISCOUNT
                     END-IF
                     MOVE THE-DISCOUNT TO DISPLAY-DISCOUNT
                     DISPLAY "PAID INSIDE THE DISCOUNT WINDOW - TAKE "
                             "THE " DISPLAY-DISCOUNT " DISCOUNT (Y/N)? "
                     ACCEPT DISCOUNT-ANSWER
                     IF DISCOUNT-ANSWER = "y"
                               MOVE "Y" TO DISCOUNT-ANSWER
                     END-IF
                     IF DISCOUNT-ANSWER = "Y"
                               PERFORM POST-THE-DISCOUNT.

      * POST-THE-DISCOUNT TAKES THE DISCOUNT OFF THE BALANCE AND
      * CLEARS IT FROM THE ITEM SO IT CANNOT BE TAKEN TWICE, THEN
      * JOURNALS IT - AGAIN ONLY AFTER THE REWRITE SUCCEEDS.
       POST-THE-DISCOUNT.
           SUBTRACT THE-DISCOUNT FROM AR-BALANCE-DUE.
           MOVE ZERO TO AR-DISCOUNT-AMOUNT.
           IF AR-BALANCE-DUE = ZERO
                     MOVE "P" TO AR-ITEM-STATUS.
           REWRITE AR-ITEM-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED - STATUS "
                             AR-FILE-STATUS
                     NOT INVALID KEY
                     PERFORM WRITE-THE-DISCOUNT-ROW
                     MOVE AR-BALANCE-DUE TO DISPLAY-BALANCE
                     DISPLAY "DISCOUNT TAKEN - BALANCE NOW "
                             DISPLAY-BALANCE.

       WRITE-THE-DISCOUNT-ROW.
           MOVE POSTING-CHECK-DATE TO WOFF-DATE.
           MOVE THE-ACCOUNT-NUMBER TO WOFF-ACCOUNT-NUMBER.
           MOVE AR-INVOICE-NUMBER TO WOFF-INVOICE-NUMBER.
           MOVE THE-DISCOUNT TO WOFF-AMOUNT.
           MOVE "DC" TO WOFF-REASON.
           MOVE OPERATOR-ID TO WOFF-OPERATOR-ID.
           MOVE SPACE TO WOFF-APPROVER-ID.
           WRITE AR-WRITE-OFF-RECORD.
           IF WRITE-OFF-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING ARWOFF.DAT - STATUS "
                             WRITE-OFF-FILE-STATUS.

       WRITE-THE-JOURNAL-ROW.
           ACCEPT CASH-DATE FROM DATE YYYYMMDD.
           ACCEPT CASH-TIME FROM TIME.
           MOVE THE-ACCOUNT-NUMBER TO CASH-ACCOUNT-NUMBER.
           MOVE AR-INVOICE-NUMBER TO CASH-INVOICE-NUMBER.
           MOVE CHECK-NUMBER-ENTRY TO CASH-CHECK-NUMBER.
           MOVE THE-AMOUNT TO CASH-AMOUNT.
           MOVE OPERATOR-ID TO CASH-OPERATOR-ID.
           IF ITEM-IS-FOREIGN = "Y"
                     MOVE AR-CURRENCY-CODE TO CASH-CURRENCY-CODE
                     MOVE FOREIGN-RECEIVED TO CASH-FOREIGN-AMOUNT
                     MOVE TODAYS-RATE TO CASH-EXCHANGE-RATE
                     MOVE THE-GAIN-LOSS TO CASH-FX-GAIN-LOSS
           ELSE
                     MOVE SPACE TO CASH-CURRENCY-CODE
                     MOVE ZERO TO CASH-FOREIGN-AMOUNT
                                  CASH-EXCHANGE-RATE
                                  CASH-FX-GAIN-LOSS.
           WRITE AR-CASH-RECORD.
           IF CASH-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING ARCASH.DAT - STATUS "
