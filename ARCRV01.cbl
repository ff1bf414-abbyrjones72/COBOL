      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCRV01.

      ******************************************************************
      * This program prints the credit review report - the page to
      * read before raising or cutting a CUSTOMER-CREDIT-LIMIT. For
      * every account it matches the last twelve months of ARCASH.DAT
      * receipts to the ARITEM.DAT invoices they paid and works out
      * the days each took to pay (invoice date to the receipt date),
      * printing the average and the worst next to the credit limit,
      * the open balance today, the highest month-end balance of the
      * twelve months, and what was billed over them.
      *
      * THE HIGHEST BALANCE IS WORKED BACKWARD FROM TODAY'S OPEN
      * BALANCE: AT EACH OF THE LAST TWELVE MONTH-ENDS THE ACCOUNT
      * OWED WHAT IT OWES NOW, LESS WHAT WAS BILLED SINCE, PLUS THE
      * CASH AND THE WRITE-OFFS (ARWOFF.DAT) POSTED SINCE.
      *
      * AN ACCOUNT IS FLAGGED WHEN:
      *     SLOWING    - ITS AVERAGE DAYS-TO-PAY OVER THE LAST 90 DAYS
      *                  RUNS MORE THAN SLOWING-MARGIN-DAYS BEHIND ITS
      *                  AVERAGE OVER THE NINE MONTHS BEFORE THAT.
      *     LIMIT LOW  - ITS HIGHEST BALANCE WENT OVER THE LIMIT.
      *     LIMIT HIGH - THE LIMIT IS MORE THAN LIMIT-HIGH-MULTIPLE
      *                  TIMES THE HIGHEST BALANCE (OR IT BOUGHT
      *                  NOTHING AT ALL AGAINST A LIMIT).
      * A ZERO LIMIT MEANS NO LIMIT IS SET AND IS NEVER FLAGGED.
      * The operator can list every account with activity or only
      * the flagged ones.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT CUSTOMER-FILE
                           ASSIGN TO "CUSTOMER.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                           FILE STATUS IS CUSTOMER-FILE-STATUS.

                 SELECT OPTIONAL AR-ITEM-FILE
                           ASSIGN TO "ARITEM.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS AR-INVOICE-NUMBER
                           FILE STATUS IS AR-FILE-STATUS.

                 SELECT OPTIONAL CASH-JOURNAL-FILE
                           ASSIGN TO "ARCASH.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CASH-FILE-STATUS.

                 SELECT OPTIONAL WRITE-OFF-FILE
                           ASSIGN TO "ARWOFF.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WRITE-OFF-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

      * AR-ITEM-RECORD IS THE SHARED OPEN-ITEM LAYOUT - SEE
      * COPYBOOKS/WARITEM.CPY.
       FD  AR-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARITEM.

      * AR-CASH-RECORD IS THE SHARED CASH JOURNAL LAYOUT - SEE
      * COPYBOOKS/WARCASH.CPY.
       FD  CASH-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARCASH.

      * AR-WRITE-OFF-RECORD IS THE SHARED WRITE-OFF JOURNAL LAYOUT -
      * SEE COPYBOOKS/WARWOFF.CPY.
       FD  WRITE-OFF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARWOFF.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  CUSTOMER-FILE-STATUS      PIC XX.
       01  AR-FILE-STATUS            PIC XX.
       01  CASH-FILE-STATUS          PIC XX.
       01  WRITE-OFF-FILE-STATUS     PIC XX.
       01  END-OF-FILE               PIC X.
       01  ITEM-END-OF-FILE          PIC X.
       01  CASH-END-OF-FILE          PIC X.
       01  WRITE-OFF-END-OF-FILE     PIC X.
       01  RECORD-FOUND              PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       01  FLAGGED-ONLY-ANSWER       PIC X.

      * THE FLAG THRESHOLDS - SEE THE NOTE AT THE TOP.
       01  SLOWING-MARGIN-DAYS       PIC 9(3) VALUE 10.
       01  LIMIT-HIGH-MULTIPLE       PIC 9(2) VALUE 4.

      * THE REVIEW WINDOW: TWELVE MONTHS (365 DAYS) BACK FROM TODAY,
      * AND THE LAST 90 DAYS OF IT FOR THE RECENT PAYING HABIT. BOTH
      * ARE WALKED BACK A DAY AT A TIME THE SAME WAY ARAGE01 BUILDS
      * ITS CUTOFFS.
       01  TODAYS-DATE               PIC 9(8).
       01  WINDOW-START-DATE         PIC 9(8).
       01  RECENT-START-DATE         PIC 9(8).
       01  AGE-DATE-PARTS.
                 05 AGE-YEAR               PIC 9(4).
                 05 AGE-MONTH              PIC 99.
                 05 AGE-DAY                PIC 99.
       01  AGE-DATE-WHOLE REDEFINES AGE-DATE-PARTS
                                           PIC 9(8).

      * DAYS-TO-PAY IS COUNTED BY WALKING THE INVOICE DATE FORWARD
      * TO THE RECEIPT DATE, THE WALK APVCH01 DATES VOUCHERS WITH.
      * ANYTHING PAST 999 DAYS IS HELD AT 999.
       01  WALK-DATE-PARTS.
                 05 WALK-YEAR              PIC 9(4).
                 05 WALK-MONTH             PIC 99.
                 05 WALK-DAY               PIC 99.
       01  WALK-DATE-WHOLE REDEFINES WALK-DATE-PARTS
                                           PIC 9(8).
       01  DAYS-TO-PAY               PIC 9(3).
       01  MONTH-LENGTH-TEXT         PIC X(24) VALUE
                                     "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-TEXT.
                 05 MONTH-LENGTH OCCURS 12 TIMES PIC 99.
       01  LEAP-QUOTIENT             PIC 9(4).
       01  LEAP-REMAINDER            PIC 9(4).
       01  THIS-MONTH-LENGTH         PIC 99.

      * THE LAST TWELVE MONTH-ENDS, NEWEST FIRST, AND WHAT HAS MOVED
      * THE BALANCE SINCE EACH ONE: BILLING ADDS, CASH AND WRITE-OFFS
      * TAKE AWAY. THE BALANCE AT THE MONTH-END IS TODAY'S BALANCE
      * LESS THAT MOVEMENT.
       01  MONTH-END-TABLE.
                 05 MONTH-END-SLOT OCCURS 12 TIMES.
                           10 SLOT-PERIOD        PIC 9(6).
                           10 SLOT-MOVEMENT      PIC S9(11)V99.
       01  SLOT-SUBSCRIPT            PIC 99.
       01  PERIOD-PARTS.
                 05 PERIOD-YEAR            PIC 9(4).
                 05 PERIOD-MONTH           PIC 99.
       01  PERIOD-WHOLE REDEFINES PERIOD-PARTS
                                           PIC 9(6).
       01  EVENT-PERIOD              PIC 9(6).
       01  EVENT-AMOUNT              PIC S9(11)V99.
       01  SLOT-BALANCE              PIC S9(11)V99.

      * PER-ACCOUNT FIGURES.
       01  ACCOUNT-FIGURES.
                 05 ACCT-OPEN-BALANCE      PIC S9(11)V99.
                 05 ACCT-HIGH-BALANCE      PIC S9(11)V99.
                 05 ACCT-BILLED            PIC S9(11)V99.
                 05 ACCT-PAYMENT-COUNT     PIC 9(5).
                 05 ACCT-DAYS-TOTAL        PIC 9(9).
                 05 ACCT-WORST-DAYS        PIC 9(3).
                 05 ACCT-RECENT-COUNT      PIC 9(5).
                 05 ACCT-RECENT-DAYS       PIC 9(9).
                 05 ACCT-EARLIER-COUNT     PIC 9(5).
                 05 ACCT-EARLIER-DAYS      PIC 9(9).
       01  ACCT-AVERAGE-DAYS         PIC 9(3).
       01  ACCT-RECENT-AVERAGE       PIC 9(3).
       01  ACCT-EARLIER-AVERAGE      PIC 9(3).
       01  LIMIT-HIGH-LINE           PIC S9(13)V99.
       01  ACCOUNT-FLAGS             PIC X(30).
       01  FLAG-POINTER              PIC 99.
       01  ACCOUNTS-LISTED           PIC 9(7) VALUE ZERO.
       01  ACCOUNTS-FLAGGED          PIC 9(7) VALUE ZERO.

      * Structures for the printed report.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(30) VALUE
                                     "CREDIT REVIEW - 12 MONTHS TO ".
                 05 PRINT-AS-OF-DATE       PIC 9(8).
                 05 FILLER                 PIC X(20) VALUE
                                     "  RECENT = SINCE ".
                 05 PRINT-RECENT-DATE      PIC 9(8).

       01  SUBTITLE-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 SUB-OPERATOR-ID        PIC X(10).

       01  COLUMN-HEADING-LINE.
                 05 FILLER                 PIC X(8) VALUE "ACCOUNT".
                 05 FILLER                 PIC X(18) VALUE "NAME".
                 05 FILLER                 PIC X(14) VALUE
                                           "  CREDIT LIMIT".
                 05 FILLER                 PIC X(15) VALUE
                                           "   OPEN BALANCE".
                 05 FILLER                 PIC X(15) VALUE
                                           "   HIGH BALANCE".
                 05 FILLER                 PIC X(15) VALUE
                                           "  BILLED 12 MOS".
                 05 FILLER                 PIC X(6) VALUE "  PMTS".
                 05 FILLER                 PIC X(5) VALUE "  AVG".
                 05 FILLER                 PIC X(6) VALUE " WORST".
                 05 FILLER                 PIC X(7) VALUE " RECENT".
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 FILLER                 PIC X(5) VALUE "FLAGS".

       01  ACCOUNT-DETAIL-LINE.
                 05 PRINT-ACCOUNT          PIC 9(7).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-NAME             PIC X(17).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-LIMIT            PIC ZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-OPEN-BALANCE     PIC ZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-HIGH-BALANCE     PIC ZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-BILLED           PIC ZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-PAYMENT-COUNT    PIC ZZZZ9.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-AVERAGE-DAYS     PIC ZZ9.
                 05 FILLER                 PIC X(3) VALUE SPACE.
                 05 PRINT-WORST-DAYS       PIC ZZ9.
                 05 FILLER                 PIC X(4) VALUE SPACE.
                 05 PRINT-RECENT-DAYS      PIC ZZ9.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-FLAGS            PIC X(30).

       01  TOTAL-LINE.
                 05 PRINT-LISTED           PIC ZZZ,ZZ9.
                 05 FILLER                 PIC X(20) VALUE
                                           " ACCOUNT(S) LISTED, ".
                 05 PRINT-FLAGGED          PIC ZZZ,ZZ9.
                 05 FILLER                 PIC X(11) VALUE
                                           " FLAGGED".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "N" TO END-OF-FILE.
            PERFORM READ-NEXT-CUSTOMER.
            PERFORM REVIEW-ONE-ACCOUNT
                 UNTIL END-OF-FILE = "Y".
            PERFORM PRINT-THE-TOTALS.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           DISPLAY "LIST FLAGGED ACCOUNTS ONLY (Y/N)? ".
           ACCEPT FLAGGED-ONLY-ANSWER.
           IF FLAGGED-ONLY-ANSWER = "y"
                     MOVE "Y" TO FLAGGED-ONLY-ANSWER.
           IF FLAGGED-ONLY-ANSWER NOT = "Y"
                     MOVE "N" TO FLAGGED-ONLY-ANSWER.
           PERFORM COMPUTE-THE-WINDOW.
           PERFORM BUILD-THE-MONTH-ENDS.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "
                             CUSTOMER-FILE-STATUS
                     STOP RUN.
           OPEN OUTPUT PRINTER-FILE.
           MOVE TODAYS-DATE TO PRINT-AS-OF-DATE.
           MOVE RECENT-START-DATE TO PRINT-RECENT-DATE.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
           MOVE SUBTITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE COLUMN-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.

       CLOSING-PROCEDURE.
           CLOSE CUSTOMER-FILE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           CLOSE PRINTER-FILE.
           DISPLAY ACCOUNTS-LISTED " ACCOUNT(S) LISTED, "
                   ACCOUNTS-FLAGGED " FLAGGED".

      * COMPUTE-THE-WINDOW WALKS TODAY BACK TO THE START OF THE
      * RECENT 90 DAYS AND ON TO THE START OF THE TWELVE MONTHS.
       COMPUTE-THE-WINDOW.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           MOVE TODAYS-DATE TO AGE-DATE-WHOLE.
           PERFORM WALK-BACK-ONE-DAY 90 TIMES.
           MOVE AGE-DATE-WHOLE TO RECENT-START-DATE.
           PERFORM WALK-BACK-ONE-DAY 275 TIMES.
           MOVE AGE-DATE-WHOLE TO WINDOW-START-DATE.

       WALK-BACK-ONE-DAY.
           IF AGE-DAY > 1
                     SUBTRACT 1 FROM AGE-DAY
           ELSE
                     PERFORM BACK-INTO-PRIOR-MONTH.

       BACK-INTO-PRIOR-MONTH.
           IF AGE-MONTH = 1
                     MOVE 12 TO AGE-MONTH
                     SUBTRACT 1 FROM AGE-YEAR
           ELSE
                     SUBTRACT 1 FROM AGE-MONTH.
           MOVE MONTH-LENGTH (AGE-MONTH) TO AGE-DAY.
           IF AGE-MONTH = 2
                     DIVIDE AGE-YEAR BY 4 GIVING LEAP-QUOTIENT
                               REMAINDER LEAP-REMAINDER
                     IF LEAP-REMAINDER = ZERO
                               MOVE 29 TO AGE-DAY.

      * BUILD-THE-MONTH-ENDS NAMES THE TWELVE MONTHS BEFORE THIS ONE,
      * NEWEST FIRST.
       BUILD-THE-MONTH-ENDS.
           MOVE TODAYS-DATE (1:6) TO PERIOD-WHOLE.
           PERFORM NAME-ONE-MONTH-END
                     VARYING SLOT-SUBSCRIPT FROM 1 BY 1
                     UNTIL SLOT-SUBSCRIPT > 12.

       NAME-ONE-MONTH-END.
           IF PERIOD-MONTH = 1
                     MOVE 12 TO PERIOD-MONTH
                     SUBTRACT 1 FROM PERIOD-YEAR
           ELSE
                     SUBTRACT 1 FROM PERIOD-MONTH.
           MOVE PERIOD-WHOLE TO SLOT-PERIOD (SLOT-SUBSCRIPT).

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

      * REVIEW-ONE-ACCOUNT GATHERS THE ACCOUNT'S FIGURES OFF THE
      * THREE AR FILES AND PRINTS IT WHEN THERE IS ANYTHING TO SHOW -
      * AN OPEN BALANCE OR ANY BILLING OR PAYING IN THE TWELVE
      * MONTHS - AND, UNDER THE FLAGGED-ONLY OPTION, A FLAG.
       REVIEW-ONE-ACCOUNT.
           MOVE ZEROES TO ACCOUNT-FIGURES.
           PERFORM CLEAR-ONE-MONTH-END
                     VARYING SLOT-SUBSCRIPT FROM 1 BY 1
                     UNTIL SLOT-SUBSCRIPT > 12.
           PERFORM SCAN-THE-OPEN-ITEMS.
           PERFORM SCAN-THE-RECEIPTS.
           PERFORM SCAN-THE-WRITE-OFFS.
           IF ACCT-OPEN-BALANCE NOT = ZERO OR
              ACCT-BILLED NOT = ZERO OR
              ACCT-PAYMENT-COUNT NOT = ZERO
                     PERFORM FIGURE-THE-ACCOUNT
                     IF FLAGGED-ONLY-ANSWER = "N" OR
                        ACCOUNT-FLAGS NOT = SPACE
                               PERFORM PRINT-THE-ACCOUNT-LINE.
           PERFORM READ-NEXT-CUSTOMER.

       CLEAR-ONE-MONTH-END.
           MOVE ZERO TO SLOT-MOVEMENT (SLOT-SUBSCRIPT).

      * SCAN-THE-OPEN-ITEMS TAKES TODAY'S OPEN BALANCE, THE TWELVE
      * MONTHS' BILLING (FINANCE CHARGES ARE NOT BUYING), AND THE
      * BILLING SINCE EACH MONTH-END. THE FILE IS OPENED AND CLOSED
      * PER ACCOUNT SO EACH SCAN STARTS AT THE TOP.
       SCAN-THE-OPEN-ITEMS.
           OPEN INPUT AR-ITEM-FILE.
           IF AR-FILE-STATUS = "00"
                     MOVE "N" TO ITEM-END-OF-FILE
                     PERFORM READ-NEXT-ITEM
                     PERFORM TAKE-ONE-ITEM
                          UNTIL ITEM-END-OF-FILE = "Y".
           CLOSE AR-ITEM-FILE.

       READ-NEXT-ITEM.
           READ AR-ITEM-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO ITEM-END-OF-FILE.

       TAKE-ONE-ITEM.
           IF AR-ACCOUNT-NUMBER = CUSTOMER-ACCOUNT-NUMBER
                     PERFORM TAKE-THE-ITEM-FIGURES.
           PERFORM READ-NEXT-ITEM.

       TAKE-THE-ITEM-FIGURES.
           IF AR-ITEM-IS-OPEN
                     ADD AR-BALANCE-DUE TO ACCT-OPEN-BALANCE.
           IF AR-INVOICE-DATE NOT < WINDOW-START-DATE AND
              NOT AR-ITEM-IS-FINANCE-CHARGE AND
              NOT AR-ITEM-IS-REBATE-CREDIT
                     ADD AR-ORIGINAL-AMOUNT TO ACCT-BILLED.
           MOVE AR-INVOICE-DATE (1:6) TO EVENT-PERIOD.
           IF AR-ITEM-IS-REBATE-CREDIT
                     COMPUTE EVENT-AMOUNT = ZERO - AR-ORIGINAL-AMOUNT
           ELSE
                     MOVE AR-ORIGINAL-AMOUNT TO EVENT-AMOUNT.
           PERFORM SPREAD-THE-EVENT.

      * SPREAD-THE-EVENT ADDS AN AMOUNT TO THE MOVEMENT SINCE EVERY
      * MONTH-END THE EVENT CAME AFTER.
       SPREAD-THE-EVENT.
           PERFORM SPREAD-ONE-MONTH-END
                     VARYING SLOT-SUBSCRIPT FROM 1 BY 1
                     UNTIL SLOT-SUBSCRIPT > 12.

       SPREAD-ONE-MONTH-END.
           IF EVENT-PERIOD > SLOT-PERIOD (SLOT-SUBSCRIPT)
                     ADD EVENT-AMOUNT TO SLOT-MOVEMENT (SLOT-SUBSCRIPT).

      * SCAN-THE-RECEIPTS READS THE CASH JOURNAL FOR THE ACCOUNT:
      * EVERY RECEIPT COUNTS AGAINST THE MONTH-ENDS, AND A RECEIPT
      * INSIDE THE TWELVE MONTHS WHOSE INVOICE IS STILL ON FILE IS
      * TIMED FOR DAYS-TO-PAY.
       SCAN-THE-RECEIPTS.
           OPEN INPUT AR-ITEM-FILE.
           OPEN INPUT CASH-JOURNAL-FILE.
           IF CASH-FILE-STATUS = "00"
                     MOVE "N" TO CASH-END-OF-FILE
                     PERFORM READ-NEXT-CASH
                     PERFORM TAKE-ONE-RECEIPT
                          UNTIL CASH-END-OF-FILE = "Y".
           CLOSE CASH-JOURNAL-FILE.
           CLOSE AR-ITEM-FILE.

       READ-NEXT-CASH.
           READ CASH-JOURNAL-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO CASH-END-OF-FILE.

       TAKE-ONE-RECEIPT.
           IF CASH-ACCOUNT-NUMBER = CUSTOMER-ACCOUNT-NUMBER
                     MOVE CASH-DATE (1:6) TO EVENT-PERIOD
                     COMPUTE EVENT-AMOUNT = ZERO - CASH-AMOUNT
                     PERFORM SPREAD-THE-EVENT
                     IF CASH-DATE NOT < WINDOW-START-DATE
                               PERFORM TIME-THE-RECEIPT.
           PERFORM READ-NEXT-CASH.

       TIME-THE-RECEIPT.
           MOVE CASH-INVOICE-NUMBER TO AR-INVOICE-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ AR-ITEM-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     PERFORM COUNT-THE-DAYS-TO-PAY
                     PERFORM ADD-THE-DAYS-TO-PAY.

       COUNT-THE-DAYS-TO-PAY.
           MOVE ZERO TO DAYS-TO-PAY.
           MOVE AR-INVOICE-DATE TO WALK-DATE-WHOLE.
           PERFORM COUNT-ONE-DAY
                     UNTIL WALK-DATE-WHOLE NOT < CASH-DATE OR
                           DAYS-TO-PAY = 999.

       COUNT-ONE-DAY.
           PERFORM WALK-FORWARD-ONE-DAY.
           ADD 1 TO DAYS-TO-PAY.

       WALK-FORWARD-ONE-DAY.
           MOVE MONTH-LENGTH (WALK-MONTH) TO THIS-MONTH-LENGTH.
           IF WALK-MONTH = 2
                     DIVIDE WALK-YEAR BY 4 GIVING LEAP-QUOTIENT
                               REMAINDER LEAP-REMAINDER
                     IF LEAP-REMAINDER = ZERO
                               MOVE 29 TO THIS-MONTH-LENGTH.
           IF WALK-DAY < THIS-MONTH-LENGTH
                     ADD 1 TO WALK-DAY
           ELSE
                     MOVE 1 TO WALK-DAY
                     IF WALK-MONTH = 12
                               MOVE 1 TO WALK-MONTH
                               ADD 1 TO WALK-YEAR
                     ELSE
                               ADD 1 TO WALK-MONTH.

       ADD-THE-DAYS-TO-PAY.
           ADD 1 TO ACCT-PAYMENT-COUNT.
           ADD DAYS-TO-PAY TO ACCT-DAYS-TOTAL.
           IF DAYS-TO-PAY > ACCT-WORST-DAYS
                     MOVE DAYS-TO-PAY TO ACCT-WORST-DAYS.
           IF CASH-DATE NOT < RECENT-START-DATE
                     ADD 1 TO ACCT-RECENT-COUNT
                     ADD DAYS-TO-PAY TO ACCT-RECENT-DAYS
           ELSE
                     ADD 1 TO ACCT-EARLIER-COUNT
                     ADD DAYS-TO-PAY TO ACCT-EARLIER-DAYS.

      * SCAN-THE-WRITE-OFFS COUNTS WRITE-OFFS AND DISCOUNTS TAKEN
      * AGAINST THE MONTH-ENDS - THEY LOWERED THE BALANCE LIKE CASH.
       SCAN-THE-WRITE-OFFS.
           OPEN INPUT WRITE-OFF-FILE.
           IF WRITE-OFF-FILE-STATUS = "00"
                     MOVE "N" TO WRITE-OFF-END-OF-FILE
                     PERFORM READ-NEXT-WRITE-OFF
                     PERFORM TAKE-ONE-WRITE-OFF
                          UNTIL WRITE-OFF-END-OF-FILE = "Y".
           CLOSE WRITE-OFF-FILE.

       READ-NEXT-WRITE-OFF.
           READ WRITE-OFF-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO WRITE-OFF-END-OF-FILE.

       TAKE-ONE-WRITE-OFF.
           IF WOFF-ACCOUNT-NUMBER = CUSTOMER-ACCOUNT-NUMBER
                     MOVE WOFF-DATE (1:6) TO EVENT-PERIOD
                     COMPUTE EVENT-AMOUNT = ZERO - WOFF-AMOUNT
                     PERFORM SPREAD-THE-EVENT.
           PERFORM READ-NEXT-WRITE-OFF.

      * FIGURE-THE-ACCOUNT WORKS OUT THE AVERAGES, THE HIGHEST
      * BALANCE, AND THE FLAGS.
       FIGURE-THE-ACCOUNT.
           MOVE ZERO TO ACCT-AVERAGE-DAYS ACCT-RECENT-AVERAGE
                        ACCT-EARLIER-AVERAGE.
           IF ACCT-PAYMENT-COUNT NOT = ZERO
                     COMPUTE ACCT-AVERAGE-DAYS ROUNDED =
                               ACCT-DAYS-TOTAL / ACCT-PAYMENT-COUNT.
           IF ACCT-RECENT-COUNT NOT = ZERO
                     COMPUTE ACCT-RECENT-AVERAGE ROUNDED =
                               ACCT-RECENT-DAYS / ACCT-RECENT-COUNT.
           IF ACCT-EARLIER-COUNT NOT = ZERO
                     COMPUTE ACCT-EARLIER-AVERAGE ROUNDED =
                               ACCT-EARLIER-DAYS / ACCT-EARLIER-COUNT.
           MOVE ACCT-OPEN-BALANCE TO ACCT-HIGH-BALANCE.
           PERFORM WEIGH-ONE-MONTH-END
                     VARYING SLOT-SUBSCRIPT FROM 1 BY 1
                     UNTIL SLOT-SUBSCRIPT > 12.
           MOVE SPACE TO ACCOUNT-FLAGS.
           MOVE 1 TO FLAG-POINTER.
           IF ACCT-RECENT-COUNT NOT = ZERO AND
              ACCT-EARLIER-COUNT NOT = ZERO AND
              ACCT-RECENT-AVERAGE >
                     ACCT-EARLIER-AVERAGE + SLOWING-MARGIN-DAYS
                     STRING "SLOWING " DELIMITED BY SIZE
                               INTO ACCOUNT-FLAGS
                               WITH POINTER FLAG-POINTER.
           IF CUSTOMER-CREDIT-LIMIT NOT = ZERO
                     PERFORM FLAG-THE-LIMIT.
           IF ACCOUNT-FLAGS NOT = SPACE
                     ADD 1 TO ACCOUNTS-FLAGGED.

       WEIGH-ONE-MONTH-END.
           COMPUTE SLOT-BALANCE = ACCT-OPEN-BALANCE -
                     SLOT-MOVEMENT (SLOT-SUBSCRIPT).
           IF SLOT-BALANCE > ACCT-HIGH-BALANCE
                     MOVE SLOT-BALANCE TO ACCT-HIGH-BALANCE.

       FLAG-THE-LIMIT.
           COMPUTE LIMIT-HIGH-LINE =
                     ACCT-HIGH-BALANCE * LIMIT-HIGH-MULTIPLE.
           IF ACCT-HIGH-BALANCE > CUSTOMER-CREDIT-LIMIT
                     STRING "LIMIT LOW " DELIMITED BY SIZE
                               INTO ACCOUNT-FLAGS
                               WITH POINTER FLAG-POINTER.
           IF CUSTOMER-CREDIT-LIMIT > LIMIT-HIGH-LINE
                     STRING "LIMIT HIGH " DELIMITED BY SIZE
                               INTO ACCOUNT-FLAGS
                               WITH POINTER FLAG-POINTER.

       PRINT-THE-ACCOUNT-LINE.
           ADD 1 TO ACCOUNTS-LISTED.
           MOVE CUSTOMER-ACCOUNT-NUMBER TO PRINT-ACCOUNT.
           MOVE CUSTOMER-LAST-NAME TO PRINT-NAME.
           MOVE CUSTOMER-CREDIT-LIMIT TO PRINT-LIMIT.
           MOVE ACCT-OPEN-BALANCE TO PRINT-OPEN-BALANCE.
           MOVE ACCT-HIGH-BALANCE TO PRINT-HIGH-BALANCE.
           MOVE ACCT-BILLED TO PRINT-BILLED.
           MOVE ACCT-PAYMENT-COUNT TO PRINT-PAYMENT-COUNT.
           MOVE ACCT-AVERAGE-DAYS TO PRINT-AVERAGE-DAYS.
           MOVE ACCT-WORST-DAYS TO PRINT-WORST-DAYS.
           MOVE ACCT-RECENT-AVERAGE TO PRINT-RECENT-DAYS.
           MOVE ACCOUNT-FLAGS TO PRINT-FLAGS.
           MOVE ACCOUNT-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE ACCOUNTS-LISTED TO PRINT-LISTED.
           MOVE ACCOUNTS-FLAGGED TO PRINT-FLAGGED.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM ARCRV01.
