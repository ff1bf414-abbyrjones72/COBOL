      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSTM01.

      ******************************************************************
      * This program prints the monthly borrower statements for the
      * loans on LOANMST.DAT, one to a page, off the LOANPAY01
      * payment journal LOANJRNL.DAT. For a keyed month each loan
      * shows the balance it opened the month at, every payment
      * taken in the month with its interest/principal split and the
      * balance after it, the month's totals, the balance it closed
      * the month at, and the next payment due - one payment period
      * on from the last payment (or the start date), for the
      * scheduled payment or the final payment that clears the note
      * if that is less. A loan paid off before the month opened
      * gets no statement. A variable-rate loan shows its index,
      * margin and next reprice date, and any repricing LOANRPR01
      * did in the month is listed among the payments.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT LOAN-MASTER-FILE
                           ASSIGN TO "LOANMST.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS LOAN-NUMBER
                           FILE STATUS IS LOAN-FILE-STATUS.

                 SELECT OPTIONAL LOAN-JOURNAL-FILE
                           ASSIGN TO "LOANJRNL.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS JOURNAL-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * LOAN-MASTER-RECORD AND LOAN-JOURNAL-RECORD ARE THE SHARED
      * LOAN LAYOUTS - SEE COPYBOOKS/WLOANMST.CPY AND WLOANJRN.CPY.
       FD  LOAN-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WLOANMST.

       FD  LOAN-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WLOANJRN.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  LOAN-FILE-STATUS          PIC XX.
       01  JOURNAL-FILE-STATUS       PIC XX.
       01  END-OF-FILE               PIC X.
       01  JOURNAL-END-OF-FILE       PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       01  MONTH-ENTRY               PIC X(6).
       01  TODAYS-DATE               PIC 9(8).
       01  THE-PERIOD                PIC 9(6).
       01  THE-MONTH-START           PIC 9(8).
       01  THE-MONTH-END             PIC 9(8).
       01  STATEMENTS-PRINTED        PIC 9(5) VALUE ZERO.

      * THE LOAN'S FIGURES FOR THE MONTH.
       01  OPENING-BALANCE           PIC 9(9)V99.
       01  CLOSING-BALANCE           PIC 9(9)V99.
       01  LAST-MONEY-DATE           PIC 9(8).
       01  MONTH-PAYMENT-COUNT       PIC 9(3).
       01  MONTH-RATE-CHANGE-COUNT   PIC 9(3).
       01  MONTH-AMOUNT-TOTAL        PIC 9(11)V99.
       01  MONTH-INTEREST-TOTAL      PIC 9(11)V99.
       01  MONTH-PRINCIPAL-TOTAL     PIC 9(11)V99.

      * THE NEXT PAYMENT DUE.
       01  PERIODS-PER-YEAR          PIC 99.
       01  MONTHS-PER-PERIOD         PIC 99.
       01  RATE-PER-PERIOD           PIC V9(8).
       01  NEXT-DUE-DATE             PIC 9(8).
       01  NEXT-DUE-AMOUNT           PIC 9(9)V99.
       01  FINAL-PAYMENT             PIC 9(9)V99.

       01  WALK-DATE-PARTS.
                 05 WALK-YEAR             PIC 9(4).
                 05 WALK-MONTH            PIC 99.
                 05 WALK-DAY              PIC 99.
       01  WALK-DATE-WHOLE REDEFINES WALK-DATE-PARTS
                                          PIC 9(8).
       01  MONTH-LENGTH-TEXT         PIC X(24) VALUE
                                     "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-TEXT.
                 05 MONTH-LENGTH OCCURS 12 TIMES PIC 99.
       01  LEAP-QUOTIENT             PIC 9(4).
       01  LEAP-REMAINDER            PIC 9(4).
       01  THIS-MONTH-LENGTH         PIC 99.

      * Structures for the printed statement.
       01  STATEMENT-TITLE-LINE.
                 05 FILLER                 PIC X(19) VALUE
                                           "LOAN STATEMENT FOR ".
                 05 PRINT-PERIOD           PIC 9(6).
                 05 FILLER                 PIC X(9) VALUE
                                           "  LOAN #".
                 05 PRINT-LOAN-NUMBER      PIC 9(5).

       01  BORROWER-LINE.
                 05 PRINT-BORROWER         PIC X(30).

       01  TERMS-LINE.
                 05 FILLER                 PIC X(6) VALUE "RATE ".
                 05 PRINT-RATE             PIC Z9.9.
                 05 FILLER                 PIC X(4) VALUE "%   ".
                 05 PRINT-FREQUENCY        PIC X(9).
                 05 FILLER                 PIC X(22) VALUE
                                           " PAYMENTS OF".
                 05 PRINT-SCHEDULED        PIC ZZZ,ZZZ,ZZ9.99.

       01  VARIABLE-RATE-LINE.
                 05 FILLER                 PIC X(20) VALUE
                                           "VARIABLE RATE: INDEX".
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-RATE-INDEX       PIC X(2).
                 05 FILLER                 PIC X(6) VALUE " PLUS ".
                 05 PRINT-RATE-MARGIN      PIC Z9.9.
                 05 FILLER                 PIC X(21) VALUE
                                           "%   NEXT REPRICE ON ".
                 05 PRINT-NEXT-REPRICE     PIC 9(8).

       01  OPENING-BALANCE-LINE.
                 05 FILLER                 PIC X(25) VALUE
                                           "OPENING BALANCE".
                 05 PRINT-OPENING-BALANCE  PIC ZZZ,ZZZ,ZZ9.99.

       01  PAYMENT-HEADING-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "  DATE".
                 05 FILLER                 PIC X(15) VALUE
                                           "        PAYMENT".
                 05 FILLER                 PIC X(15) VALUE
                                           "       INTEREST".
                 05 FILLER                 PIC X(15) VALUE
                                           "      PRINCIPAL".
                 05 FILLER                 PIC X(15) VALUE
                                           "        BALANCE".

       01  PAYMENT-DETAIL-LINE.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-PAYMENT-DATE     PIC 9(8).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-PAYMENT-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-PAYMENT-INTEREST PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-PAYMENT-PRINCIPAL
                                           PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-PAYMENT-BALANCE  PIC ZZZ,ZZZ,ZZ9.99.

       01  RATE-CHANGE-LINE.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-CHANGE-DATE      PIC 9(8).
                 05 FILLER                 PIC X(14) VALUE
                                           "  RATE CHANGED".
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-OLD-RATE         PIC Z9.9.
                 05 FILLER                 PIC X(5) VALUE "% TO ".
                 05 PRINT-NEW-RATE         PIC Z9.9.
                 05 FILLER                 PIC X(16) VALUE
                                           "% - PAYMENT NOW ".
                 05 PRINT-NEW-PAYMENT      PIC ZZZ,ZZZ,ZZ9.99.

       01  MONTH-TOTAL-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "  TOTALS".
                 05 PRINT-TOTAL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-TOTAL-INTEREST   PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-TOTAL-PRINCIPAL  PIC ZZZ,ZZZ,ZZ9.99.

       01  NO-PAYMENT-LINE.
                 05 FILLER                 PIC X(40) VALUE
                       "  NO PAYMENT RECEIVED THIS MONTH".

       01  CLOSING-BALANCE-LINE.
                 05 FILLER                 PIC X(25) VALUE
                                           "CLOSING BALANCE".
                 05 PRINT-CLOSING-BALANCE  PIC ZZZ,ZZZ,ZZ9.99.

       01  NEXT-DUE-LINE.
                 05 FILLER                 PIC X(17) VALUE
                                           "NEXT PAYMENT DUE ".
                 05 PRINT-NEXT-DUE-DATE    PIC 9(8).
                 05 FILLER                 PIC X(10) VALUE
                                           "  AMOUNT ".
                 05 PRINT-NEXT-DUE-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-PAST-DUE         PIC X(8).

       01  PAID-IN-FULL-LINE.
                 05 FILLER                 PIC X(40) VALUE
                       "THIS LOAN IS PAID IN FULL - THANK YOU".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "N" TO END-OF-FILE.
            PERFORM READ-NEXT-LOAN.
            PERFORM STATEMENT-ONE-LOAN
                 UNTIL END-OF-FILE = "Y".
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           PERFORM GET-THE-MONTH.
           OPEN INPUT LOAN-MASTER-FILE.
           IF LOAN-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN LOANMST.DAT - STATUS "
                             LOAN-FILE-STATUS
                     STOP RUN.
           OPEN OUTPUT PRINTER-FILE.

      * A BLANK MONTH IS THE CURRENT ONE, AS ON ARSTMT01 - THE
      * STATEMENTS PRINT ON THE LAST NIGHT OF THE MONTH.
       GET-THE-MONTH.
           DISPLAY "STATEMENT MONTH (YYYYMM, BLANK FOR CURRENT) ? ".
           ACCEPT MONTH-ENTRY.
           IF MONTH-ENTRY = SPACE
                     ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
                     MOVE TODAYS-DATE (1:6) TO THE-PERIOD
           ELSE
                     IF MONTH-ENTRY IS NUMERIC AND
                        MONTH-ENTRY (5:2) > "00" AND
                        MONTH-ENTRY (5:2) < "13"
                               MOVE MONTH-ENTRY TO THE-PERIOD
                     ELSE
                               DISPLAY "MONTH MUST BE YYYYMM"
                               GO TO GET-THE-MONTH.
           MOVE THE-PERIOD TO WALK-DATE-WHOLE (1:6).
           MOVE 1 TO WALK-DAY.
           MOVE WALK-DATE-WHOLE TO THE-MONTH-START.
           PERFORM SET-THE-MONTH-LENGTH.
           MOVE THIS-MONTH-LENGTH TO WALK-DAY.
           MOVE WALK-DATE-WHOLE TO THE-MONTH-END.

       CLOSING-PROCEDURE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE PRINTER-FILE.
           DISPLAY STATEMENTS-PRINTED " LOAN STATEMENT(S) PRINTED "
                   "FOR " THE-PERIOD.

       READ-NEXT-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

      * STATEMENT-ONE-LOAN TOTALS THE LOAN'S MONTH FIRST AND ONLY
      * PRINTS WHEN THE LOAN WAS RUNNING BY THE MONTH END AND OWED
      * SOMETHING WHEN THE MONTH OPENED OR TOOK A PAYMENT IN IT.
       STATEMENT-ONE-LOAN.
           IF LOAN-START-DATE NOT > THE-MONTH-END
                     PERFORM TOTAL-THE-LOAN
                     IF OPENING-BALANCE > ZERO OR
                        MONTH-PAYMENT-COUNT > ZERO
                               ADD 1 TO STATEMENTS-PRINTED
                               PERFORM PRINT-ONE-STATEMENT.
           PERFORM READ-NEXT-LOAN.

      * TOTAL-THE-LOAN READS THE PAYMENT JOURNAL FROM THE TOP, THE
      * WAY APYRE01 RESCANS ITS CHECK REGISTER. THE JOURNAL IS
      * WRITTEN IN DATE ORDER, SO THE LAST ROW BEFORE THE MONTH
      * CARRIES THE OPENING BALANCE AND THE LAST ROW BY THE MONTH
      * END THE CLOSING ONE. THE MASTER'S OWN BALANCE IS NOT USED -
      * IT HAS ALREADY MOVED FOR ANY PAYMENT TAKEN SINCE.
       TOTAL-THE-LOAN.
           MOVE LOAN-PRINCIPAL TO OPENING-BALANCE.
           MOVE LOAN-START-DATE TO LAST-MONEY-DATE.
           MOVE ZERO TO MONTH-PAYMENT-COUNT MONTH-AMOUNT-TOTAL
                        MONTH-INTEREST-TOTAL MONTH-PRINCIPAL-TOTAL
                        MONTH-RATE-CHANGE-COUNT.
           OPEN INPUT LOAN-JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = "00"
                     MOVE "N" TO JOURNAL-END-OF-FILE
                     PERFORM READ-NEXT-JOURNAL-ROW
                     PERFORM TOTAL-ONE-JOURNAL-ROW
                          UNTIL JOURNAL-END-OF-FILE = "Y".
           CLOSE LOAN-JOURNAL-FILE.
           IF MONTH-PAYMENT-COUNT = ZERO
                     MOVE OPENING-BALANCE TO CLOSING-BALANCE.

       READ-NEXT-JOURNAL-ROW.
           READ LOAN-JOURNAL-FILE
                     AT END
                     MOVE "Y" TO JOURNAL-END-OF-FILE.

       TOTAL-ONE-JOURNAL-ROW.
           IF LJRN-LOAN-NUMBER = LOAN-NUMBER AND
              LJRN-IS-RATE-CHANGE AND
              LJRN-DATE NOT < THE-MONTH-START AND
              LJRN-DATE NOT > THE-MONTH-END
                     ADD 1 TO MONTH-RATE-CHANGE-COUNT.
           IF LJRN-LOAN-NUMBER = LOAN-NUMBER AND
              LJRN-IS-PAYMENT AND
              LJRN-DATE NOT > THE-MONTH-END
                     MOVE LJRN-DATE TO LAST-MONEY-DATE
                     IF LJRN-DATE < THE-MONTH-START
                               MOVE LJRN-BALANCE-AFTER TO
                                    OPENING-BALANCE
                     ELSE
                               ADD 1 TO MONTH-PAYMENT-COUNT
                               ADD LJRN-AMOUNT TO MONTH-AMOUNT-TOTAL
                               ADD LJRN-INTEREST-PART TO
                                   MONTH-INTEREST-TOTAL
                               ADD LJRN-PRINCIPAL-PART TO
                                   MONTH-PRINCIPAL-TOTAL
                               MOVE LJRN-BALANCE-AFTER TO
                                    CLOSING-BALANCE.
           PERFORM READ-NEXT-JOURNAL-ROW.

       PRINT-ONE-STATEMENT.
           PERFORM PRINT-THE-HEADING-BLOCK.
           MOVE OPENING-BALANCE TO PRINT-OPENING-BALANCE.
           MOVE OPENING-BALANCE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           IF MONTH-PAYMENT-COUNT = ZERO
                     MOVE NO-PAYMENT-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF MONTH-PAYMENT-COUNT > ZERO OR
              MONTH-RATE-CHANGE-COUNT > ZERO
                     PERFORM LIST-THE-MONTH-PAYMENTS.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE CLOSING-BALANCE TO PRINT-CLOSING-BALANCE.
           MOVE CLOSING-BALANCE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           IF CLOSING-BALANCE = ZERO
                     MOVE PAID-IN-FULL-LINE TO PRINTER-RECORD
           ELSE
                     PERFORM FIGURE-THE-NEXT-PAYMENT
                     MOVE NEXT-DUE-DATE TO PRINT-NEXT-DUE-DATE
                     MOVE NEXT-DUE-AMOUNT TO PRINT-NEXT-DUE-AMOUNT
                     MOVE SPACE TO PRINT-PAST-DUE
                     IF NEXT-DUE-DATE NOT > THE-MONTH-END
                               MOVE "PAST DUE" TO PRINT-PAST-DUE
                     END-IF
                     MOVE NEXT-DUE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

       PRINT-THE-HEADING-BLOCK.
           MOVE THE-PERIOD TO PRINT-PERIOD.
           MOVE LOAN-NUMBER TO PRINT-LOAN-NUMBER.
           MOVE STATEMENT-TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE LOAN-BORROWER TO PRINT-BORROWER.
           MOVE BORROWER-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE LOAN-RATE TO PRINT-RATE.
           MOVE "ANNUAL" TO PRINT-FREQUENCY.
           IF LOAN-FREQUENCY = "M"
                     MOVE "MONTHLY" TO PRINT-FREQUENCY.
           IF LOAN-FREQUENCY = "Q"
                     MOVE "QUARTERLY" TO PRINT-FREQUENCY.
           MOVE LOAN-PAYMENT TO PRINT-SCHEDULED.
           MOVE TERMS-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           IF LOAN-RATE-IS-VARIABLE
                     MOVE LOAN-RATE-INDEX TO PRINT-RATE-INDEX
                     MOVE LOAN-RATE-MARGIN TO PRINT-RATE-MARGIN
                     MOVE LOAN-NEXT-REPRICE-DATE TO
                          PRINT-NEXT-REPRICE
                     MOVE VARIABLE-RATE-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 2.

      * LIST-THE-MONTH-PAYMENTS PUTS ONE LINE ON THE STATEMENT PER
      * PAYMENT TAKEN IN THE MONTH, AS LOANPAY01 SPLIT IT, AND ONE
      * PER RATE CHANGE, IN THE ORDER THEY HAPPENED.
       LIST-THE-MONTH-PAYMENTS.
           MOVE PAYMENT-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           OPEN INPUT LOAN-JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = "00"
                     MOVE "N" TO JOURNAL-END-OF-FILE
                     PERFORM READ-NEXT-JOURNAL-ROW
                     PERFORM LIST-ONE-PAYMENT
                          UNTIL JOURNAL-END-OF-FILE = "Y".
           CLOSE LOAN-JOURNAL-FILE.
           MOVE MONTH-AMOUNT-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE MONTH-INTEREST-TOTAL TO PRINT-TOTAL-INTEREST.
           MOVE MONTH-PRINCIPAL-TOTAL TO PRINT-TOTAL-PRINCIPAL.
           MOVE MONTH-TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LIST-ONE-PAYMENT.
           IF LJRN-LOAN-NUMBER = LOAN-NUMBER AND
              LJRN-DATE NOT < THE-MONTH-START AND
              LJRN-DATE NOT > THE-MONTH-END
                     IF LJRN-IS-RATE-CHANGE
                               PERFORM LIST-ONE-RATE-CHANGE
                     ELSE
                               PERFORM LIST-ONE-PAYMENT-LINE.
           PERFORM READ-NEXT-JOURNAL-ROW.

       LIST-ONE-RATE-CHANGE.
           MOVE LJRN-DATE TO PRINT-CHANGE-DATE.
           MOVE LJRN-OLD-RATE TO PRINT-OLD-RATE.
           MOVE LJRN-NEW-RATE TO PRINT-NEW-RATE.
           MOVE LJRN-NEW-PAYMENT TO PRINT-NEW-PAYMENT.
           MOVE RATE-CHANGE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LIST-ONE-PAYMENT-LINE.
           MOVE LJRN-DATE TO PRINT-PAYMENT-DATE.
           MOVE LJRN-AMOUNT TO PRINT-PAYMENT-AMOUNT.
           MOVE LJRN-INTEREST-PART TO PRINT-PAYMENT-INTEREST.
           MOVE LJRN-PRINCIPAL-PART TO PRINT-PAYMENT-PRINCIPAL.
           MOVE LJRN-BALANCE-AFTER TO PRINT-PAYMENT-BALANCE.
           MOVE PAYMENT-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * FIGURE-THE-NEXT-PAYMENT STEPS ONE PAYMENT PERIOD ON FROM THE
      * LAST TIME MONEY MOVED - A MONTH, A QUARTER OR A YEAR, HELD
      * TO THE LAST DAY OF A SHORTER MONTH. THE AMOUNT IS THE
      * SCHEDULED PAYMENT, OR THE BALANCE PLUS ONE PERIOD'S INTEREST
      * (AS LOANPAY01 WILL SPLIT IT) WHEN THAT CLEARS THE NOTE FOR
      * LESS.
       FIGURE-THE-NEXT-PAYMENT.
           MOVE 1 TO PERIODS-PER-YEAR.
           MOVE 12 TO MONTHS-PER-PERIOD.
           IF LOAN-FREQUENCY = "M"
                     MOVE 12 TO PERIODS-PER-YEAR
                     MOVE 1 TO MONTHS-PER-PERIOD.
           IF LOAN-FREQUENCY = "Q"
                     MOVE 4 TO PERIODS-PER-YEAR
                     MOVE 3 TO MONTHS-PER-PERIOD.
           COMPUTE RATE-PER-PERIOD ROUNDED =
                     (LOAN-RATE / 100) / PERIODS-PER-YEAR.
           MOVE LAST-MONEY-DATE TO WALK-DATE-WHOLE.
           ADD MONTHS-PER-PERIOD TO WALK-MONTH.
           IF WALK-MONTH > 12
                     SUBTRACT 12 FROM WALK-MONTH
                     ADD 1 TO WALK-YEAR.
           PERFORM SET-THE-MONTH-LENGTH.
           IF WALK-DAY > THIS-MONTH-LENGTH
                     MOVE THIS-MONTH-LENGTH TO WALK-DAY.
           MOVE WALK-DATE-WHOLE TO NEXT-DUE-DATE.
           COMPUTE FINAL-PAYMENT ROUNDED = CLOSING-BALANCE +
                     CLOSING-BALANCE * RATE-PER-PERIOD.
           IF FINAL-PAYMENT < LOAN-PAYMENT
                     MOVE FINAL-PAYMENT TO NEXT-DUE-AMOUNT
           ELSE
                     MOVE LOAN-PAYMENT TO NEXT-DUE-AMOUNT.

       SET-THE-MONTH-LENGTH.
           MOVE MONTH-LENGTH (WALK-MONTH) TO THIS-MONTH-LENGTH.
           IF WALK-MONTH = 2
                     DIVIDE WALK-YEAR BY 4 GIVING LEAP-QUOTIENT
                               REMAINDER LEAP-REMAINDER
                     IF LEAP-REMAINDER = ZERO
                               MOVE 29 TO THIS-MONTH-LENGTH.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM LOANSTM01.
