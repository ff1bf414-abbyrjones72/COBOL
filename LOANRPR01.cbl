      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRPR01.

      ******************************************************************
      * This program is the scheduled repricing run for the
      * variable-rate loans. Every open variable loan whose next
      * reprice date has come round by the keyed as-of date takes
      * its index rate code as it now stands on RATES.DAT, adds the
      * loan's margin, and the level payment is figured again the
      * way LOANADD01 first figured it - on the balance owed, over
      * the periods the note still has to run. The master carries
      * the new rate and payment and its next reprice date, and a
      * rate-change row (type R) lands on LOANJRNL.DAT with the old
      * and new rate and payment. A change-of-rate notice prints
      * for each borrower whose rate moved, then a register of
      * every loan that came due: repriced, unchanged, or left
      * alone because its index is not on RATES.DAT or puts the
      * rate out of range. A loan left alone keeps its reprice date
      * and comes up again on the next run.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT LOAN-MASTER-FILE
                           ASSIGN TO "LOANMST.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS LOAN-NUMBER
                           FILE STATUS IS LOAN-FILE-STATUS.

                 SELECT OPTIONAL LOAN-JOURNAL-FILE
                           ASSIGN TO "LOANJRNL.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS JOURNAL-FILE-STATUS.

                 SELECT OPTIONAL RATE-FILE
                           ASSIGN TO "RATES.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS RATE-CODE
                           FILE STATUS IS RATE-FILE-STATUS.

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

      * RATE-RECORD MATCHES WHAT CMPINT01 READS OFF RATES.DAT.
       FD  RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RATE-RECORD.
                 05 RATE-CODE                  PIC X(2).
                 05 RATE-DESCRIPTION           PIC X(20).
                 05 RATE-PERCENT               PIC 99V9.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  LOAN-FILE-STATUS          PIC XX.
       01  JOURNAL-FILE-STATUS       PIC XX.
       01  RATE-FILE-STATUS          PIC XX.
       01  RATE-TABLE-AVAILABLE      PIC X.
       01  END-OF-FILE               PIC X.
       01  JOURNAL-END-OF-FILE       PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       01  AS-OF-ENTRY               PIC X(8).
       01  THE-AS-OF-DATE            PIC 9(8).
       01  INDEX-FOUND               PIC X.

      * THE REPRICING OF THE LOAN IN HAND.
       01  PAYMENTS-MADE             PIC 9(5).
       01  PERIODS-LEFT              PIC 999.
       01  RATE-SUM                  PIC 999V9.
       01  THE-NEW-RATE              PIC 99V9.
       01  PERIODS-PER-YEAR          PIC 99.
       01  LOAN-RATE-PER-PERIOD      PIC V9(8).
       01  GROWTH-FACTOR             PIC 9(9)V9(8).
       01  THE-NEW-PAYMENT           PIC 9(9)V99.
       01  REPRICE-MONTHS            PIC 99.
       01  REPRICE-MONTH-COUNT       PIC 99.
       01  ANCHOR-DAY                PIC 99.

       01  LOANS-REPRICED            PIC 9(5) VALUE ZERO.
       01  LOANS-UNCHANGED           PIC 9(5) VALUE ZERO.
       01  LOANS-EXCEPTED            PIC 9(5) VALUE ZERO.
       01  LOANS-NOT-REACHED         PIC 9(5) VALUE ZERO.

      * EVERY LOAN THAT CAME DUE IS HELD HERE FOR THE NOTICES, THE
      * JOURNAL ROWS AND THE REGISTER, WHICH ARE ALL DONE ONCE THE
      * MASTER PASS IS OVER AND THE JOURNAL CAN BE OPENED TO ADD TO.
       01  DUE-COUNT                 PIC 9(4) VALUE ZERO.
       01  DUE-INDEX                 PIC 9(4).
       01  DUE-TABLE.
                 05 DUE-ENTRY OCCURS 500 TIMES.
                           10 DUE-LOAN-NUMBER     PIC 9(5).
                           10 DUE-BORROWER        PIC X(30).
                           10 DUE-RATE-INDEX      PIC X(2).
                           10 DUE-INDEX-NAME      PIC X(20).
                           10 DUE-INDEX-RATE      PIC 99V9.
                           10 DUE-MARGIN          PIC 99V9.
                           10 DUE-OLD-RATE        PIC 99V9.
                           10 DUE-NEW-RATE        PIC 99V9.
                           10 DUE-OLD-PAYMENT     PIC 9(9)V99.
                           10 DUE-NEW-PAYMENT     PIC 9(9)V99.
                           10 DUE-BALANCE         PIC 9(9)V99.
                           10 DUE-PERIODS-LEFT    PIC 999.
                           10 DUE-NEXT-REPRICE    PIC 9(8).
                           10 DUE-RESULT          PIC X.
                                     88 DUE-WAS-REPRICED  VALUE "R".
                                     88 DUE-WAS-UNCHANGED VALUE "U".
                                     88 DUE-HAS-NO-INDEX  VALUE "I".
                                     88 DUE-IS-OUT-OF-RANGE
                                                          VALUE "X".

       01  WALK-DATE-PARTS.
                 05 WALK-YEAR             PIC 9(4).
                 05 WALK-MONTH            PIC 99.
                 05 WALK-DAY              PIC 99.
       01  WALK-DATE-WHOLE REDEFINES WALK-DATE-PARTS
                                          PIC 9(8).
       01  START-DATE-PARTS.
                 05 START-YEAR            PIC 9(4).
                 05 START-MONTH           PIC 99.
                 05 START-DAY             PIC 99.
       01  START-DATE-WHOLE REDEFINES START-DATE-PARTS
                                          PIC 9(8).
       01  MONTH-LENGTH-TEXT         PIC X(24) VALUE
                                     "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-TEXT.
                 05 MONTH-LENGTH OCCURS 12 TIMES PIC 99.
       01  LEAP-QUOTIENT             PIC 9(4).
       01  LEAP-REMAINDER            PIC 9(4).
       01  THIS-MONTH-LENGTH         PIC 99.

       01  LINE-COUNT                PIC 999 VALUE ZERO.
       01  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       01  MAXIMUM-LINES             PIC 999 VALUE 55.

      * Structures for the change-of-rate notice.
       01  NOTICE-TITLE-LINE.
                 05 FILLER                 PIC X(50) VALUE
                       "NOTICE OF CHANGE IN YOUR LOAN INTEREST RATE".
                 05 FILLER                 PIC X(9) VALUE "AS OF ".
                 05 NOTICE-AS-OF-DATE      PIC 9(8).

       01  NOTICE-LOAN-LINE.
                 05 FILLER                 PIC X(20) VALUE
                                           "LOAN NUMBER:".
                 05 NOTICE-LOAN-NUMBER     PIC 9(5).

       01  NOTICE-BORROWER-LINE.
                 05 FILLER                 PIC X(20) VALUE
                                           "BORROWER:".
                 05 NOTICE-BORROWER        PIC X(30).

       01  NOTICE-INDEX-LINE.
                 05 FILLER                 PIC X(38) VALUE
                       "YOUR RATE FOLLOWS THE INDEX RATE CODE ".
                 05 NOTICE-RATE-INDEX      PIC X(2).
                 05 FILLER                 PIC X(3) VALUE " - ".
                 05 NOTICE-INDEX-NAME      PIC X(20).

       01  NOTICE-MARGIN-LINE.
                 05 FILLER                 PIC X(19) VALUE
                                           "WHICH NOW STANDS AT".
                 05 NOTICE-INDEX-RATE      PIC ZZ9.9.
                 05 FILLER                 PIC X(17) VALUE
                                           "%, PLUS A MARGIN ".
                 05 FILLER                 PIC X(2) VALUE "OF".
                 05 NOTICE-MARGIN          PIC ZZ9.9.
                 05 FILLER                 PIC X(2) VALUE "%.".

       01  NOTICE-COLUMN-LINE.
                 05 FILLER                 PIC X(20) VALUE SPACE.
                 05 FILLER                 PIC X(15) VALUE
                                           "            WAS".
                 05 FILLER                 PIC X(15) VALUE
                                           "            NOW".

       01  NOTICE-RATE-LINE.
                 05 FILLER                 PIC X(20) VALUE
                                           "ANNUAL INTEREST RATE".
                 05 FILLER                 PIC X(9) VALUE SPACE.
                 05 NOTICE-OLD-RATE        PIC ZZ9.9.
                 05 FILLER                 PIC X(1) VALUE "%".
                 05 FILLER                 PIC X(9) VALUE SPACE.
                 05 NOTICE-NEW-RATE        PIC ZZ9.9.
                 05 FILLER                 PIC X(1) VALUE "%".

       01  NOTICE-PAYMENT-LINE.
                 05 FILLER                 PIC X(20) VALUE
                                           "PAYMENT PER PERIOD".
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 NOTICE-OLD-PAYMENT     PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 NOTICE-NEW-PAYMENT     PIC ZZZ,ZZZ,ZZ9.99.

       01  NOTICE-BALANCE-LINE.
                 05 FILLER                 PIC X(21) VALUE
                                           "BALANCE OWED".
                 05 NOTICE-BALANCE         PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(5) VALUE " OVER".
                 05 NOTICE-PERIODS-LEFT    PIC ZZZ9.
                 05 FILLER                 PIC X(17) VALUE
                                           " PAYMENT(S) LEFT".

       01  NOTICE-NEXT-LINE.
                 05 FILLER                 PIC X(47) VALUE
                    "THE NEW PAYMENT APPLIES FROM YOUR NEXT PAYMENT.".

       01  NOTICE-REPRICE-LINE.
                 05 FILLER                 PIC X(29) VALUE
                                     "THE RATE IS NEXT REVIEWED ON ".
                 05 NOTICE-NEXT-REPRICE    PIC 9(8).
                 05 FILLER                 PIC X(1) VALUE ".".

      * Structures for the printed register.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(40) VALUE
                       "LOAN REPRICING REGISTER - AS OF ".
                 05 PRINT-AS-OF-DATE       PIC 9(8).
                 05 FILLER                 PIC X(16) VALUE SPACE.
                 05 FILLER                 PIC X(5) VALUE "PAGE:".
                 05 PRINT-PAGE-NUMBER      PIC ZZZ9.

       01  SUBTITLE-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 SUB-OPERATOR-ID        PIC X(10).

       01  COLUMN-HEADING-LINE.
                 05 FILLER                 PIC X(6) VALUE "LOAN".
                 05 FILLER                 PIC X(16) VALUE "BORROWER".
                 05 FILLER                 PIC X(5) VALUE " WAS".
                 05 FILLER                 PIC X(5) VALUE " NOW".
                 05 FILLER                 PIC X(14) VALUE
                                           "  OLD PAYMENT".
                 05 FILLER                 PIC X(14) VALUE
                                           "  NEW PAYMENT".
                 05 FILLER                 PIC X(9) VALUE "NEXT".
                 05 FILLER                 PIC X(10) VALUE "RESULT".

       01  DETAIL-LINE.
                 05 PRINT-LOAN-NUMBER      PIC 9(5).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-BORROWER         PIC X(15).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-OLD-RATE         PIC Z9.9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-NEW-RATE         PIC Z9.9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-OLD-PAYMENT      PIC ZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-NEW-PAYMENT      PIC ZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-NEXT-REPRICE     PIC 9(8).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-RESULT           PIC X(10).

       01  TOTAL-LINE.
                 05 PRINT-TOTAL-COUNT      PIC ZZZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-TOTAL-TEXT       PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "N" TO END-OF-FILE.
            PERFORM READ-NEXT-LOAN.
            PERFORM CHECK-ONE-LOAN
                 UNTIL END-OF-FILE = "Y".
            PERFORM CLOSE-THE-MASTER-PASS.
            PERFORM FILE-THE-RATE-CHANGES.
            PERFORM PRINT-THE-NOTICES.
            PERFORM PRINT-THE-REGISTER.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           IF OPERATOR-AUTHORITY < 5
                     DISPLAY "UPDATE AUTHORITY IS NEEDED TO RUN "
                             "THIS PROGRAM"
                     STOP RUN.
           PERFORM GET-THE-AS-OF-DATE.
           OPEN I-O LOAN-MASTER-FILE.
           IF LOAN-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN LOANMST.DAT - STATUS "
                             LOAN-FILE-STATUS
                     STOP RUN.
           OPEN INPUT RATE-FILE.
           IF RATE-FILE-STATUS = "00"
                     MOVE "Y" TO RATE-TABLE-AVAILABLE
           ELSE
                     MOVE "N" TO RATE-TABLE-AVAILABLE
                     DISPLAY "RATES.DAT IS NOT AVAILABLE - NO LOAN "
                             "CAN BE REPRICED".

      * THE RUN NORMALLY REPRICES WHAT HAS COME DUE BY TODAY; AN
      * EARLIER DATE CAN BE KEYED TO CATCH UP A MISSED RUN.
       GET-THE-AS-OF-DATE.
           DISPLAY "REPRICE AS OF (YYYYMMDD, BLANK FOR TODAY) ? ".
           ACCEPT AS-OF-ENTRY.
           IF AS-OF-ENTRY = SPACE
                     ACCEPT THE-AS-OF-DATE FROM DATE YYYYMMDD
           ELSE
                     IF AS-OF-ENTRY IS NUMERIC AND
                        AS-OF-ENTRY (5:2) > "00" AND
                        AS-OF-ENTRY (5:2) < "13" AND
                        AS-OF-ENTRY (7:2) > "00" AND
                        AS-OF-ENTRY (7:2) < "32"
                               MOVE AS-OF-ENTRY TO THE-AS-OF-DATE
                     ELSE
                               DISPLAY "DATE MUST BE YYYYMMDD"
                               GO TO GET-THE-AS-OF-DATE.

       CLOSE-THE-MASTER-PASS.
           CLOSE LOAN-MASTER-FILE.
           IF RATE-TABLE-AVAILABLE = "Y"
                     CLOSE RATE-FILE.

       CLOSING-PROCEDURE.
           CLOSE PRINTER-FILE.
           DISPLAY LOANS-REPRICED " LOAN(S) REPRICED, "
                   LOANS-UNCHANGED " UNCHANGED, "
                   LOANS-EXCEPTED " LEFT FOR ATTENTION".
           IF LOANS-NOT-REACHED > ZERO
                     DISPLAY LOANS-NOT-REACHED " LOAN(S) DUE WERE "
                             "NOT REACHED - RUN AGAIN TO REPRICE "
                             "THEM".

       READ-NEXT-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

      * CHECK-ONE-LOAN PICKS OUT THE OPEN VARIABLE LOANS WHOSE
      * REPRICE DATE HAS COME. ONCE THE HELD TABLE IS FULL THE REST
      * ARE COUNTED AND LEFT AS THEY ARE FOR THE NEXT RUN.
       CHECK-ONE-LOAN.
           IF LOAN-IS-OPEN AND
              LOAN-RATE-IS-VARIABLE AND
              LOAN-BALANCE > ZERO AND
              LOAN-NEXT-REPRICE-DATE > ZERO AND
              LOAN-NEXT-REPRICE-DATE NOT > THE-AS-OF-DATE
                     IF DUE-COUNT < 500
                               PERFORM REPRICE-ONE-LOAN
                     ELSE
                               ADD 1 TO LOANS-NOT-REACHED.
           PERFORM READ-NEXT-LOAN.

       REPRICE-ONE-LOAN.
           ADD 1 TO DUE-COUNT.
           MOVE LOAN-NUMBER TO DUE-LOAN-NUMBER (DUE-COUNT).
           MOVE LOAN-BORROWER TO DUE-BORROWER (DUE-COUNT).
           MOVE LOAN-RATE-INDEX TO DUE-RATE-INDEX (DUE-COUNT).
           MOVE LOAN-RATE-MARGIN TO DUE-MARGIN (DUE-COUNT).
           MOVE LOAN-RATE TO DUE-OLD-RATE (DUE-COUNT).
           MOVE LOAN-RATE TO DUE-NEW-RATE (DUE-COUNT).
           MOVE LOAN-PAYMENT TO DUE-OLD-PAYMENT (DUE-COUNT).
           MOVE LOAN-PAYMENT TO DUE-NEW-PAYMENT (DUE-COUNT).
           MOVE LOAN-BALANCE TO DUE-BALANCE (DUE-COUNT).
           MOVE ZERO TO DUE-PERIODS-LEFT (DUE-COUNT).
           MOVE LOAN-NEXT-REPRICE-DATE TO DUE-NEXT-REPRICE (DUE-COUNT).
           MOVE SPACE TO DUE-INDEX-NAME (DUE-COUNT).
           MOVE ZERO TO DUE-INDEX-RATE (DUE-COUNT).
           PERFORM LOOK-UP-THE-INDEX.
           IF INDEX-FOUND NOT = "Y"
                     MOVE "I" TO DUE-RESULT (DUE-COUNT)
                     ADD 1 TO LOANS-EXCEPTED
           ELSE
                     MOVE RATE-DESCRIPTION TO
                          DUE-INDEX-NAME (DUE-COUNT)
                     MOVE RATE-PERCENT TO DUE-INDEX-RATE (DUE-COUNT)
                     COMPUTE RATE-SUM =
                               RATE-PERCENT + LOAN-RATE-MARGIN
                     IF RATE-SUM < .1 OR RATE-SUM > 99.9
                               MOVE "X" TO DUE-RESULT (DUE-COUNT)
                               ADD 1 TO LOANS-EXCEPTED
                     ELSE
                               PERFORM SET-THE-NEW-TERMS.

       LOOK-UP-THE-INDEX.
           MOVE "N" TO INDEX-FOUND.
           IF RATE-TABLE-AVAILABLE = "Y"
                     MOVE LOAN-RATE-INDEX TO RATE-CODE
                     MOVE "Y" TO INDEX-FOUND
                     READ RATE-FILE
                               INVALID KEY
                               MOVE "N" TO INDEX-FOUND.

      * SET-THE-NEW-TERMS MOVES THE REPRICE DATE ON EITHER WAY; AN
      * INDEX THAT HAS NOT MOVED LEAVES THE RATE AND PAYMENT ALONE
      * AND NEEDS NO NOTICE OR JOURNAL ROW.
       SET-THE-NEW-TERMS.
           MOVE RATE-SUM TO THE-NEW-RATE.
           PERFORM ADVANCE-THE-REPRICE-DATE.
           MOVE WALK-DATE-WHOLE TO LOAN-NEXT-REPRICE-DATE.
           MOVE WALK-DATE-WHOLE TO DUE-NEXT-REPRICE (DUE-COUNT).
           IF THE-NEW-RATE = LOAN-RATE
                     MOVE "U" TO DUE-RESULT (DUE-COUNT)
                     ADD 1 TO LOANS-UNCHANGED
           ELSE
                     PERFORM COUNT-THE-PERIODS-LEFT
                     PERFORM FIGURE-THE-NEW-PAYMENT
                     MOVE THE-NEW-RATE TO LOAN-RATE
                     MOVE THE-NEW-PAYMENT TO LOAN-PAYMENT
                     MOVE THE-NEW-RATE TO DUE-NEW-RATE (DUE-COUNT)
                     MOVE THE-NEW-PAYMENT TO
                          DUE-NEW-PAYMENT (DUE-COUNT)
                     MOVE PERIODS-LEFT TO
                          DUE-PERIODS-LEFT (DUE-COUNT)
                     MOVE "R" TO DUE-RESULT (DUE-COUNT)
                     ADD 1 TO LOANS-REPRICED.
           REWRITE LOAN-MASTER-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE OF LOAN " LOAN-NUMBER
                             " FAILED - STATUS " LOAN-FILE-STATUS
                     STOP RUN.

      * ADVANCE-THE-REPRICE-DATE STEPS THE REPRICE DATE ON BY THE
      * FREQUENCY UNTIL IT IS PAST THE AS-OF DATE, SO A LOAN MISSED
      * FOR A CYCLE OR TWO IS NOT REPRICED AGAIN ON THE NEXT RUN.
      * THE DAY IS KEPT TO THE START DATE'S DAY, OR THE LAST DAY OF
      * A SHORTER MONTH.
       ADVANCE-THE-REPRICE-DATE.
           MOVE 12 TO REPRICE-MONTHS.
           IF LOAN-REPRICE-FREQUENCY = "M"
                     MOVE 1 TO REPRICE-MONTHS.
           IF LOAN-REPRICE-FREQUENCY = "Q"
                     MOVE 3 TO REPRICE-MONTHS.
           MOVE LOAN-START-DATE TO START-DATE-WHOLE.
           MOVE START-DAY TO ANCHOR-DAY.
           MOVE LOAN-NEXT-REPRICE-DATE TO WALK-DATE-WHOLE.
           PERFORM STEP-ONE-REPRICE-PERIOD
                 UNTIL WALK-DATE-WHOLE > THE-AS-OF-DATE.

       STEP-ONE-REPRICE-PERIOD.
           PERFORM STEP-ONE-MONTH
                 VARYING REPRICE-MONTH-COUNT FROM 1 BY 1
                 UNTIL REPRICE-MONTH-COUNT > REPRICE-MONTHS.
           PERFORM SET-THE-MONTH-LENGTH.
           MOVE ANCHOR-DAY TO WALK-DAY.
           IF WALK-DAY > THIS-MONTH-LENGTH
                     MOVE THIS-MONTH-LENGTH TO WALK-DAY.

       STEP-ONE-MONTH.
           IF WALK-MONTH = 12
                     MOVE 1 TO WALK-MONTH
                     ADD 1 TO WALK-YEAR
           ELSE
                     ADD 1 TO WALK-MONTH.

      * COUNT-THE-PERIODS-LEFT READS THE JOURNAL FROM THE TOP FOR
      * THE LOAN'S PAYMENT ROWS, THE WAY APYRE01 RESCANS ITS CHECK
      * REGISTER. THE NOTE STILL HAS ITS ORIGINAL PERIODS LESS THE
      * PAYMENTS TAKEN; ONE RUN PAST ITS TERM IS FIGURED OVER ONE.
       COUNT-THE-PERIODS-LEFT.
           MOVE ZERO TO PAYMENTS-MADE.
           OPEN INPUT LOAN-JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = "00"
                     MOVE "N" TO JOURNAL-END-OF-FILE
                     PERFORM READ-NEXT-JOURNAL-ROW
                     PERFORM COUNT-ONE-JOURNAL-ROW
                          UNTIL JOURNAL-END-OF-FILE = "Y".
           CLOSE LOAN-JOURNAL-FILE.
           IF PAYMENTS-MADE < LOAN-PERIODS
                     COMPUTE PERIODS-LEFT =
                               LOAN-PERIODS - PAYMENTS-MADE
           ELSE
                     MOVE 1 TO PERIODS-LEFT.

       READ-NEXT-JOURNAL-ROW.
           READ LOAN-JOURNAL-FILE
                     AT END
                     MOVE "Y" TO JOURNAL-END-OF-FILE.

       COUNT-ONE-JOURNAL-ROW.
           IF LJRN-LOAN-NUMBER = LOAN-NUMBER AND
              LJRN-IS-PAYMENT
                     ADD 1 TO PAYMENTS-MADE.
           PERFORM READ-NEXT-JOURNAL-ROW.

      * FIGURE-THE-NEW-PAYMENT IS LOANADD01'S LEVEL-PAYMENT
      * ARITHMETIC, TAKEN ON THE BALANCE OWED OVER THE PERIODS LEFT.
       FIGURE-THE-NEW-PAYMENT.
           MOVE 1 TO PERIODS-PER-YEAR.
           IF LOAN-FREQUENCY = "M"
                     MOVE 12 TO PERIODS-PER-YEAR.
           IF LOAN-FREQUENCY = "Q"
                     MOVE 4 TO PERIODS-PER-YEAR.
           COMPUTE LOAN-RATE-PER-PERIOD ROUNDED =
                     (THE-NEW-RATE / 100) / PERIODS-PER-YEAR.
           COMPUTE GROWTH-FACTOR =
                     (1 + LOAN-RATE-PER-PERIOD) ** PERIODS-LEFT.
           IF GROWTH-FACTOR = 1
                     COMPUTE THE-NEW-PAYMENT ROUNDED =
                               LOAN-BALANCE / PERIODS-LEFT
           ELSE
                     COMPUTE THE-NEW-PAYMENT ROUNDED =
                               (LOAN-BALANCE *
                                LOAN-RATE-PER-PERIOD *
                                GROWTH-FACTOR) /
                               (GROWTH-FACTOR - 1).

      ******************************************************************
      * THE RATE-CHANGE ROWS GO ONTO LOANJRNL.DAT ONCE THE MASTER
      * PASS HAS FINISHED READING IT.
      ******************************************************************
       FILE-THE-RATE-CHANGES.
           IF LOANS-REPRICED > ZERO
                     OPEN EXTEND LOAN-JOURNAL-FILE
                     IF JOURNAL-FILE-STATUS NOT = "00" AND
                        JOURNAL-FILE-STATUS NOT = "05"
                               DISPLAY "UNABLE TO OPEN LOANJRNL.DAT "
                                       "- STATUS " JOURNAL-FILE-STATUS
                               DISPLAY "THE LOANS ABOVE ARE REPRICED "
                                       "ON LOANMST.DAT WITHOUT THEIR "
                                       "JOURNAL ROWS"
                     ELSE
                               PERFORM FILE-ONE-RATE-CHANGE
                                    VARYING DUE-INDEX FROM 1 BY 1
                                    UNTIL DUE-INDEX > DUE-COUNT
                               CLOSE LOAN-JOURNAL-FILE.

       FILE-ONE-RATE-CHANGE.
           IF DUE-WAS-REPRICED (DUE-INDEX)
                     MOVE THE-AS-OF-DATE TO LJRN-DATE
                     MOVE DUE-LOAN-NUMBER (DUE-INDEX) TO
                          LJRN-LOAN-NUMBER
                     MOVE ZERO TO LJRN-AMOUNT
                     MOVE ZERO TO LJRN-INTEREST-PART
                     MOVE ZERO TO LJRN-PRINCIPAL-PART
                     MOVE DUE-BALANCE (DUE-INDEX) TO
                          LJRN-BALANCE-AFTER
                     MOVE OPERATOR-ID TO LJRN-OPERATOR-ID
                     MOVE "R" TO LJRN-ENTRY-TYPE
                     MOVE DUE-OLD-RATE (DUE-INDEX) TO LJRN-OLD-RATE
                     MOVE DUE-NEW-RATE (DUE-INDEX) TO LJRN-NEW-RATE
                     MOVE DUE-OLD-PAYMENT (DUE-INDEX) TO
                          LJRN-OLD-PAYMENT
                     MOVE DUE-NEW-PAYMENT (DUE-INDEX) TO
                          LJRN-NEW-PAYMENT
                     WRITE LOAN-JOURNAL-RECORD.

      ******************************************************************
      * ONE NOTICE PAGE PER BORROWER WHOSE RATE MOVED.
      ******************************************************************
       PRINT-THE-NOTICES.
           OPEN OUTPUT PRINTER-FILE.
           PERFORM PRINT-ONE-NOTICE
                VARYING DUE-INDEX FROM 1 BY 1
                UNTIL DUE-INDEX > DUE-COUNT.

       PRINT-ONE-NOTICE.
           IF DUE-WAS-REPRICED (DUE-INDEX)
                     PERFORM PRINT-THE-NOTICE-PAGE.

       PRINT-THE-NOTICE-PAGE.
           MOVE THE-AS-OF-DATE TO NOTICE-AS-OF-DATE.
           MOVE NOTICE-TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 3.
           MOVE DUE-LOAN-NUMBER (DUE-INDEX) TO NOTICE-LOAN-NUMBER.
           MOVE NOTICE-LOAN-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE DUE-BORROWER (DUE-INDEX) TO NOTICE-BORROWER.
           MOVE NOTICE-BORROWER-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE DUE-RATE-INDEX (DUE-INDEX) TO NOTICE-RATE-INDEX.
           MOVE DUE-INDEX-NAME (DUE-INDEX) TO NOTICE-INDEX-NAME.
           MOVE NOTICE-INDEX-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE DUE-INDEX-RATE (DUE-INDEX) TO NOTICE-INDEX-RATE.
           MOVE DUE-MARGIN (DUE-INDEX) TO NOTICE-MARGIN.
           MOVE NOTICE-MARGIN-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE NOTICE-COLUMN-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE DUE-OLD-RATE (DUE-INDEX) TO NOTICE-OLD-RATE.
           MOVE DUE-NEW-RATE (DUE-INDEX) TO NOTICE-NEW-RATE.
           MOVE NOTICE-RATE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE DUE-OLD-PAYMENT (DUE-INDEX) TO NOTICE-OLD-PAYMENT.
           MOVE DUE-NEW-PAYMENT (DUE-INDEX) TO NOTICE-NEW-PAYMENT.
           MOVE NOTICE-PAYMENT-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE DUE-BALANCE (DUE-INDEX) TO NOTICE-BALANCE.
           MOVE DUE-PERIODS-LEFT (DUE-INDEX) TO NOTICE-PERIODS-LEFT.
           MOVE NOTICE-BALANCE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE NOTICE-NEXT-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE DUE-NEXT-REPRICE (DUE-INDEX) TO NOTICE-NEXT-REPRICE.
           MOVE NOTICE-REPRICE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

      ******************************************************************
      * THE REGISTER LISTS EVERY LOAN THAT CAME DUE.
      ******************************************************************
       PRINT-THE-REGISTER.
           PERFORM START-NEW-PAGE.
           PERFORM PRINT-ONE-REGISTER-LINE
                VARYING DUE-INDEX FROM 1 BY 1
                UNTIL DUE-INDEX > DUE-COUNT.
           IF DUE-COUNT = ZERO
                     MOVE "NO VARIABLE-RATE LOAN WAS DUE TO REPRICE"
                          TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE LOANS-REPRICED TO PRINT-TOTAL-COUNT.
           MOVE "LOAN(S) REPRICED - NOTICE PRINTED, JOURNAL ROW FILED"
                TO PRINT-TOTAL-TEXT.
           PERFORM PRINT-A-TOTAL-LINE.
           MOVE LOANS-UNCHANGED TO PRINT-TOTAL-COUNT.
           MOVE "LOAN(S) AT AN UNCHANGED RATE - REVIEW DATE MOVED ON"
                TO PRINT-TOTAL-TEXT.
           PERFORM PRINT-A-TOTAL-LINE.
           MOVE LOANS-EXCEPTED TO PRINT-TOTAL-COUNT.
           MOVE "LOAN(S) LEFT FOR ATTENTION - NOT REPRICED"
                TO PRINT-TOTAL-TEXT.
           PERFORM PRINT-A-TOTAL-LINE.
           IF LOANS-NOT-REACHED > ZERO
                     MOVE LOANS-NOT-REACHED TO PRINT-TOTAL-COUNT
                     MOVE "LOAN(S) DUE NOT REACHED - RUN AGAIN"
                          TO PRINT-TOTAL-TEXT
                     PERFORM PRINT-A-TOTAL-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

       PRINT-A-TOTAL-LINE.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       PRINT-ONE-REGISTER-LINE.
           IF LINE-COUNT > MAXIMUM-LINES
                     PERFORM START-NEW-PAGE.
           MOVE DUE-LOAN-NUMBER (DUE-INDEX) TO PRINT-LOAN-NUMBER.
           MOVE DUE-BORROWER (DUE-INDEX) TO PRINT-BORROWER.
           MOVE DUE-OLD-RATE (DUE-INDEX) TO PRINT-OLD-RATE.
           MOVE DUE-NEW-RATE (DUE-INDEX) TO PRINT-NEW-RATE.
           MOVE DUE-OLD-PAYMENT (DUE-INDEX) TO PRINT-OLD-PAYMENT.
           MOVE DUE-NEW-PAYMENT (DUE-INDEX) TO PRINT-NEW-PAYMENT.
           MOVE DUE-NEXT-REPRICE (DUE-INDEX) TO PRINT-NEXT-REPRICE.
           MOVE "REPRICED" TO PRINT-RESULT.
           IF DUE-WAS-UNCHANGED (DUE-INDEX)
                     MOVE "NO CHANGE" TO PRINT-RESULT.
           IF DUE-HAS-NO-INDEX (DUE-INDEX)
                     MOVE "NO INDEX" TO PRINT-RESULT.
           IF DUE-IS-OUT-OF-RANGE (DUE-INDEX)
                     MOVE "RATE RANGE" TO PRINT-RESULT.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO LINE-COUNT.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
           MOVE THE-AS-OF-DATE TO PRINT-AS-OF-DATE.
           IF PAGE-NUMBER > 1
                     MOVE SPACE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
           MOVE SUBTITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE COLUMN-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE 5 TO LINE-COUNT.

      ******************************************************************
      * DAY ARITHMETIC - AS LOANPAY01 AND LOANDLQ01 DO IT.
      ******************************************************************
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

       END PROGRAM LOANRPR01.
