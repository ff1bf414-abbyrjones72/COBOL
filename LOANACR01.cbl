      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANACR01.

      ******************************************************************
      * This program is the month-end loan interest accrual. Until
      * now the books only saw loan interest when a receipt came in;
      * this run books what the notes have earned and not yet paid.
      * For a keyed month it takes every loan as it stood at the
      * month end - the balance after the last payment on or before
      * that day on LOANJRNL.DAT, or the principal on a loan never
      * paid on - and accrues interest from that payment (or the
      * start date) to the month end, pro-rated by days over the
      * payment period exactly as LOANPAY01 quotes a payoff. Each
      * accrual is appended to LOANACR.DAT and printed on the
      * register. GLJRN01 books a row on the month-end date and
      * reverses it on the first of the next month, so it must run
      * before the month-end day is journaled; a month already
      * accrued, or a month-end day already journaled, is refused.
      * A month counts as ended from its last business day on the
      * business-day calendar (BUSDAY01), the night the cycle runs
      * its month-end block, though the accrual is still dated the
      * calendar month end. A month not yet ended, a month-end day
      * already journaled, or a file that will not open ends the
      * run with RETURN CODE 8 so the nightly cycle stops.
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

                 SELECT OPTIONAL LOAN-ACCRUAL-FILE
                           ASSIGN TO "LOANACR.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ACCRUAL-FILE-STATUS.

                 SELECT OPTIONAL GL-JOURNAL-FILE
                           ASSIGN TO "GLJRNL.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GL-JOURNAL-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * LOAN-MASTER-RECORD, LOAN-JOURNAL-RECORD AND
      * LOAN-ACCRUAL-RECORD ARE THE SHARED LOAN LAYOUTS - SEE
      * COPYBOOKS/WLOANMST.CPY, WLOANJRN.CPY AND WLOANACR.CPY.
       FD  LOAN-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WLOANMST.

       FD  LOAN-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WLOANJRN.

       FD  LOAN-ACCRUAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WLOANACR.

      * JOURNAL-RECORD IS THE SHARED JOURNAL INTERFACE LAYOUT - SEE
      * COPYBOOKS/WGLJRNL.CPY.
       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WGLJRNL.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  LOAN-FILE-STATUS          PIC XX.
       01  JOURNAL-FILE-STATUS       PIC XX.
       01  ACCRUAL-FILE-STATUS       PIC XX.
       01  GL-JOURNAL-STATUS         PIC XX.
       01  END-OF-FILE               PIC X.
       01  JOURNAL-END-OF-FILE       PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       01  MONTH-ENTRY               PIC X(6).
       01  TODAYS-DATE               PIC 9(8).
       01  THE-MONTH-END             PIC 9(8).
       01  THE-REVERSE-DATE          PIC 9(8).
       01  MONTH-ALREADY-ACCRUED     PIC X.
       01  MONTH-HAS-ENDED           PIC X.
       01  DAY-ALREADY-JOURNALED     PIC X.

      * THE BUSDAY01 QUESTION AND ANSWER - SEE
      * COPYBOOKS/WBUSDAY.CPY.
       COPY WBUSDAY.

      * THE LOAN AS IT STOOD AT THE MONTH END.
       01  ACCRUAL-FROM-DATE         PIC 9(8).
       01  MONTH-END-BALANCE         PIC 9(9)V99.
       01  PERIODS-PER-YEAR          PIC 99.
       01  DAYS-PER-PERIOD           PIC 9(3).
       01  RATE-PER-PERIOD           PIC V9(8).
       01  DAYS-ACCRUED              PIC 9(4).
       01  ACCRUED-INTEREST          PIC 9(9)V99.

       01  LOANS-ACCRUED             PIC 9(5) VALUE ZERO.
       01  TOTAL-ACCRUED             PIC 9(11)V99 VALUE ZERO.

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

       01  LINE-COUNT                PIC 999 VALUE ZERO.
       01  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       01  MAXIMUM-LINES             PIC 999 VALUE 55.

      * Structures for the printed register.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(35) VALUE
                       "LOAN INTEREST ACCRUAL - MONTH END ".
                 05 PRINT-MONTH-END        PIC 9(8).
                 05 FILLER                 PIC X(14) VALUE
                                           "  REVERSES ON ".
                 05 PRINT-REVERSE-DATE     PIC 9(8).
                 05 FILLER                 PIC X(6) VALUE SPACE.
                 05 FILLER                 PIC X(5) VALUE "PAGE:".
                 05 PRINT-PAGE-NUMBER      PIC ZZZ9.

       01  SUBTITLE-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 SUB-OPERATOR-ID        PIC X(10).

       01  COLUMN-HEADING-LINE.
                 05 FILLER                 PIC X(6) VALUE "LOAN".
                 05 FILLER                 PIC X(26) VALUE "BORROWER".
                 05 FILLER                 PIC X(9) VALUE "FROM".
                 05 FILLER                 PIC X(5) VALUE "DAYS".
                 05 FILLER                 PIC X(15) VALUE
                                           "        BALANCE".
                 05 FILLER                 PIC X(15) VALUE
                                           "        ACCRUED".

       01  DETAIL-LINE.
                 05 PRINT-LOAN-NUMBER      PIC 9(5).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-BORROWER         PIC X(25).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-FROM-DATE        PIC 9(8).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-DAYS             PIC ZZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-BALANCE          PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-ACCRUED          PIC ZZZ,ZZZ,ZZ9.99.

       01  TOTAL-LINE.
                 05 PRINT-LOANS-ACCRUED    PIC ZZZZ9.
                 05 FILLER                 PIC X(31) VALUE
                                     " LOAN(S) ACCRUED, TOTAL".
                 05 PRINT-TOTAL-ACCRUED    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "N" TO END-OF-FILE.
            PERFORM READ-NEXT-LOAN.
            PERFORM ACCRUE-ONE-LOAN
                 UNTIL END-OF-FILE = "Y".
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           IF OPERATOR-AUTHORITY < 5
                     DISPLAY "UPDATE AUTHORITY IS NEEDED TO RUN "
                             "THIS PROGRAM"
                     STOP RUN.
           PERFORM GET-THE-MONTH.
           PERFORM CHECK-THE-MONTH-HAS-ENDED.
           IF MONTH-HAS-ENDED = "N"
                     DISPLAY "THE MONTH ENDING " THE-MONTH-END
                             " HAS NOT ENDED - NOTHING ACCRUED"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN.
           PERFORM CHECK-FOR-A-PRIOR-ACCRUAL.
           IF MONTH-ALREADY-ACCRUED = "Y"
                     DISPLAY "THE MONTH ENDING " THE-MONTH-END
                             " IS ALREADY ACCRUED - NOTHING ACCRUED"
                     STOP RUN.
           PERFORM CHECK-THE-LEDGER-DAY.
           IF DAY-ALREADY-JOURNALED = "Y"
                     DISPLAY THE-MONTH-END " IS ALREADY JOURNALED "
                             "ON GLJRNL.DAT - AN ACCRUAL NOW WOULD "
                             "NEVER REACH THE BOOKS"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN.
           OPEN INPUT LOAN-MASTER-FILE.
           IF LOAN-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN LOANMST.DAT - STATUS "
                             LOAN-FILE-STATUS
                     MOVE 8 TO RETURN-CODE
                     STOP RUN.
           OPEN EXTEND LOAN-ACCRUAL-FILE.
           IF ACCRUAL-FILE-STATUS NOT = "00" AND
              ACCRUAL-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN LOANACR.DAT - STATUS "
                             ACCRUAL-FILE-STATUS
                     MOVE 8 TO RETURN-CODE
                     STOP RUN.
           OPEN OUTPUT PRINTER-FILE.
           PERFORM START-NEW-PAGE.

      * THE ACCRUAL IS RUN ON OR JUST AFTER THE MONTH'S LAST
      * BUSINESS DAY, SO A BLANK ENTRY MEANS THE MONTH JUST ENDED -
      * THIS MONTH ONCE ITS LAST BUSINESS DAY HAS COME, OTHERWISE
      * LAST MONTH.
       GET-THE-MONTH.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           DISPLAY "ACCRUAL MONTH (YYYYMM, BLANK FOR LAST MONTH) ? ".
           ACCEPT MONTH-ENTRY.
           IF MONTH-ENTRY = SPACE
                     MOVE TODAYS-DATE TO WALK-DATE-WHOLE
                     PERFORM SET-THE-MONTH-LENGTH
                     MOVE THIS-MONTH-LENGTH TO WALK-DAY
                     MOVE WALK-DATE-WHOLE TO THE-MONTH-END
                     PERFORM CHECK-THE-MONTH-HAS-ENDED
                     IF MONTH-HAS-ENDED = "N"
                               MOVE TODAYS-DATE TO WALK-DATE-WHOLE
                               MOVE 1 TO WALK-DAY
                               PERFORM WALK-BACK-ONE-DAY
                     END-IF
           ELSE
                     IF MONTH-ENTRY IS NUMERIC AND
                        MONTH-ENTRY (5:2) > "00" AND
                        MONTH-ENTRY (5:2) < "13"
                               MOVE MONTH-ENTRY (1:4) TO WALK-YEAR
                               MOVE MONTH-ENTRY (5:2) TO WALK-MONTH
                               PERFORM SET-THE-MONTH-LENGTH
                               MOVE THIS-MONTH-LENGTH TO WALK-DAY
                     ELSE
                               DISPLAY "MONTH MUST BE YYYYMM"
                               GO TO GET-THE-MONTH.
           MOVE WALK-DATE-WHOLE TO THE-MONTH-END.
           PERFORM WALK-FORWARD-ONE-DAY.
           MOVE WALK-DATE-WHOLE TO THE-REVERSE-DATE.

      * CHECK-THE-MONTH-HAS-ENDED - THE MONTH HAS ENDED ONCE ITS
      * CALENDAR END HAS COME, OR ONCE TODAY IS IN IT AND NO
      * BUSINESS DAY OF IT IS LEFT AFTER TODAY: TODAY IS ITS LAST
      * BUSINESS DAY, OR (A CYCLE RUN PAST MIDNIGHT) THE NEXT
      * BUSINESS DAY ON OR AFTER TODAY FALLS IN THE NEXT MONTH.
       CHECK-THE-MONTH-HAS-ENDED.
           MOVE "N" TO MONTH-HAS-ENDED.
           IF THE-MONTH-END NOT > TODAYS-DATE
                     MOVE "Y" TO MONTH-HAS-ENDED
           ELSE
                     IF TODAYS-DATE (1:6) = THE-MONTH-END (1:6)
                               PERFORM ASK-THE-BUSINESS-CALENDAR.

       ASK-THE-BUSINESS-CALENDAR.
           MOVE "R" TO BUSDAY-FUNCTION.
           MOVE TODAYS-DATE TO BUSDAY-FROM-DATE.
           CALL "BUSDAY01" USING BUSINESS-DAY-AREA.
           IF BUSDAY-RESULT-DATE > THE-MONTH-END
                     MOVE "Y" TO MONTH-HAS-ENDED
           ELSE
                     MOVE "T" TO BUSDAY-FUNCTION
                     MOVE TODAYS-DATE TO BUSDAY-FROM-DATE
                     CALL "BUSDAY01" USING BUSINESS-DAY-AREA
                     IF BUSDAY-MONTH-END = "Y"
                               MOVE "Y" TO MONTH-HAS-ENDED.

      * CHECK-FOR-A-PRIOR-ACCRUAL READS LOANACR.DAT THROUGH FOR A
      * ROW ALREADY CARRYING THE MONTH END. A MONTH IS ACCRUED ONCE.
       CHECK-FOR-A-PRIOR-ACCRUAL.
           MOVE "N" TO MONTH-ALREADY-ACCRUED.
           OPEN INPUT LOAN-ACCRUAL-FILE.
           IF ACCRUAL-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-ACCRUAL
                     PERFORM CHECK-ONE-ACCRUAL
                          UNTIL END-OF-FILE = "Y".
           CLOSE LOAN-ACCRUAL-FILE.

       READ-NEXT-ACCRUAL.
           READ LOAN-ACCRUAL-FILE
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       CHECK-ONE-ACCRUAL.
           IF LACR-ACCRUAL-DATE = THE-MONTH-END
                     MOVE "Y" TO MONTH-ALREADY-ACCRUED.
           PERFORM READ-NEXT-ACCRUAL.

      * CHECK-THE-LEDGER-DAY LOOKS FOR A GLJRN01 BATCH HEADER FOR
      * THE MONTH-END DAY. GLJRN01 JOURNALS A DAY ONCE, SO AN
      * ACCRUAL FILED AFTER ITS DAY WAS JOURNALED WOULD BE REVERSED
      * ON THE FIRST WITHOUT EVER HAVING BEEN BOOKED.
       CHECK-THE-LEDGER-DAY.
           MOVE "N" TO DAY-ALREADY-JOURNALED.
           OPEN INPUT GL-JOURNAL-FILE.
           IF GL-JOURNAL-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-GL-JOURNAL
                     PERFORM CHECK-ONE-GL-JOURNAL
                          UNTIL END-OF-FILE = "Y".
           CLOSE GL-JOURNAL-FILE.

       READ-NEXT-GL-JOURNAL.
           READ GL-JOURNAL-FILE
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       CHECK-ONE-GL-JOURNAL.
           IF JRNH-RECORD-TYPE = "H" AND
              JRNH-JOURNAL-DATE = THE-MONTH-END
                     MOVE "Y" TO DAY-ALREADY-JOURNALED.
           PERFORM READ-NEXT-GL-JOURNAL.

       CLOSING-PROCEDURE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE LOAN-ACCRUAL-FILE.
           IF LOANS-ACCRUED = ZERO
                     MOVE "NO LOAN INTEREST TO ACCRUE" TO
                          PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE LOANS-ACCRUED TO PRINT-LOANS-ACCRUED.
           MOVE TOTAL-ACCRUED TO PRINT-TOTAL-ACCRUED.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           CLOSE PRINTER-FILE.
           DISPLAY LOANS-ACCRUED " LOAN(S) ACCRUED TO LOANACR.DAT "
                   "FOR " THE-MONTH-END.

       READ-NEXT-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

      * ACCRUE-ONE-LOAN TAKES ANY LOAN STARTED BY THE MONTH END.
      * ONE PAID DOWN TO NOTHING BY THEN HAS NO BALANCE TO EARN ON.
       ACCRUE-ONE-LOAN.
           IF LOAN-START-DATE NOT > THE-MONTH-END
                     PERFORM FIND-THE-MONTH-END-POSITION
                     IF MONTH-END-BALANCE > ZERO
                               PERFORM FIGURE-THE-ACCRUAL.
           PERFORM READ-NEXT-LOAN.

      * FIND-THE-MONTH-END-POSITION READS THE PAYMENT JOURNAL FROM
      * THE TOP FOR EACH LOAN, THE WAY APYRE01 RESCANS ITS CHECK
      * REGISTER, FOR THE LAST PAYMENT ON OR BEFORE THE MONTH END.
      * THE MASTER CANNOT BE USED - A PAYMENT TAKEN SINCE THE MONTH
      * END HAS ALREADY MOVED ITS BALANCE AND LAST PAYMENT DATE.
       FIND-THE-MONTH-END-POSITION.
           MOVE LOAN-START-DATE TO ACCRUAL-FROM-DATE.
           MOVE LOAN-PRINCIPAL TO MONTH-END-BALANCE.
           OPEN INPUT LOAN-JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = "00"
                     MOVE "N" TO JOURNAL-END-OF-FILE
                     PERFORM READ-NEXT-JOURNAL-ROW
                     PERFORM CHECK-ONE-JOURNAL-ROW
                          UNTIL JOURNAL-END-OF-FILE = "Y".
           CLOSE LOAN-JOURNAL-FILE.

       READ-NEXT-JOURNAL-ROW.
           READ LOAN-JOURNAL-FILE
                     AT END
                     MOVE "Y" TO JOURNAL-END-OF-FILE.

       CHECK-ONE-JOURNAL-ROW.
           IF LJRN-LOAN-NUMBER = LOAN-NUMBER AND
              LJRN-IS-PAYMENT AND
              LJRN-DATE NOT > THE-MONTH-END AND
              LJRN-DATE NOT < ACCRUAL-FROM-DATE
                     MOVE LJRN-DATE TO ACCRUAL-FROM-DATE
                     MOVE LJRN-BALANCE-AFTER TO MONTH-END-BALANCE.
           PERFORM READ-NEXT-JOURNAL-ROW.

      * FIGURE-THE-ACCRUAL IS LOANPAY01'S PAYOFF QUOTE TAKEN TO THE
      * MONTH END: THE BALANCE TIMES THE PERIOD RATE, PRO-RATED BY
      * THE DAYS SINCE THE MONEY LAST MOVED OVER THE PERIOD'S DAYS.
       FIGURE-THE-ACCRUAL.
           PERFORM SET-THE-PERIOD-RATE.
           PERFORM COUNT-THE-ACCRUAL-DAYS.
           COMPUTE ACCRUED-INTEREST ROUNDED =
                     MONTH-END-BALANCE * RATE-PER-PERIOD *
                     DAYS-ACCRUED / DAYS-PER-PERIOD.
           IF ACCRUED-INTEREST > ZERO
                     PERFORM WRITE-THE-ACCRUAL
                     PERFORM PRINT-THE-ACCRUAL.

       SET-THE-PERIOD-RATE.
           MOVE 1 TO PERIODS-PER-YEAR.
           MOVE 365 TO DAYS-PER-PERIOD.
           IF LOAN-FREQUENCY = "M"
                     MOVE 12 TO PERIODS-PER-YEAR
                     MOVE 30 TO DAYS-PER-PERIOD.
           IF LOAN-FREQUENCY = "Q"
                     MOVE 4 TO PERIODS-PER-YEAR
                     MOVE 91 TO DAYS-PER-PERIOD.
           COMPUTE RATE-PER-PERIOD ROUNDED =
                     (LOAN-RATE / 100) / PERIODS-PER-YEAR.

       COUNT-THE-ACCRUAL-DAYS.
           MOVE ZEROES TO DAYS-ACCRUED.
           MOVE ACCRUAL-FROM-DATE TO WALK-DATE-WHOLE.
           PERFORM COUNT-ONE-DAY
                 UNTIL WALK-DATE-WHOLE NOT < THE-MONTH-END OR
                       DAYS-ACCRUED = 9999.

       COUNT-ONE-DAY.
           ADD 1 TO DAYS-ACCRUED.
           PERFORM WALK-FORWARD-ONE-DAY.

       WRITE-THE-ACCRUAL.
           MOVE THE-MONTH-END TO LACR-ACCRUAL-DATE.
           MOVE THE-REVERSE-DATE TO LACR-REVERSE-DATE.
           MOVE LOAN-NUMBER TO LACR-LOAN-NUMBER.
           MOVE ACCRUAL-FROM-DATE TO LACR-FROM-DATE.
           MOVE DAYS-ACCRUED TO LACR-DAYS.
           MOVE MONTH-END-BALANCE TO LACR-BALANCE.
           MOVE ACCRUED-INTEREST TO LACR-AMOUNT.
           MOVE OPERATOR-ID TO LACR-OPERATOR-ID.
           WRITE LOAN-ACCRUAL-RECORD.
           IF ACCRUAL-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING LOANACR.DAT - STATUS "
                             ACCRUAL-FILE-STATUS
                     STOP RUN.
           ADD 1 TO LOANS-ACCRUED.
           ADD ACCRUED-INTEREST TO TOTAL-ACCRUED.

       PRINT-THE-ACCRUAL.
           IF LINE-COUNT > MAXIMUM-LINES
                     PERFORM START-NEW-PAGE.
           MOVE LOAN-NUMBER TO PRINT-LOAN-NUMBER.
           MOVE LOAN-BORROWER TO PRINT-BORROWER.
           MOVE ACCRUAL-FROM-DATE TO PRINT-FROM-DATE.
           MOVE DAYS-ACCRUED TO PRINT-DAYS.
           MOVE MONTH-END-BALANCE TO PRINT-BALANCE.
           MOVE ACCRUED-INTEREST TO PRINT-ACCRUED.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO LINE-COUNT.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
           MOVE THE-MONTH-END TO PRINT-MONTH-END.
           MOVE THE-REVERSE-DATE TO PRINT-REVERSE-DATE.
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
      * DAY ARITHMETIC - ONE DAY AT A TIME, AS LOANPAY01 AND
      * LOANDLQ01 DO IT.
      ******************************************************************
       SET-THE-MONTH-LENGTH.
           MOVE MONTH-LENGTH (WALK-MONTH) TO THIS-MONTH-LENGTH.
           IF WALK-MONTH = 2
                     DIVIDE WALK-YEAR BY 4 GIVING LEAP-QUOTIENT
                               REMAINDER LEAP-REMAINDER
                     IF LEAP-REMAINDER = ZERO
                               MOVE 29 TO THIS-MONTH-LENGTH.

       WALK-FORWARD-ONE-DAY.
           PERFORM SET-THE-MONTH-LENGTH.
           IF WALK-DAY < THIS-MONTH-LENGTH
                     ADD 1 TO WALK-DAY
           ELSE
                     MOVE 1 TO WALK-DAY
                     IF WALK-MONTH = 12
                               MOVE 1 TO WALK-MONTH
                               ADD 1 TO WALK-YEAR
                     ELSE
                               ADD 1 TO WALK-MONTH.

       WALK-BACK-ONE-DAY.
           IF WALK-DAY > 1
                     SUBTRACT 1 FROM WALK-DAY
           ELSE
                     IF WALK-MONTH = 1
                               MOVE 12 TO WALK-MONTH
                               SUBTRACT 1 FROM WALK-YEAR
                     ELSE
                               SUBTRACT 1 FROM WALK-MONTH
                     END-IF
                     PERFORM SET-THE-MONTH-LENGTH
                     MOVE THIS-MONTH-LENGTH TO WALK-DAY.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM LOANACR01.
