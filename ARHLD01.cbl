      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARHLD01.

      ******************************************************************
      * This program is the nightly credit-hold pass. The credit
      * limit check in order entry only weighs the balance against
      * the limit, so an account months behind with room under its
      * limit could still order; this pass puts any account with an
      * open ARITEM.DAT item past due by more than a keyed number of
      * days on credit hold (CUSTOMER-CREDIT-HOLD), and takes the
      * hold off again once no such item is left open - paid, or
      * written off. ORDADD01 and QUOTCNV01 then need a supervisor
      * to override a held account, and ORDIMP01 and STNDGEN01
      * refuse it.
      *
      * AN ITEM IS PAST DUE FROM ITS AR-DUE-DATE; AN ITEM WITH NO
      * DUE DATE (BILLED BEFORE PAYMENT TERMS, OR A FINANCE CHARGE)
      * IS DUE 30 DAYS AFTER ITS INVOICE DATE, THE SAME RULE ARAGE01
      * AGES BY.
      *
      * The hold/release report lists every account put on hold,
      * every account released, and every account still held, with
      * the past-due figures that hold it; each account newly put on
      * hold is also logged to CYCEXC.DAT for CYCSUM01's morning
      * exception summary. Meant for the nightly
      * cycle - the day count is read from the console so the cycle
      * script can pipe it in.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT CUSTOMER-FILE
                           ASSIGN TO "CUSTOMER.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                           FILE STATUS IS CUSTOMER-FILE-STATUS.

                 SELECT OPTIONAL AR-ITEM-FILE
                           ASSIGN TO "ARITEM.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS AR-INVOICE-NUMBER
                           FILE STATUS IS AR-FILE-STATUS.

                 SELECT OPTIONAL EXCEPTION-FILE
                           ASSIGN TO "CYCEXC.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS EXCEPTION-FILE-STATUS.

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

      * CYCLE-EXCEPTION-RECORD IS THE SHARED NIGHTLY EXCEPTION LOG
      * LAYOUT - SEE COPYBOOKS/WCYCEXC.CPY.
       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCYCEXC.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(100).

       WORKING-STORAGE SECTION.

       01  CUSTOMER-FILE-STATUS      PIC XX.
       01  AR-FILE-STATUS            PIC XX.
       01  EXCEPTION-FILE-STATUS     PIC XX.
       01  END-OF-FILE               PIC X.
       01  ITEM-END-OF-FILE          PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       01  DAYS-ENTRY                PIC X(3).
       01  DAYS-PAST-DUE             PIC 9(3).

      * THE HOLD CUTOFFS: AN ITEM DUE BEFORE DUE-HOLD-CUTOFF IS PAST
      * DUE BY MORE THAN THE KEYED DAYS, AND AN ITEM WITH NO DUE DATE
      * IS THE SAME WHEN INVOICED BEFORE INVOICE-HOLD-CUTOFF, 30 DAYS
      * EARLIER STILL. BOTH ARE WALKED BACK FROM TODAY A DAY AT A
      * TIME THE SAME WAY ARAGE01 BUILDS ITS CUTOFFS.
       01  TODAYS-DATE               PIC 9(8).
       01  DUE-HOLD-CUTOFF           PIC 9(8).
       01  INVOICE-HOLD-CUTOFF       PIC 9(8).
       01  AGE-DATE-PARTS.
                 05 AGE-YEAR               PIC 9(4).
                 05 AGE-MONTH              PIC 99.
                 05 AGE-DAY                PIC 99.
       01  AGE-DATE-WHOLE REDEFINES AGE-DATE-PARTS
                                           PIC 9(8).
       01  DAY-COUNTER               PIC 9(3).
       01  MONTH-LENGTH-TEXT         PIC X(24) VALUE
                                     "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-TEXT.
                 05 MONTH-LENGTH OCCURS 12 TIMES PIC 99.
       01  LEAP-QUOTIENT             PIC 9(4).
       01  LEAP-REMAINDER            PIC 9(4).

      * WHAT THE ACCOUNT HAS PAST THE HOLD LINE.
       01  ITEMS-PAST-LINE           PIC 9(5).
       01  AMOUNT-PAST-LINE          PIC S9(11)V99.
       01  OLDEST-PAST-DATE          PIC 9(8).
       01  ITEM-DUE-DATE             PIC 9(8).

       01  ACCOUNTS-READ             PIC 9(7) VALUE ZERO.
       01  ACCOUNTS-HELD             PIC 9(7) VALUE ZERO.
       01  ACCOUNTS-RELEASED         PIC 9(7) VALUE ZERO.
       01  ACCOUNTS-STILL-HELD       PIC 9(7) VALUE ZERO.

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

      * Structures for the printed hold/release report.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(35) VALUE
                     "CREDIT HOLD/RELEASE - PAST DUE OVER".
                 05 PRINT-DAYS             PIC ZZZ9.
                 05 FILLER                 PIC X(12) VALUE
                                           " DAYS AS OF ".
                 05 PRINT-AS-OF-DATE       PIC 9(8).

       01  SUBTITLE-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 SUB-OPERATOR-ID        PIC X(10).

       01  COLUMN-HEADING-LINE.
                 05 FILLER                 PIC X(9) VALUE "ACCOUNT".
                 05 FILLER                 PIC X(21) VALUE "NAME".
                 05 FILLER                 PIC X(12) VALUE "ACTION".
                 05 FILLER                 PIC X(7) VALUE "ITEMS".
                 05 FILLER                 PIC X(17) VALUE
                                           "   AMOUNT PAST".
                 05 FILLER                 PIC X(12) VALUE
                                           "OLDEST DATE".

       01  ACTION-LINE.
                 05 PRINT-ACCOUNT          PIC 9(7).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-NAME             PIC X(20).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-ACTION           PIC X(10).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-ITEMS            PIC ZZZZ9.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-AMOUNT           PIC ZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(3) VALUE SPACE.
                 05 PRINT-OLDEST-DATE      PIC 9(8).

       01  TOTAL-LINE.
                 05 PRINT-TOTAL-LABEL      PIC X(25).
                 05 PRINT-TOTAL-COUNT      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "N" TO END-OF-FILE.
            PERFORM READ-NEXT-CUSTOMER.
            PERFORM CHECK-ONE-ACCOUNT
                 UNTIL END-OF-FILE = "Y".
            PERFORM PRINT-THE-TOTALS.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           PERFORM GET-THE-DAYS.
           PERFORM COMPUTE-THE-CUTOFFS.
           OPEN I-O CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "
                             CUSTOMER-FILE-STATUS
                     STOP RUN.
           OPEN OUTPUT PRINTER-FILE.
           MOVE DAYS-PAST-DUE TO PRINT-DAYS.
           MOVE TODAYS-DATE TO PRINT-AS-OF-DATE.
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
           DISPLAY ACCOUNTS-HELD " ACCOUNT(S) HELD, "
                   ACCOUNTS-RELEASED " RELEASED, "
                   ACCOUNTS-STILL-HELD " STILL HELD".

       GET-THE-DAYS.
           DISPLAY "HOLD ACCOUNTS WITH ITEMS PAST DUE OVER HOW MANY "
                   "DAYS ? ".
           ACCEPT DAYS-ENTRY.
           MOVE DAYS-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y" OR
              KEYED-NUMBER-VALUE > 999
                     DISPLAY "MUST BE 0 TO 999 DAYS"
                     GO TO GET-THE-DAYS.
           MOVE KEYED-NUMBER-VALUE TO DAYS-PAST-DUE.

       COMPUTE-THE-CUTOFFS.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           MOVE TODAYS-DATE TO AGE-DATE-WHOLE.
           PERFORM WALK-BACK-ONE-DAY
                     VARYING DAY-COUNTER FROM 1 BY 1
                     UNTIL DAY-COUNTER > DAYS-PAST-DUE.
           MOVE AGE-DATE-WHOLE TO DUE-HOLD-CUTOFF.
           PERFORM WALK-BACK-ONE-DAY 30 TIMES.
           MOVE AGE-DATE-WHOLE TO INVOICE-HOLD-CUTOFF.

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

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

      * CHECK-ONE-ACCOUNT WEIGHS THE ACCOUNT'S OPEN ITEMS AGAINST THE
      * HOLD LINE AND PUTS ON, TAKES OFF, OR LEAVES THE HOLD.
       CHECK-ONE-ACCOUNT.
           ADD 1 TO ACCOUNTS-READ.
           PERFORM GATHER-THE-PAST-DUE.
           IF ITEMS-PAST-LINE NOT = ZERO
                     IF CUSTOMER-IS-ON-CREDIT-HOLD
                               ADD 1 TO ACCOUNTS-STILL-HELD
                               MOVE "STILL HELD" TO PRINT-ACTION
                               PERFORM PRINT-ONE-ACCOUNT
                     ELSE
                               MOVE "H" TO CUSTOMER-CREDIT-HOLD
                               PERFORM REWRITE-THE-CUSTOMER
                               ADD 1 TO ACCOUNTS-HELD
                               MOVE "HELD" TO PRINT-ACTION
                               PERFORM PRINT-ONE-ACCOUNT
                               MOVE CUSTOMER-ACCOUNT-NUMBER TO
                                    CYCEXC-SUBJECT
                               MOVE "PUT ON CREDIT HOLD" TO CYCEXC-TEXT
                               PERFORM LOG-THE-EXCEPTION
           ELSE
                     IF CUSTOMER-IS-ON-CREDIT-HOLD
                               MOVE SPACE TO CUSTOMER-CREDIT-HOLD
                               PERFORM REWRITE-THE-CUSTOMER
                               ADD 1 TO ACCOUNTS-RELEASED
                               MOVE "RELEASED" TO PRINT-ACTION
                               PERFORM PRINT-ONE-ACCOUNT.
           PERFORM READ-NEXT-CUSTOMER.

       REWRITE-THE-CUSTOMER.
           REWRITE CUSTOMER-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED - STATUS "
                             CUSTOMER-FILE-STATUS.

      * GATHER-THE-PAST-DUE SCANS ARITEM.DAT FOR THE ACCOUNT'S OPEN
      * ITEMS BEYOND THE HOLD LINE. THE FILE IS OPENED AND CLOSED
      * PER ACCOUNT SO EACH SCAN STARTS AT THE TOP; A SYSTEM THAT
      * HAS NEVER INVOICED HOLDS NOBODY.
       GATHER-THE-PAST-DUE.
           MOVE ZEROES TO ITEMS-PAST-LINE AMOUNT-PAST-LINE
                          OLDEST-PAST-DATE.
           OPEN INPUT AR-ITEM-FILE.
           IF AR-FILE-STATUS = "00"
                     MOVE "N" TO ITEM-END-OF-FILE
                     PERFORM READ-NEXT-ITEM
                     PERFORM WEIGH-ONE-ITEM
                          UNTIL ITEM-END-OF-FILE = "Y".
           CLOSE AR-ITEM-FILE.

       READ-NEXT-ITEM.
           READ AR-ITEM-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO ITEM-END-OF-FILE.

       WEIGH-ONE-ITEM.
           IF AR-ACCOUNT-NUMBER = CUSTOMER-ACCOUNT-NUMBER AND
              AR-ITEM-IS-OPEN AND
              AR-BALANCE-DUE > ZERO
                     PERFORM CHECK-THE-HOLD-LINE.
           PERFORM READ-NEXT-ITEM.

      * AN ITEM WITH A DUE DATE IS PAST THE LINE WHEN DUE BEFORE THE
      * DUE CUTOFF; ONE WITHOUT IS PAST IT WHEN INVOICED BEFORE THE
      * INVOICE CUTOFF. THE OLDEST DATE PRINTED FOR AN ITEM
      * WITHOUT ONE IS ITS INVOICE DATE.
       CHECK-THE-HOLD-LINE.
           IF AR-DUE-DATE = ZERO
                     MOVE AR-INVOICE-DATE TO ITEM-DUE-DATE
                     IF AR-INVOICE-DATE < INVOICE-HOLD-CUTOFF
                               PERFORM COUNT-THE-PAST-ITEM
           ELSE
                     MOVE AR-DUE-DATE TO ITEM-DUE-DATE
                     IF AR-DUE-DATE < DUE-HOLD-CUTOFF
                               PERFORM COUNT-THE-PAST-ITEM.

       COUNT-THE-PAST-ITEM.
           ADD 1 TO ITEMS-PAST-LINE.
           ADD AR-BALANCE-DUE TO AMOUNT-PAST-LINE.
           IF OLDEST-PAST-DATE = ZERO OR
              ITEM-DUE-DATE < OLDEST-PAST-DATE
                     MOVE ITEM-DUE-DATE TO OLDEST-PAST-DATE.

       PRINT-ONE-ACCOUNT.
           MOVE CUSTOMER-ACCOUNT-NUMBER TO PRINT-ACCOUNT.
           MOVE CUSTOMER-LAST-NAME TO PRINT-NAME.
           MOVE ITEMS-PAST-LINE TO PRINT-ITEMS.
           MOVE AMOUNT-PAST-LINE TO PRINT-AMOUNT.
           MOVE OLDEST-PAST-DATE TO PRINT-OLDEST-DATE.
           MOVE ACTION-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "ACCOUNTS PUT ON HOLD:" TO PRINT-TOTAL-LABEL.
           MOVE ACCOUNTS-HELD TO PRINT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "ACCOUNTS RELEASED:" TO PRINT-TOTAL-LABEL.
           MOVE ACCOUNTS-RELEASED TO PRINT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "ACCOUNTS STILL HELD:" TO PRINT-TOTAL-LABEL.
           MOVE ACCOUNTS-STILL-HELD TO PRINT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "ACCOUNTS CHECKED:" TO PRINT-TOTAL-LABEL.
           MOVE ACCOUNTS-READ TO PRINT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * LOG-THE-EXCEPTION APPENDS THE ROW BUILT IN
      * CYCLE-EXCEPTION-RECORD TO CYCEXC.DAT FOR THE MORNING
      * EXCEPTION SUMMARY. A LOG THAT WILL NOT OPEN IS REPORTED BUT
      * DOES NOT STOP THE STEP.
       LOG-THE-EXCEPTION.
           ACCEPT CYCEXC-DATE FROM DATE YYYYMMDD.
           ACCEPT CYCEXC-TIME FROM TIME.
           MOVE "ARHLD01" TO CYCEXC-STEP-NAME.
           OPEN EXTEND EXCEPTION-FILE.
           IF EXCEPTION-FILE-STATUS NOT = "00" AND
              EXCEPTION-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN CYCEXC.DAT - STATUS "
                             EXCEPTION-FILE-STATUS
           ELSE
                     WRITE CYCLE-EXCEPTION-RECORD
                     CLOSE EXCEPTION-FILE.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM ARHLD01.
