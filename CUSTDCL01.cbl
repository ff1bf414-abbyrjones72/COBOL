      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDCL01.

      ******************************************************************
      * This program is the declining and lost account report - the
      * early warning that a good customer is drifting to a
      * competitor, instead of finding out when the salesperson's
      * numbers drop at year end. Each account's SALESDTL.DAT sales
      * (net of the ORDRTN01 reversing records) for a recent period
      * of whole months are compared against the same months last
      * year and against its trailing average - the twelve months
      * before the period, scaled to the period's length.
      *
      * AN ACCOUNT IS LISTED:
      *   DECLINE - WHEN IT FELL BY MORE THAN THE KEYED PERCENT
      *             AGAINST LAST YEAR OR AGAINST ITS TRAILING AVERAGE
      *   LOST    - WHEN IT HAS NOT ORDERED IN THE KEYED NUMBER OF
      *             DAYS BUT USED TO ORDER REGULARLY - IN AT LEAST
      *             REGULAR-MONTHS OF THE TWELVE TRAILING MONTHS
      * Each line shows the salesperson the account belongs to, the
      * last order date and the days since, the three sales figures,
      * both percent changes, and the dollars lost - the bigger of
      * the two shortfalls. A second line names the products it
      * bought last year or in the trailing months and has not
      * bought this period. The report prints biggest lost dollars
      * first, or in account order if asked. Closed accounts are
      * left off - they are not a surprise.
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

                 SELECT OPTIONAL SALES-DETAIL-FILE
                           ASSIGN TO "SALESDTL.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL.

                 SELECT DETAIL-SORT-FILE
                           ASSIGN TO "CUSDCL1.WRK".

                 SELECT SORTED-DETAIL-FILE
                           ASSIGN TO "CUSDCL2.WRK"
                           ORGANIZATION IS SEQUENTIAL.

                 SELECT DECLINE-FILE
                           ASSIGN TO "CUSDCL3.WRK"
                           ORGANIZATION IS SEQUENTIAL.

                 SELECT DECLINE-SORT-FILE
                           ASSIGN TO "CUSDCL4.WRK".

                 SELECT RANKED-DECLINE-FILE
                           ASSIGN TO "CUSDCL5.WRK"
                           ORGANIZATION IS SEQUENTIAL.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

      * SALES-DETAIL-RECORD IS THE SHARED DETAIL LAYOUT - SEE
      * COPYBOOKS/WSALEDTL.CPY.
       FD  SALES-DETAIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WSALEDTL.

      * THE DETAIL IS SORTED ON ACCOUNT, AND ON DATE WITHIN IT, SO
      * EACH ACCOUNT IS TAKEN IN ONE BREAK AND ITS LAST SALE IS THE
      * LAST ROW READ.
       SD  DETAIL-SORT-FILE.
       01  DSORT-RECORD.
                 05 DSORT-DATE                 PIC 9(8).
                 05 DSORT-SALES-ID             PIC X(10).
                 05 DSORT-ACCOUNT-NUMBER       PIC 9(7).
                 05 DSORT-PRODUCT-CODE         PIC X(10).
                 05 DSORT-QUANTITY             PIC S9(5).
                 05 DSORT-AMOUNT               PIC S9(7)V99.
                 05 DSORT-OPERATOR-ID          PIC X(10).
                 05 DSORT-SPLIT-SALES-ID       PIC X(10).
                 05 DSORT-SPLIT-PERCENT        PIC 99V9.
                 05 DSORT-INVOICE-NUMBER       PIC 9(7).

       FD  SORTED-DETAIL-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-DETAIL-RECORD.
                 05 SORTED-DATE                PIC 9(8).
                 05 SORTED-DATE-PARTS REDEFINES SORTED-DATE.
                           10 SORTED-YEAR      PIC 9(4).
                           10 SORTED-MONTH     PIC 99.
                           10 SORTED-DAY       PIC 99.
                 05 SORTED-SALES-ID            PIC X(10).
                 05 SORTED-ACCOUNT-NUMBER      PIC 9(7).
                 05 SORTED-PRODUCT-CODE        PIC X(10).
                 05 SORTED-QUANTITY            PIC S9(5).
                 05 SORTED-AMOUNT              PIC S9(7)V99.
                 05 SORTED-OPERATOR-ID         PIC X(10).
                 05 SORTED-SPLIT-SALES-ID      PIC X(10).
                 05 SORTED-SPLIT-PERCENT       PIC 99V9.
                 05 SORTED-INVOICE-NUMBER      PIC 9(7).

      * ONE ROW PER LISTED ACCOUNT, LOST DOLLARS LEADING SO THE
      * RE-SORT HAS ITS KEY UP FRONT.
       FD  DECLINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  DECLINE-RECORD.
                 05 DECLINE-LOST-DOLLARS       PIC S9(11)V99.
                 05 DECLINE-ACCOUNT            PIC 9(7).
                 05 DECLINE-NAME               PIC X(20).
                 05 DECLINE-SALES-ID           PIC X(10).
                 05 DECLINE-STATUS             PIC X(7).
                 05 DECLINE-LAST-DATE          PIC 9(8).
                 05 DECLINE-DAYS-SINCE         PIC 9(3).
                 05 DECLINE-CURRENT            PIC S9(11)V99.
                 05 DECLINE-LAST-YEAR          PIC S9(11)V99.
                 05 DECLINE-TRAILING           PIC S9(11)V99.
                 05 DECLINE-LY-PERCENT         PIC S9(3)V9.
                 05 DECLINE-LY-BASIS           PIC X.
                 05 DECLINE-TR-PERCENT         PIC S9(3)V9.
                 05 DECLINE-TR-BASIS           PIC X.
                 05 DECLINE-STOPPED-COUNT      PIC 9(3).
                 05 DECLINE-STOPPED-CODE OCCURS 10 TIMES
                                               PIC X(10).

       SD  DECLINE-SORT-FILE.
       01  RSORT-RECORD.
                 05 RSORT-LOST-DOLLARS         PIC S9(11)V99.
                 05 RSORT-ACCOUNT              PIC 9(7).
                 05 FILLER                     PIC X(200).

       FD  RANKED-DECLINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RANKED-DECLINE-RECORD.
                 05 RANKED-LOST-DOLLARS        PIC S9(11)V99.
                 05 RANKED-ACCOUNT             PIC 9(7).
                 05 RANKED-NAME                PIC X(20).
                 05 RANKED-SALES-ID            PIC X(10).
                 05 RANKED-STATUS              PIC X(7).
                 05 RANKED-LAST-DATE           PIC 9(8).
                 05 RANKED-DAYS-SINCE          PIC 9(3).
                 05 RANKED-CURRENT             PIC S9(11)V99.
                 05 RANKED-LAST-YEAR           PIC S9(11)V99.
                 05 RANKED-TRAILING            PIC S9(11)V99.
                 05 RANKED-LY-PERCENT          PIC S9(3)V9.
                 05 RANKED-LY-BASIS            PIC X.
                 05 RANKED-TR-PERCENT          PIC S9(3)V9.
                 05 RANKED-TR-BASIS            PIC X.
                 05 RANKED-STOPPED-COUNT       PIC 9(3).
                 05 RANKED-STOPPED-CODE OCCURS 10 TIMES
                                               PIC X(10).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  CUSTOMER-FILE-STATUS      PIC XX.
       01  END-OF-FILE               PIC X.
       01  DETAIL-END-OF-FILE        PIC X.
       01  RECORD-FOUND              PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

      * THE PROMPTED SETTINGS. THE PERIOD IS WHOLE MONTHS ENDING
      * WITH THE KEYED MONTH; AN ACCOUNT COUNTS AS A REGULAR BUYER
      * WHEN IT BOUGHT IN AT LEAST REGULAR-MONTHS OF THE TWELVE
      * TRAILING MONTHS.
       01  END-MONTH-ENTRY           PIC X(6).
       01  END-MONTH-NUMERIC REDEFINES END-MONTH-ENTRY.
                 05 END-MONTH-YEAR         PIC 9(4).
                 05 END-MONTH-MONTH        PIC 99.
       01  NUMBER-ENTRY              PIC X(3).
       01  PERIOD-MONTHS             PIC 99.
       01  DECLINE-PERCENT           PIC 9(3).
       01  LOST-DAYS                 PIC 9(3).
       01  ORDER-CHOICE              PIC X.
       01  REGULAR-MONTHS            PIC 99 VALUE 6.

      * THE WINDOWS AS MONTH NUMBERS - YEAR TIMES TWELVE PLUS THE
      * MONTH LESS ONE - SO A WINDOW THAT CROSSES A YEAR END IS
      * STILL ONE RANGE.
       01  END-MONTH-NUMBER          PIC 9(6).
       01  CURRENT-FROM-MONTH        PIC 9(6).
       01  LAST-YEAR-FROM-MONTH      PIC 9(6).
       01  LAST-YEAR-TO-MONTH        PIC 9(6).
       01  TRAILING-FROM-MONTH       PIC 9(6).
       01  TRAILING-TO-MONTH         PIC 9(6).
       01  ROW-MONTH-NUMBER          PIC 9(6).
       01  TRAILING-SLOT             PIC 99.
       01  TODAYS-DATE               PIC 9(8).

      * PER-ACCOUNT FIGURES.
       01  THE-ACCOUNT-NUMBER        PIC 9(7).
       01  ACCOUNT-LINE-COUNT        PIC 9(7).
       01  ACCOUNT-FIGURES.
                 05 ACCT-CURRENT           PIC S9(11)V99.
                 05 ACCT-LAST-YEAR         PIC S9(11)V99.
                 05 ACCT-TRAILING-TOTAL    PIC S9(11)V99.
                 05 ACCT-LAST-DATE         PIC 9(8).
                 05 ACCT-MONTHS-BOUGHT     PIC 99.
       01  ACCT-TRAILING-AVERAGE     PIC S9(11)V99.
       01  ACCT-LY-SHORTFALL         PIC S9(11)V99.
       01  ACCT-TR-SHORTFALL         PIC S9(11)V99.
       01  ACCT-LY-PERCENT           PIC S9(5)V9.
       01  ACCT-TR-PERCENT           PIC S9(5)V9.
       01  ACCT-STATUS               PIC X(7).
       01  TRAILING-MONTH-FLAGS.
                 05 TRAILING-MONTH-BOUGHT OCCURS 12 TIMES PIC X.
       01  MONTH-INDEX               PIC 99.

      * THE PRODUCTS THE ACCOUNT BOUGHT IN ANY WINDOW, EACH MARKED
      * FOR WHETHER IT WAS BOUGHT BEFORE (LAST YEAR OR TRAILING) AND
      * THIS PERIOD. PAST 100 DIFFERENT PRODUCTS THE REST ARE NOT
      * TRACKED.
       01  PRODUCT-TABLE.
                 05 PRODUCT-COUNT          PIC 9(3).
                 05 PRODUCT-ENTRY OCCURS 100 TIMES.
                           10 TABLE-PRODUCT-CODE  PIC X(10).
                           10 TABLE-BOUGHT-BEFORE PIC X.
                           10 TABLE-BOUGHT-NOW    PIC X.
       01  PRODUCT-INDEX             PIC 9(3).
       01  PRODUCT-SLOT              PIC 9(3).
       01  STOPPED-INDEX             PIC 99.

      * DAYS SINCE THE LAST ORDER ARE COUNTED BY WALKING ITS DATE
      * FORWARD TO TODAY, THE SAME COUNT CUSTPRF01 MAKES FOR DAYS TO
      * PAY. ANYTHING PAST 999 DAYS IS HELD AT 999.
       01  WALK-DATE-PARTS.
                 05 WALK-YEAR              PIC 9(4).
                 05 WALK-MONTH             PIC 99.
                 05 WALK-DAY               PIC 99.
       01  WALK-DATE-WHOLE REDEFINES WALK-DATE-PARTS
                                           PIC 9(8).
       01  DAYS-SINCE                PIC 9(3).
       01  MONTH-LENGTH-TEXT         PIC X(24) VALUE
                                     "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-TEXT.
                 05 MONTH-LENGTH OCCURS 12 TIMES PIC 99.
       01  LEAP-QUOTIENT             PIC 9(4).
       01  LEAP-REMAINDER            PIC 9(4).
       01  THIS-MONTH-LENGTH         PIC 99.

       01  ACCOUNTS-DECLINING        PIC 9(7) VALUE ZERO.
       01  ACCOUNTS-LOST             PIC 9(7) VALUE ZERO.
       01  TOTAL-LOST-DOLLARS        PIC S9(11)V99 VALUE ZERO.
       01  DETAIL-LINES-SKIPPED      PIC 9(7) VALUE ZERO.
       01  PRINT-LINES               PIC 99.
       01  PAGE-NUMBER               PIC 9(5).

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

      * Structures for the printed report.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(37) VALUE
                               "DECLINING AND LOST ACCOUNTS - PERIOD ".
                 05 PRINT-PERIOD-MONTHS    PIC Z9.
                 05 FILLER                 PIC X(17) VALUE
                                           " MONTH(S) ENDING ".
                 05 PRINT-END-MONTH        PIC X(6).
                 05 FILLER                 PIC X(10) VALUE SPACE.
                 05 FILLER                 PIC X(5) VALUE "Page".
                 05 PRINT-PAGE-NUMBER      PIC ZZZZ9.

       01  SUBTITLE-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 SUB-OPERATOR-ID        PIC X(10).
                 05 FILLER                 PIC X(15) VALUE
                                           "  DECLINE OVER ".
                 05 SUB-DECLINE-PERCENT    PIC ZZ9.
                 05 FILLER                 PIC X(14) VALUE
                                           "%  LOST AFTER ".
                 05 SUB-LOST-DAYS          PIC ZZ9.
                 05 FILLER                 PIC X(17) VALUE
                                           " DAYS  SORTED BY ".
                 05 SUB-ORDER              PIC X(12).

       01  COLUMN-HEADING-LINE.
                 05 FILLER                 PIC X(8) VALUE "ACCOUNT".
                 05 FILLER                 PIC X(17) VALUE "NAME".
                 05 FILLER                 PIC X(11) VALUE
                                           "SALES REP".
                 05 FILLER                 PIC X(9) VALUE "LAST ORD".
                 05 FILLER                 PIC X(4) VALUE "DAYS".
                 05 FILLER                 PIC X(16) VALUE
                                           "     THIS PERIOD".
                 05 FILLER                 PIC X(16) VALUE
                                           "       LAST YEAR".
                 05 FILLER                 PIC X(16) VALUE
                                           "   TRAILING AVG".
                 05 FILLER                 PIC X(8) VALUE
                                           "  VS LY%".
                 05 FILLER                 PIC X(8) VALUE
                                           "  VS TR%".
                 05 FILLER                 PIC X(11) VALUE
                                           "       LOST".
                 05 FILLER                 PIC X(7) VALUE
                                           " STATUS".

       01  DECLINE-DETAIL-LINE.
                 05 PRINT-ACCOUNT          PIC 9(7).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-NAME             PIC X(16).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-SALES-ID         PIC X(10).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-LAST-DATE        PIC 9(8).
                 05 PRINT-NO-LAST-DATE REDEFINES PRINT-LAST-DATE
                                           PIC X(8).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-DAYS-SINCE       PIC ZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-CURRENT          PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-LAST-YEAR        PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-TRAILING         PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-LY-PERCENT       PIC ZZZ9.9-.
                 05 PRINT-NO-LY REDEFINES PRINT-LY-PERCENT
                                           PIC X(7).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-TR-PERCENT       PIC ZZZ9.9-.
                 05 PRINT-NO-TR REDEFINES PRINT-TR-PERCENT
                                           PIC X(7).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-LOST-DOLLARS     PIC ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-STATUS           PIC X(7).

       01  STOPPED-LINE.
                 05 FILLER                 PIC X(8) VALUE SPACE.
                 05 FILLER                 PIC X(16) VALUE
                                           "STOPPED BUYING: ".
                 05 PRINT-STOPPED-CODES.
                           10 PRINT-STOPPED OCCURS 10 TIMES.
                              15 PRINT-STOPPED-CODE PIC X(10).
                              15 FILLER             PIC X(1).

       01  TOTAL-LINE.
                 05 PRINT-TOTAL-LABEL      PIC X(30).
                 05 PRINT-TOTAL-COUNT      PIC ZZZ,ZZ9.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-TOTAL-DOLLARS    PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            PERFORM BUILD-THE-DECLINE-ROWS.
            IF ORDER-CHOICE = "A"
                      SORT DECLINE-SORT-FILE
                                ON ASCENDING KEY RSORT-ACCOUNT
                                USING DECLINE-FILE
                                GIVING RANKED-DECLINE-FILE
            ELSE
                      SORT DECLINE-SORT-FILE
                                ON DESCENDING KEY RSORT-LOST-DOLLARS
                                ON ASCENDING KEY RSORT-ACCOUNT
                                USING DECLINE-FILE
                                GIVING RANKED-DECLINE-FILE.
            PERFORM PRINT-THE-ACCOUNTS.
            PERFORM PRINT-THE-TOTALS.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           PERFORM GET-THE-END-MONTH.
           PERFORM GET-THE-PERIOD-MONTHS.
           PERFORM GET-THE-DECLINE-PERCENT.
           PERFORM GET-THE-LOST-DAYS.
           PERFORM GET-THE-ORDER.
           PERFORM FIGURE-THE-WINDOWS.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "
                             CUSTOMER-FILE-STATUS
                     STOP RUN.
           OPEN OUTPUT PRINTER-FILE.
           MOVE PERIOD-MONTHS TO PRINT-PERIOD-MONTHS.
           MOVE END-MONTH-ENTRY TO PRINT-END-MONTH.
           MOVE DECLINE-PERCENT TO SUB-DECLINE-PERCENT.
           MOVE LOST-DAYS TO SUB-LOST-DAYS.
           IF ORDER-CHOICE = "A"
                     MOVE "ACCOUNT" TO SUB-ORDER
           ELSE
                     MOVE "LOST DOLLARS" TO SUB-ORDER.
           MOVE ZEROES TO PRINT-LINES PAGE-NUMBER.
           PERFORM START-NEW-PAGE.

       CLOSING-PROCEDURE.
           PERFORM END-LAST-PAGE.
           CLOSE CUSTOMER-FILE.
           CLOSE PRINTER-FILE.
           DISPLAY ACCOUNTS-DECLINING " DECLINING AND "
                   ACCOUNTS-LOST " LOST ACCOUNT(S) LISTED".
           IF DETAIL-LINES-SKIPPED NOT = ZERO
                     DISPLAY DETAIL-LINES-SKIPPED " SALES LINE(S) "
                             "FOR ACCOUNTS NO LONGER ON FILE LEFT OUT".

       GET-THE-END-MONTH.
           DISPLAY "PERIOD ENDING MONTH (YYYYMM, BLANK FOR THIS "
                   "MONTH)? " WITH NO ADVANCING.
           ACCEPT END-MONTH-ENTRY.
           IF END-MONTH-ENTRY = SPACE
                     MOVE TODAYS-DATE (1:6) TO END-MONTH-ENTRY.
           IF END-MONTH-ENTRY NOT NUMERIC
                     DISPLAY "ENTER THE MONTH AS YYYYMM"
                     GO TO GET-THE-END-MONTH.
           IF END-MONTH-MONTH < 1 OR END-MONTH-MONTH > 12
                     DISPLAY "ENTER THE MONTH AS YYYYMM"
                     GO TO GET-THE-END-MONTH.

       GET-THE-PERIOD-MONTHS.
           DISPLAY "MONTHS IN THE PERIOD (1-12, BLANK FOR 3)? "
                   WITH NO ADVANCING.
           ACCEPT NUMBER-ENTRY.
           IF NUMBER-ENTRY = SPACE
                     MOVE "3" TO NUMBER-ENTRY.
           MOVE NUMBER-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y" OR
              KEYED-NUMBER-VALUE < 1 OR KEYED-NUMBER-VALUE > 12
                     DISPLAY "THE PERIOD MUST BE 1 TO 12 MONTHS"
                     GO TO GET-THE-PERIOD-MONTHS.
           MOVE KEYED-NUMBER-VALUE TO PERIOD-MONTHS.

       GET-THE-DECLINE-PERCENT.
           DISPLAY "LIST ACCOUNTS DOWN BY MORE THAN WHAT PERCENT? "
                   WITH NO ADVANCING.
           ACCEPT NUMBER-ENTRY.
           MOVE NUMBER-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y" OR
              KEYED-NUMBER-VALUE > 100
                     DISPLAY "THE PERCENT MUST BE 0 TO 100"
                     GO TO GET-THE-DECLINE-PERCENT.
           MOVE KEYED-NUMBER-VALUE TO DECLINE-PERCENT.

       GET-THE-LOST-DAYS.
           DISPLAY "DAYS WITHOUT AN ORDER TO CALL A REGULAR BUYER "
                   "LOST (BLANK FOR 60)? " WITH NO ADVANCING.
           ACCEPT NUMBER-ENTRY.
           IF NUMBER-ENTRY = SPACE
                     MOVE "60" TO NUMBER-ENTRY.
           MOVE NUMBER-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y" OR
              KEYED-NUMBER-VALUE = ZERO
                     DISPLAY "THE DAYS MUST BE 1 TO 999"
                     GO TO GET-THE-LOST-DAYS.
           MOVE KEYED-NUMBER-VALUE TO LOST-DAYS.

       GET-THE-ORDER.
           DISPLAY "PRINT BY (L)OST DOLLARS OR (A)CCOUNT? "
                   WITH NO ADVANCING.
           ACCEPT ORDER-CHOICE.
           INSPECT ORDER-CHOICE CONVERTING "la" TO "LA".
           IF ORDER-CHOICE NOT = "A"
                     MOVE "L" TO ORDER-CHOICE.

      * FIGURE-THE-WINDOWS TURNS THE KEYED MONTH AND PERIOD INTO THE
      * THREE MONTH-NUMBER RANGES: THIS PERIOD, THE SAME MONTHS LAST
      * YEAR, AND THE TWELVE MONTHS BEFORE THIS PERIOD.
       FIGURE-THE-WINDOWS.
           COMPUTE END-MONTH-NUMBER =
                     END-MONTH-YEAR * 12 + END-MONTH-MONTH - 1.
           COMPUTE CURRENT-FROM-MONTH =
                     END-MONTH-NUMBER - PERIOD-MONTHS + 1.
           COMPUTE LAST-YEAR-FROM-MONTH = CURRENT-FROM-MONTH - 12.
           COMPUTE LAST-YEAR-TO-MONTH = END-MONTH-NUMBER - 12.
           COMPUTE TRAILING-FROM-MONTH = CURRENT-FROM-MONTH - 12.
           COMPUTE TRAILING-TO-MONTH = CURRENT-FROM-MONTH - 1.

      * BUILD-THE-DECLINE-ROWS SORTS THE DETAIL ON ACCOUNT AND TAKES
      * ONE ACCOUNT AT A TIME, WRITING A ROW FOR EACH ONE THAT IS
      * DECLINING OR LOST.
       BUILD-THE-DECLINE-ROWS.
           SORT DETAIL-SORT-FILE
                     ON ASCENDING KEY DSORT-ACCOUNT-NUMBER
                     ON ASCENDING KEY DSORT-DATE
                     USING SALES-DETAIL-FILE
                     GIVING SORTED-DETAIL-FILE.
           OPEN INPUT SORTED-DETAIL-FILE.
           OPEN OUTPUT DECLINE-FILE.
           MOVE "N" TO DETAIL-END-OF-FILE.
           PERFORM READ-NEXT-SORTED-DETAIL.
           PERFORM FIGURE-ONE-ACCOUNT
                UNTIL DETAIL-END-OF-FILE = "Y".
           CLOSE DECLINE-FILE.
           CLOSE SORTED-DETAIL-FILE.

       READ-NEXT-SORTED-DETAIL.
           READ SORTED-DETAIL-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO DETAIL-END-OF-FILE.

       FIGURE-ONE-ACCOUNT.
           MOVE SORTED-ACCOUNT-NUMBER TO THE-ACCOUNT-NUMBER.
           MOVE ZEROES TO ACCOUNT-FIGURES.
           MOVE ZEROES TO PRODUCT-COUNT.
           MOVE ALL "N" TO TRAILING-MONTH-FLAGS.
           MOVE ZERO TO ACCOUNT-LINE-COUNT.
           PERFORM TAKE-ONE-SALE
                UNTIL DETAIL-END-OF-FILE = "Y" OR
                      SORTED-ACCOUNT-NUMBER NOT = THE-ACCOUNT-NUMBER.
           MOVE THE-ACCOUNT-NUMBER TO CUSTOMER-ACCOUNT-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     ADD ACCOUNT-LINE-COUNT TO DETAIL-LINES-SKIPPED
           ELSE
                     IF CUSTOMER-STATUS NOT = "C"
                               PERFORM JUDGE-THE-ACCOUNT.

      * TAKE-ONE-SALE FILES THE LINE INTO EVERY WINDOW ITS MONTH FALLS
      * IN. ONLY A POSITIVE LINE IS AN ORDER - A RETURN COMES OFF THE
      * DOLLARS BUT DOES NOT COUNT AS BUYING. THE LINES ARE COUNTED
      * SO AN ACCOUNT NO LONGER ON FILE CAN REPORT HOW MANY WERE
      * LEFT OUT.
       TAKE-ONE-SALE.
           ADD 1 TO ACCOUNT-LINE-COUNT.
           COMPUTE ROW-MONTH-NUMBER =
                     SORTED-YEAR * 12 + SORTED-MONTH - 1.
           IF SORTED-AMOUNT > ZERO AND
              SORTED-DATE NOT > TODAYS-DATE
                     MOVE SORTED-DATE TO ACCT-LAST-DATE.
           IF ROW-MONTH-NUMBER NOT < CURRENT-FROM-MONTH AND
              ROW-MONTH-NUMBER NOT > END-MONTH-NUMBER
                     ADD SORTED-AMOUNT TO ACCT-CURRENT
                     IF SORTED-AMOUNT > ZERO
                               PERFORM MARK-BOUGHT-NOW.
           IF ROW-MONTH-NUMBER NOT < LAST-YEAR-FROM-MONTH AND
              ROW-MONTH-NUMBER NOT > LAST-YEAR-TO-MONTH
                     ADD SORTED-AMOUNT TO ACCT-LAST-YEAR.
           IF ROW-MONTH-NUMBER NOT < TRAILING-FROM-MONTH AND
              ROW-MONTH-NUMBER NOT > TRAILING-TO-MONTH
                     ADD SORTED-AMOUNT TO ACCT-TRAILING-TOTAL
                     IF SORTED-AMOUNT > ZERO
                               PERFORM MARK-BOUGHT-BEFORE.
           PERFORM READ-NEXT-SORTED-DETAIL.

       MARK-BOUGHT-NOW.
           PERFORM FIND-THE-PRODUCT.
           IF PRODUCT-SLOT NOT = ZERO
                     MOVE "Y" TO TABLE-BOUGHT-NOW (PRODUCT-SLOT).

      * A TRAILING MONTH WITH AN ORDER IN IT COUNTS TOWARD THE
      * ACCOUNT BEING A REGULAR BUYER.
       MARK-BOUGHT-BEFORE.
           COMPUTE TRAILING-SLOT =
                     ROW-MONTH-NUMBER - TRAILING-FROM-MONTH + 1.
           MOVE "Y" TO TRAILING-MONTH-BOUGHT (TRAILING-SLOT).
           PERFORM FIND-THE-PRODUCT.
           IF PRODUCT-SLOT NOT = ZERO
                     MOVE "Y" TO TABLE-BOUGHT-BEFORE (PRODUCT-SLOT).

      * FIND-THE-PRODUCT LEAVES PRODUCT-SLOT AT THE LINE'S PRODUCT IN
      * THE TABLE, ADDING IT IF THERE IS ROOM, OR AT ZERO IF NOT.
       FIND-THE-PRODUCT.
           MOVE ZERO TO PRODUCT-SLOT.
           PERFORM CHECK-ONE-PRODUCT
                     VARYING PRODUCT-INDEX FROM 1 BY 1
                     UNTIL PRODUCT-INDEX > PRODUCT-COUNT OR
                           PRODUCT-SLOT NOT = ZERO.
           IF PRODUCT-SLOT = ZERO AND PRODUCT-COUNT < 100
                     ADD 1 TO PRODUCT-COUNT
                     MOVE PRODUCT-COUNT TO PRODUCT-SLOT
                     MOVE SORTED-PRODUCT-CODE TO
                               TABLE-PRODUCT-CODE (PRODUCT-SLOT)
                     MOVE "N" TO TABLE-BOUGHT-BEFORE (PRODUCT-SLOT)
                     MOVE "N" TO TABLE-BOUGHT-NOW (PRODUCT-SLOT).

       CHECK-ONE-PRODUCT.
           IF TABLE-PRODUCT-CODE (PRODUCT-INDEX) = SORTED-PRODUCT-CODE
                     MOVE PRODUCT-INDEX TO PRODUCT-SLOT.

      * JUDGE-THE-ACCOUNT WORKS OUT THE TWO SHORTFALLS AND PERCENTS
      * AND DECIDES WHETHER THE ACCOUNT IS LOST, DECLINING, OR FINE.
      * A PERCENT WITH NOTHING TO COMPARE AGAINST IS LEFT OFF. THE
      * PERCENTS ARE HELD INSIDE -999.9 TO 999.9 AS IN CUSTPRF01.
       JUDGE-THE-ACCOUNT.
           MOVE SPACE TO ACCT-STATUS.
           COMPUTE ACCT-TRAILING-AVERAGE ROUNDED =
                     ACCT-TRAILING-TOTAL * PERIOD-MONTHS / 12.
           COMPUTE ACCT-LY-SHORTFALL = ACCT-LAST-YEAR - ACCT-CURRENT.
           COMPUTE ACCT-TR-SHORTFALL =
                     ACCT-TRAILING-AVERAGE - ACCT-CURRENT.
           MOVE ZEROES TO ACCT-LY-PERCENT ACCT-TR-PERCENT.
           IF ACCT-LAST-YEAR > ZERO
                     COMPUTE ACCT-LY-PERCENT ROUNDED =
                               (ACCT-CURRENT - ACCT-LAST-YEAR) * 100
                               / ACCT-LAST-YEAR
                               ON SIZE ERROR
                               MOVE 999.9 TO ACCT-LY-PERCENT.
           IF ACCT-TRAILING-AVERAGE > ZERO
                     COMPUTE ACCT-TR-PERCENT ROUNDED =
                               (ACCT-CURRENT - ACCT-TRAILING-AVERAGE)
                               * 100 / ACCT-TRAILING-AVERAGE
                               ON SIZE ERROR
                               MOVE 999.9 TO ACCT-TR-PERCENT.
           IF ACCT-LY-PERCENT > 999.9
                     MOVE 999.9 TO ACCT-LY-PERCENT.
           IF ACCT-TR-PERCENT > 999.9
                     MOVE 999.9 TO ACCT-TR-PERCENT.
           IF ACCT-LAST-YEAR > ZERO AND
              ACCT-LY-PERCENT < ZERO - DECLINE-PERCENT
                     MOVE "DECLINE" TO ACCT-STATUS.
           IF ACCT-TRAILING-AVERAGE > ZERO AND
              ACCT-TR-PERCENT < ZERO - DECLINE-PERCENT
                     MOVE "DECLINE" TO ACCT-STATUS.
           PERFORM COUNT-THE-MONTHS-BOUGHT.
           IF ACCT-MONTHS-BOUGHT NOT < REGULAR-MONTHS
                     PERFORM COUNT-THE-DAYS-SINCE
                     IF DAYS-SINCE NOT < LOST-DAYS
                               MOVE "LOST" TO ACCT-STATUS.
           IF ACCT-STATUS NOT = SPACE
                     PERFORM WRITE-THE-DECLINE-ROW.

       COUNT-THE-MONTHS-BOUGHT.
           MOVE ZERO TO ACCT-MONTHS-BOUGHT.
           PERFORM COUNT-ONE-MONTH
                     VARYING MONTH-INDEX FROM 1 BY 1
                     UNTIL MONTH-INDEX > 12.

       COUNT-ONE-MONTH.
           IF TRAILING-MONTH-BOUGHT (MONTH-INDEX) = "Y"
                     ADD 1 TO ACCT-MONTHS-BOUGHT.

       COUNT-THE-DAYS-SINCE.
           MOVE 999 TO DAYS-SINCE.
           IF ACCT-LAST-DATE NOT = ZERO
                     MOVE ZERO TO DAYS-SINCE
                     MOVE ACCT-LAST-DATE TO WALK-DATE-WHOLE
                     PERFORM COUNT-ONE-DAY
                               UNTIL WALK-DATE-WHOLE NOT < TODAYS-DATE
                                     OR DAYS-SINCE = 999.

       COUNT-ONE-DAY.
           PERFORM WALK-FORWARD-ONE-DAY.
           ADD 1 TO DAYS-SINCE.

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

      * WRITE-THE-DECLINE-ROW CARRIES THE BIGGER SHORTFALL AS THE LOST
      * DOLLARS (NEVER BELOW ZERO) AND THE FIRST TEN PRODUCTS BOUGHT
      * BEFORE BUT NOT THIS PERIOD.
       WRITE-THE-DECLINE-ROW.
           MOVE SPACE TO DECLINE-RECORD.
           MOVE ZERO TO DECLINE-LOST-DOLLARS.
           IF ACCT-LY-SHORTFALL > DECLINE-LOST-DOLLARS
                     MOVE ACCT-LY-SHORTFALL TO DECLINE-LOST-DOLLARS.
           IF ACCT-TR-SHORTFALL > DECLINE-LOST-DOLLARS
                     MOVE ACCT-TR-SHORTFALL TO DECLINE-LOST-DOLLARS.
           MOVE THE-ACCOUNT-NUMBER TO DECLINE-ACCOUNT.
           MOVE CUSTOMER-LAST-NAME TO DECLINE-NAME.
           MOVE CUSTOMER-SALES-ID TO DECLINE-SALES-ID.
           MOVE ACCT-STATUS TO DECLINE-STATUS.
           MOVE ACCT-LAST-DATE TO DECLINE-LAST-DATE.
           PERFORM COUNT-THE-DAYS-SINCE.
           MOVE DAYS-SINCE TO DECLINE-DAYS-SINCE.
           MOVE ACCT-CURRENT TO DECLINE-CURRENT.
           MOVE ACCT-LAST-YEAR TO DECLINE-LAST-YEAR.
           MOVE ACCT-TRAILING-AVERAGE TO DECLINE-TRAILING.
           MOVE ACCT-LY-PERCENT TO DECLINE-LY-PERCENT.
           MOVE ACCT-TR-PERCENT TO DECLINE-TR-PERCENT.
           MOVE "N" TO DECLINE-LY-BASIS DECLINE-TR-BASIS.
           IF ACCT-LAST-YEAR > ZERO
                     MOVE "Y" TO DECLINE-LY-BASIS.
           IF ACCT-TRAILING-AVERAGE > ZERO
                     MOVE "Y" TO DECLINE-TR-BASIS.
           MOVE ZERO TO DECLINE-STOPPED-COUNT.
           PERFORM TAKE-ONE-STOPPED-PRODUCT
                     VARYING PRODUCT-INDEX FROM 1 BY 1
                     UNTIL PRODUCT-INDEX > PRODUCT-COUNT OR
                           DECLINE-STOPPED-COUNT = 10.
           WRITE DECLINE-RECORD.
           ADD DECLINE-LOST-DOLLARS TO TOTAL-LOST-DOLLARS.
           IF ACCT-STATUS = "LOST"
                     ADD 1 TO ACCOUNTS-LOST
           ELSE
                     ADD 1 TO ACCOUNTS-DECLINING.

       TAKE-ONE-STOPPED-PRODUCT.
           IF TABLE-BOUGHT-BEFORE (PRODUCT-INDEX) = "Y" AND
              TABLE-BOUGHT-NOW (PRODUCT-INDEX) = "N"
                     ADD 1 TO DECLINE-STOPPED-COUNT
                     MOVE TABLE-PRODUCT-CODE (PRODUCT-INDEX) TO
                          DECLINE-STOPPED-CODE (DECLINE-STOPPED-COUNT).

       PRINT-THE-ACCOUNTS.
           PERFORM PRINT-THE-HEADINGS.
           OPEN INPUT RANKED-DECLINE-FILE.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-RANKED-ROW.
           IF END-OF-FILE = "Y"
                     MOVE "NO DECLINING OR LOST ACCOUNTS" TO
                               PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1
                     ADD 1 TO PRINT-LINES.
           PERFORM PRINT-ONE-RANKED-ROW
                UNTIL END-OF-FILE = "Y".
           CLOSE RANKED-DECLINE-FILE.

       READ-NEXT-RANKED-ROW.
           READ RANKED-DECLINE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       PRINT-ONE-RANKED-ROW.
           IF PRINT-LINES > 53
                     PERFORM NEXT-PAGE
                     PERFORM PRINT-THE-HEADINGS.
           MOVE RANKED-ACCOUNT TO PRINT-ACCOUNT.
           MOVE RANKED-NAME TO PRINT-NAME.
           MOVE RANKED-SALES-ID TO PRINT-SALES-ID.
           IF RANKED-LAST-DATE = ZERO
                     MOVE "  NONE" TO PRINT-NO-LAST-DATE
           ELSE
                     MOVE RANKED-LAST-DATE TO PRINT-LAST-DATE.
           MOVE RANKED-DAYS-SINCE TO PRINT-DAYS-SINCE.
           MOVE RANKED-CURRENT TO PRINT-CURRENT.
           MOVE RANKED-LAST-YEAR TO PRINT-LAST-YEAR.
           MOVE RANKED-TRAILING TO PRINT-TRAILING.
           IF RANKED-LY-BASIS = "Y"
                     MOVE RANKED-LY-PERCENT TO PRINT-LY-PERCENT
           ELSE
                     MOVE "     -" TO PRINT-NO-LY.
           IF RANKED-TR-BASIS = "Y"
                     MOVE RANKED-TR-PERCENT TO PRINT-TR-PERCENT
           ELSE
                     MOVE "     -" TO PRINT-NO-TR.
           MOVE RANKED-LOST-DOLLARS TO PRINT-LOST-DOLLARS.
           MOVE RANKED-STATUS TO PRINT-STATUS.
           MOVE DECLINE-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.
           IF RANKED-STOPPED-COUNT NOT = ZERO
                     PERFORM PRINT-THE-STOPPED-LINE.
           PERFORM READ-NEXT-RANKED-ROW.

       PRINT-THE-STOPPED-LINE.
           MOVE SPACE TO PRINT-STOPPED-CODES.
           PERFORM MOVE-ONE-STOPPED-CODE
                     VARYING STOPPED-INDEX FROM 1 BY 1
                     UNTIL STOPPED-INDEX > RANKED-STOPPED-COUNT.
           MOVE STOPPED-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.

       MOVE-ONE-STOPPED-CODE.
           MOVE RANKED-STOPPED-CODE (STOPPED-INDEX) TO
                     PRINT-STOPPED-CODE (STOPPED-INDEX).

       PRINT-THE-HEADINGS.
           MOVE COLUMN-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           ADD 2 TO PRINT-LINES.

       PRINT-THE-TOTALS.
           IF PRINT-LINES > 50
                     PERFORM NEXT-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "DECLINING ACCOUNTS" TO PRINT-TOTAL-LABEL.
           MOVE ACCOUNTS-DECLINING TO PRINT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "LOST ACCOUNTS" TO PRINT-TOTAL-LABEL.
           MOVE ACCOUNTS-LOST TO PRINT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "TOTAL LOST DOLLARS" TO PRINT-TOTAL-LABEL.
           MOVE TOTAL-LOST-DOLLARS TO PRINT-TOTAL-DOLLARS.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 4 TO PRINT-LINES.

       NEXT-PAGE.
           PERFORM END-LAST-PAGE.
           PERFORM START-NEW-PAGE.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE SUBTITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE 4 TO PRINT-LINES.

       END-LAST-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           MOVE ZEROES TO PRINT-LINES.

      * GET-OPERATOR-ID IS SHARED ACROSS THE REPORT PROGRAMS - SEE
      * COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM CUSTDCL01.
