      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTWL01.

      ******************************************************************
      * This program prints the monthly quotation win/loss analysis
      * for sales management. Every quote on QUOTHDR.DAT dated in the
      * keyed month (blank for this month) is counted once as quoted
      * and once by how it ended: converted to an order by QUOTCNV01,
      * closed as lost by QUOTLST01, or expired - closed as expired
      * by QUOTEXP01, or still open with its date gone by. Quotes
      * still open and in date are counted as quoted only.
      * The month prints as a whole and then by salesperson (the
      * QUOTE-SALES-ID the quote was credited to, or the account's
      * salesperson for a quote filed before it was carried), by
      * customer, and by product - the product figures are quote
      * lines off QUOTLINE.DAT, so a line counts and its extension
      * is the value. Each line shows the count and value quoted,
      * converted, lost and expired, the conversion rate (converted
      * quotes as a percent of quotes made) and the average days from
      * quote to order. The lost and expired quotes then print by
      * lost reason off LOSTRSN.DAT with their share of all the
      * business not won, the reasons totalled by category so price
      * can be set against lead time, and by the competitor that
      * took the business where sales knows it.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT QUOTE-HEADER-FILE
                           ASSIGN TO "QUOTHDR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS QUOTE-NUMBER
                           FILE STATUS IS QUOTE-FILE-STATUS.

                 SELECT OPTIONAL QUOTE-LINE-FILE
                           ASSIGN TO "QUOTLINE.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS QLINE-FILE-STATUS.

                 SELECT CUSTOMER-FILE
                           ASSIGN TO "CUSTOMER.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                           FILE STATUS IS CUSTOMER-FILE-STATUS.

                 SELECT PRODUCT-FILE
                           ASSIGN TO "PRODUCT.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PRODUCT-CODE
                           FILE STATUS IS PRODUCT-FILE-STATUS.

                 SELECT OPTIONAL ORDER-HEADER-FILE
                           ASSIGN TO "ORDHDR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS ORDER-NUMBER
                           FILE STATUS IS HEADER-FILE-STATUS.

                 SELECT WINLOSS-SORT-FILE
                           ASSIGN TO "QUOTWL1.WRK".

                 SELECT SORTED-WINLOSS-FILE
                           ASSIGN TO "QUOTWL2.WRK"
                           ORGANIZATION IS SEQUENTIAL.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * QUOTE-HEADER-RECORD AND QUOTE-LINE-RECORD ARE THE SHARED
      * QUOTE LAYOUTS - SEE COPYBOOKS/WQUOTHDR.CPY AND WQUOTLIN.CPY.
       FD  QUOTE-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WQUOTHDR.

       FD  QUOTE-LINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WQUOTLIN.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRODF.

       FD  ORDER-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WORDHDR.

      * ONE SLIM ROW PER QUOTE (OR QUOTE LINE) PER VIEW, SORTED ON
      * THE VIEW AND ITS KEY SO EACH KEY'S QUOTES COME TOGETHER:
      *   1 SALESPERSON   2 CUSTOMER   3 PRODUCT
      *   4 LOST REASON   5 COMPETITOR
      * THE OUTCOME IS C CONVERTED, L LOST, E EXPIRED, O STILL OPEN.
       SD  WINLOSS-SORT-FILE.
       01  WSORT-RECORD.
                 05 WSORT-VIEW             PIC X(1).
                 05 WSORT-KEY              PIC X(20).
                 05 WSORT-OUTCOME          PIC X(1).
                 05 WSORT-VALUE            PIC 9(9)V99.
                 05 WSORT-DAYS             PIC 9(3).
                 05 WSORT-DAYS-KNOWN       PIC X(1).

       FD  SORTED-WINLOSS-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-WINLOSS-RECORD.
                 05 SORTED-VIEW            PIC X(1).
                 05 SORTED-KEY             PIC X(20).
                 05 SORTED-OUTCOME         PIC X(1).
                 05 SORTED-VALUE           PIC 9(9)V99.
                 05 SORTED-DAYS            PIC 9(3).
                 05 SORTED-DAYS-KNOWN      PIC X(1).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  QUOTE-FILE-STATUS         PIC XX.
       01  QLINE-FILE-STATUS         PIC XX.
       01  CUSTOMER-FILE-STATUS      PIC XX.
       01  PRODUCT-FILE-STATUS       PIC XX.
       01  HEADER-FILE-STATUS        PIC XX.
       01  END-OF-FILE               PIC X.
       01  FEED-END-OF-FILE          PIC X.
       01  RECORD-FOUND              PIC X.
       01  ORDERS-ON-FILE            PIC X.
       01  FIRST-RECORD-SEEN         PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       01  MONTH-ENTRY               PIC X(6).
       01  THE-PERIOD                PIC 9(6).
       01  TODAYS-DATE               PIC 9(8).
       01  QUOTES-MEASURED           PIC 9(7) VALUE ZERO.

      * HOW THE QUOTE IN HAND ENDED, WHO IT IS CREDITED TO, AND
      * (CONVERTED) HOW MANY DAYS IT TOOK TO BECOME AN ORDER.
       01  THE-OUTCOME               PIC X.
       01  THE-SALES-ID              PIC X(10).
       01  ORDER-ON-DATE             PIC 9(8).
       01  DAYS-TO-ORDER             PIC 9(3).
       01  DAYS-ARE-KNOWN            PIC X.
       01  ACCOUNT-AS-TEXT           PIC X(7).
       01  ACCOUNT-AS-NUMBER REDEFINES ACCOUNT-AS-TEXT
                                     PIC 9(7).

      * DAYS-TO-ORDER IS COUNTED BY WALKING THE QUOTE DATE FORWARD
      * TO THE ORDER DATE, THE SAME COUNT CUSTPRF01 MAKES FOR DAYS
      * TO PAY. ANYTHING PAST 999 DAYS IS HELD AT 999.
       01  WALK-DATE-PARTS.
                 05 WALK-YEAR              PIC 9(4).
                 05 WALK-MONTH             PIC 99.
                 05 WALK-DAY               PIC 99.
       01  WALK-DATE-WHOLE REDEFINES WALK-DATE-PARTS
                                           PIC 9(8).
       01  MONTH-LENGTH-TEXT         PIC X(24) VALUE
                                     "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-TEXT.
                 05 MONTH-LENGTH OCCURS 12 TIMES PIC 99.
       01  LEAP-QUOTIENT             PIC 9(4).
       01  LEAP-REMAINDER            PIC 9(4).
       01  THIS-MONTH-LENGTH         PIC 99.

      * THE FIGURES FOR THE KEY BEING GATHERED, AND THE SAME FIGURES
      * FOR THE WHOLE MONTH GATHERED QUOTE BY QUOTE AS THE SORT IS
      * FED. THE TWO GROUPS ARE LAID OUT ALIKE.
       01  KEY-TOTALS.
                 05 KEY-QUOTED-COUNT       PIC 9(7).
                 05 KEY-QUOTED-VALUE       PIC 9(11)V99.
                 05 KEY-CONVERTED-COUNT    PIC 9(7).
                 05 KEY-CONVERTED-VALUE    PIC 9(11)V99.
                 05 KEY-LOST-COUNT         PIC 9(7).
                 05 KEY-LOST-VALUE         PIC 9(11)V99.
                 05 KEY-EXPIRED-COUNT      PIC 9(7).
                 05 KEY-EXPIRED-VALUE      PIC 9(11)V99.
                 05 KEY-DAYS-TOTAL         PIC 9(9).
                 05 KEY-DAYS-COUNT         PIC 9(7).
       01  ALL-TOTALS.
                 05 ALL-QUOTED-COUNT       PIC 9(7).
                 05 ALL-QUOTED-VALUE       PIC 9(11)V99.
                 05 ALL-CONVERTED-COUNT    PIC 9(7).
                 05 ALL-CONVERTED-VALUE    PIC 9(11)V99.
                 05 ALL-LOST-COUNT         PIC 9(7).
                 05 ALL-LOST-VALUE         PIC 9(11)V99.
                 05 ALL-EXPIRED-COUNT      PIC 9(7).
                 05 ALL-EXPIRED-VALUE      PIC 9(11)V99.
                 05 ALL-DAYS-TOTAL         PIC 9(9).
                 05 ALL-DAYS-COUNT         PIC 9(7).
       01  CONVERSION-PERCENT        PIC 9(3)V9.
       01  AVERAGE-DAYS              PIC 9(4).
       01  UNWON-VALUE               PIC 9(11)V99.
       01  ALL-UNWON-VALUE           PIC 9(11)V99.
       01  UNWON-SHARE               PIC 9(3)V9.

       01  CURRENT-VIEW              PIC X.
       01  CURRENT-KEY               PIC X(20).

      * THE LOST REASON BEING PRINTED, THROUGH RSNFND01, AND THE
      * CATEGORY TOTALS: 1 PRICE, 2 LEAD TIME, 3 OTHER, 4 NOT KNOWN.
       01  REASON-CODE-TO-FIND       PIC X(4).
       01  REASON-FOUND              PIC X.
       COPY WLOSTRSN.
       01  CATEGORY-NAMES-TEXT       PIC X(40) VALUE
                      "PRICE     LEAD TIME OTHER     NOT KNOWN ".
       01  CATEGORY-NAMES REDEFINES CATEGORY-NAMES-TEXT.
                 05 CATEGORY-NAME OCCURS 4 TIMES PIC X(10).
       01  CATEGORY-TABLE.
                 05 CATEGORY-ROW OCCURS 4 TIMES.
                           10 CAT-LOST-COUNT     PIC 9(7).
                           10 CAT-LOST-VALUE     PIC 9(11)V99.
                           10 CAT-EXPIRED-COUNT  PIC 9(7).
                           10 CAT-EXPIRED-VALUE  PIC 9(11)V99.
       01  CATEGORY-SUBSCRIPT        PIC 9.

       01  PRINT-LINES               PIC 99.
       01  PAGE-NUMBER               PIC 9(5).

      * Structures for the printed report.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(40) VALUE
                         "QUOTATION WIN/LOSS ANALYSIS - QUOTES OF ".
                 05 PRINT-PERIOD           PIC 9(6).
                 05 FILLER                 PIC X(10) VALUE SPACE.
                 05 FILLER                 PIC X(5) VALUE "Page".
                 05 PRINT-PAGE-NUMBER      PIC ZZZZ9.

       01  SUBTITLE-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 SUB-OPERATOR-ID        PIC X(10).
                 05 FILLER                 PIC X(6) VALUE " RUN ".
                 05 SUB-RUN-DATE           PIC 9(8).

       01  SECTION-LINE              PIC X(50).

       01  WINLOSS-HEADING-LINE.
                 05 FILLER                 PIC X(32) VALUE SPACE.
                 05 FILLER                 PIC X(21) VALUE
                                           "------ QUOTED ------ ".
                 05 FILLER                 PIC X(21) VALUE
                                           "---- CONVERTED ----- ".
                 05 FILLER                 PIC X(21) VALUE
                                           "------- LOST ------- ".
                 05 FILLER                 PIC X(21) VALUE
                                           "----- EXPIRED ------ ".
                 05 FILLER                 PIC X(7) VALUE
                                           "  CONV.".
                 05 FILLER                 PIC X(6) VALUE
                                           "   AVG".

       01  WINLOSS-COLUMN-LINE.
                 05 HEADING-KEY-TEXT       PIC X(32).
                 05 FILLER                 PIC X(21) VALUE
                                           "COUNT          VALUE ".
                 05 FILLER                 PIC X(21) VALUE
                                           "COUNT          VALUE ".
                 05 FILLER                 PIC X(21) VALUE
                                           "COUNT          VALUE ".
                 05 FILLER                 PIC X(21) VALUE
                                           "COUNT          VALUE ".
                 05 FILLER                 PIC X(7) VALUE
                                           "  RATE%".
                 05 FILLER                 PIC X(6) VALUE
                                           "  DAYS".

       01  WINLOSS-DETAIL-LINE.
                 05 PRINT-KEY              PIC X(10).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-NAME             PIC X(20).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-QUOTED-COUNT     PIC ZZZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-QUOTED-VALUE     PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-CONVERTED-COUNT  PIC ZZZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-CONVERTED-VALUE  PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-LOST-COUNT       PIC ZZZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-LOST-VALUE       PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-EXPIRED-COUNT    PIC ZZZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-EXPIRED-VALUE    PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(3) VALUE SPACE.
                 05 PRINT-CONVERSION       PIC ZZ9.9.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-AVERAGE-DAYS     PIC ZZZ9.
                 05 PRINT-NO-DAYS REDEFINES PRINT-AVERAGE-DAYS
                                           PIC X(4).

       01  UNWON-HEADING-LINE.
                 05 FILLER                 PIC X(63) VALUE SPACE.
                 05 FILLER                 PIC X(21) VALUE
                                           "------- LOST ------- ".
                 05 FILLER                 PIC X(21) VALUE
                                           "----- EXPIRED ------ ".
                 05 FILLER                 PIC X(14) VALUE
                                           "     ALL UNWON".
                 05 FILLER                 PIC X(7) VALUE
                                           "  SHARE".

       01  UNWON-COLUMN-LINE.
                 05 UNWON-KEY-TEXT         PIC X(63).
                 05 FILLER                 PIC X(21) VALUE
                                           "COUNT          VALUE ".
                 05 FILLER                 PIC X(21) VALUE
                                           "COUNT          VALUE ".
                 05 FILLER                 PIC X(14) VALUE
                                           "         VALUE".
                 05 FILLER                 PIC X(7) VALUE
                                           "      %".

       01  UNWON-DETAIL-LINE.
                 05 PRINT-UNWON-KEY        PIC X(20).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-UNWON-NAME       PIC X(30).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-CATEGORY         PIC X(10).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-UNWON-LOST-COUNT PIC ZZZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-UNWON-LOST-VALUE PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-UNWON-EXP-COUNT  PIC ZZZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-UNWON-EXP-VALUE  PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-UNWON-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-SHARE            PIC ZZ9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            PERFORM SORT-THE-QUOTES.
            PERFORM REPORT-THE-WINS-AND-LOSSES.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           PERFORM GET-THE-MONTH.
           OPEN INPUT QUOTE-HEADER-FILE.
           IF QUOTE-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN QUOTHDR.DAT - STATUS "
                             QUOTE-FILE-STATUS
                     STOP RUN.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "
                             CUSTOMER-FILE-STATUS
                     STOP RUN.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN PRODUCT.DAT - STATUS "
                             PRODUCT-FILE-STATUS
                     STOP RUN.
           MOVE "N" TO ORDERS-ON-FILE.
           OPEN INPUT ORDER-HEADER-FILE.
           IF HEADER-FILE-STATUS = "00"
                     MOVE "Y" TO ORDERS-ON-FILE.
           MOVE ZEROES TO ALL-TOTALS CATEGORY-TABLE.

       GET-THE-MONTH.
           DISPLAY "MONTH TO ANALYZE (YYYYMM, BLANK FOR THIS "
                   "MONTH) ? ".
           ACCEPT MONTH-ENTRY.
           IF MONTH-ENTRY = SPACE
                     MOVE TODAYS-DATE (1:6) TO THE-PERIOD
           ELSE
                     IF MONTH-ENTRY NOT NUMERIC
                               DISPLAY "MONTH MUST BE 6 DIGITS"
                               GO TO GET-THE-MONTH
                     ELSE
                               MOVE MONTH-ENTRY TO THE-PERIOD.

       CLOSING-PROCEDURE.
           CLOSE QUOTE-HEADER-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE PRODUCT-FILE.
           IF ORDERS-ON-FILE = "Y"
                     CLOSE ORDER-HEADER-FILE.
           DISPLAY QUOTES-MEASURED " QUOTE(S) MEASURED FOR "
                   THE-PERIOD.

      * SORT-THE-QUOTES FEEDS THE SORT: EACH QUOTE OF THE MONTH
      * ONCE FOR ITS SALESPERSON AND ONCE FOR ITS CUSTOMER (AND, IF
      * IT WAS NOT WON, FOR ITS REASON AND ITS COMPETITOR), THEN
      * EACH OF ITS LINES FOR THE LINE'S PRODUCT.
       SORT-THE-QUOTES.
           SORT WINLOSS-SORT-FILE
                     ON ASCENDING KEY WSORT-VIEW WSORT-KEY
                     INPUT PROCEDURE IS FEED-THE-SORT
                          THRU FEED-THE-SORT-EXIT
                     GIVING SORTED-WINLOSS-FILE.

       FEED-THE-SORT.
           MOVE "N" TO FEED-END-OF-FILE.
           PERFORM READ-NEXT-QUOTE.
           PERFORM RELEASE-ONE-QUOTE
                 UNTIL FEED-END-OF-FILE = "Y".
           OPEN INPUT QUOTE-LINE-FILE.
           IF QLINE-FILE-STATUS = "00"
                     MOVE "N" TO FEED-END-OF-FILE
                     PERFORM READ-NEXT-QUOTE-LINE
                     PERFORM RELEASE-ONE-QUOTE-LINE
                          UNTIL FEED-END-OF-FILE = "Y".
           CLOSE QUOTE-LINE-FILE.

       FEED-THE-SORT-EXIT.
           EXIT.

       READ-NEXT-QUOTE.
           READ QUOTE-HEADER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO FEED-END-OF-FILE.

       READ-NEXT-QUOTE-LINE.
           READ QUOTE-LINE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO FEED-END-OF-FILE.

       RELEASE-ONE-QUOTE.
           IF QUOTE-DATE (1:6) = THE-PERIOD
                     ADD 1 TO QUOTES-MEASURED
                     PERFORM FIGURE-THE-OUTCOME
                     PERFORM FIGURE-THE-SALESPERSON
                     PERFORM ADD-TO-THE-MONTH
                     MOVE QUOTE-TOTAL TO WSORT-VALUE
                     MOVE "1" TO WSORT-VIEW
                     MOVE THE-SALES-ID TO WSORT-KEY
                     PERFORM RELEASE-ONE-ROW
                     MOVE "2" TO WSORT-VIEW
                     MOVE QUOTE-ACCOUNT-NUMBER TO ACCOUNT-AS-NUMBER
                     MOVE ACCOUNT-AS-TEXT TO WSORT-KEY
                     PERFORM RELEASE-ONE-ROW
                     IF THE-OUTCOME = "L" OR THE-OUTCOME = "E"
                               PERFORM RELEASE-THE-UNWON-ROWS.
           PERFORM READ-NEXT-QUOTE.

      * A QUOTE CLOSED AS EXPIRED WITHOUT A REASON, OR LEFT OPEN PAST
      * ITS DATE, GOES UNDER A BLANK REASON - NOBODY KNOWS WHY.
       RELEASE-THE-UNWON-ROWS.
           MOVE "4" TO WSORT-VIEW.
           MOVE SPACE TO WSORT-KEY.
           IF QUOTE-IS-LOST OR QUOTE-IS-EXPIRED
                     MOVE QUOTE-LOST-REASON TO WSORT-KEY.
           PERFORM RELEASE-ONE-ROW.
           IF (QUOTE-IS-LOST OR QUOTE-IS-EXPIRED) AND
              QUOTE-COMPETITOR NOT = SPACE
                     MOVE "5" TO WSORT-VIEW
                     MOVE QUOTE-COMPETITOR TO WSORT-KEY
                     PERFORM RELEASE-ONE-ROW.

       RELEASE-ONE-QUOTE-LINE.
           MOVE QLINE-QUOTE-NUMBER TO QUOTE-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ QUOTE-HEADER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y" AND
              QUOTE-DATE (1:6) = THE-PERIOD
                     PERFORM FIGURE-THE-OUTCOME
                     MOVE "3" TO WSORT-VIEW
                     MOVE QLINE-PRODUCT-CODE TO WSORT-KEY
                     MOVE QLINE-EXTENSION TO WSORT-VALUE
                     PERFORM RELEASE-ONE-ROW.
           PERFORM READ-NEXT-QUOTE-LINE.

       RELEASE-ONE-ROW.
           MOVE THE-OUTCOME TO WSORT-OUTCOME.
           MOVE DAYS-TO-ORDER TO WSORT-DAYS.
           MOVE DAYS-ARE-KNOWN TO WSORT-DAYS-KNOWN.
           RELEASE WSORT-RECORD.

      * FIGURE-THE-OUTCOME SAYS HOW THE QUOTE ENDED. A QUOTE STILL
      * OPEN PAST ITS DATE HAS EXPIRED WHETHER OR NOT QUOTEXP01 HAS
      * CLOSED IT YET.
       FIGURE-THE-OUTCOME.
           MOVE ZERO TO DAYS-TO-ORDER.
           MOVE "N" TO DAYS-ARE-KNOWN.
           IF QUOTE-IS-CONVERTED
                     MOVE "C" TO THE-OUTCOME
                     PERFORM FIGURE-THE-DAYS-TO-ORDER
           ELSE
           IF QUOTE-IS-LOST
                     MOVE "L" TO THE-OUTCOME
           ELSE
           IF QUOTE-IS-EXPIRED OR
              QUOTE-EXPIRY-DATE < TODAYS-DATE
                     MOVE "E" TO THE-OUTCOME
           ELSE
                     MOVE "O" TO THE-OUTCOME.

      * THE ORDER DATE IS THE DATE QUOTCNV01 CLOSED THE QUOTE; A
      * QUOTE CONVERTED BEFORE THAT WAS STAMPED FALLS BACK ON THE
      * DATE OF THE ORDER IT BECAME, WHILE THE ORDER IS ON FILE.
       FIGURE-THE-DAYS-TO-ORDER.
           MOVE ZERO TO ORDER-ON-DATE.
           IF QUOTE-CLOSED-DATE IS NUMERIC
                     MOVE QUOTE-CLOSED-DATE TO ORDER-ON-DATE.
           IF ORDER-ON-DATE = ZERO AND
              ORDERS-ON-FILE = "Y"
                     MOVE QUOTE-ORDER-NUMBER TO ORDER-NUMBER
                     READ ORDER-HEADER-FILE
                               INVALID KEY
                               MOVE ZERO TO ORDER-ON-DATE
                               NOT INVALID KEY
                               MOVE ORDER-DATE TO ORDER-ON-DATE.
           IF ORDER-ON-DATE NOT < QUOTE-DATE
                     MOVE "Y" TO DAYS-ARE-KNOWN
                     MOVE QUOTE-DATE TO WALK-DATE-WHOLE
                     PERFORM COUNT-ONE-DAY
                               UNTIL WALK-DATE-WHOLE NOT <
                                     ORDER-ON-DATE OR
                                     DAYS-TO-ORDER = 999.

       COUNT-ONE-DAY.
           PERFORM WALK-FORWARD-ONE-DAY.
           ADD 1 TO DAYS-TO-ORDER.

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

      * A QUOTE FILED BEFORE IT CARRIED ITS SALESPERSON IS CREDITED
      * TO THE ACCOUNT'S SALESPERSON TODAY.
       FIGURE-THE-SALESPERSON.
           MOVE QUOTE-SALES-ID TO THE-SALES-ID.
           IF THE-SALES-ID = SPACE
                     MOVE QUOTE-ACCOUNT-NUMBER TO
                               CUSTOMER-ACCOUNT-NUMBER
                     READ CUSTOMER-FILE
                               INVALID KEY
                               MOVE SPACE TO THE-SALES-ID
                               NOT INVALID KEY
                               MOVE CUSTOMER-SALES-ID TO
                                    THE-SALES-ID.

       ADD-TO-THE-MONTH.
           ADD 1 TO ALL-QUOTED-COUNT.
           ADD QUOTE-TOTAL TO ALL-QUOTED-VALUE.
           IF THE-OUTCOME = "C"
                     ADD 1 TO ALL-CONVERTED-COUNT
                     ADD QUOTE-TOTAL TO ALL-CONVERTED-VALUE
                     IF DAYS-ARE-KNOWN = "Y"
                               ADD 1 TO ALL-DAYS-COUNT
                               ADD DAYS-TO-ORDER TO ALL-DAYS-TOTAL.
           IF THE-OUTCOME = "L"
                     ADD 1 TO ALL-LOST-COUNT
                     ADD QUOTE-TOTAL TO ALL-LOST-VALUE.
           IF THE-OUTCOME = "E"
                     ADD 1 TO ALL-EXPIRED-COUNT
                     ADD QUOTE-TOTAL TO ALL-EXPIRED-VALUE.

      * REPORT-THE-WINS-AND-LOSSES PRINTS THE MONTH AS A WHOLE, THEN
      * READS THE SORTED ROWS BACK, CLOSING EACH KEY OUT WITH ITS
      * LINE WHEN THE NEXT KEY'S ROWS START ARRIVING.
       REPORT-THE-WINS-AND-LOSSES.
           OPEN OUTPUT PRINTER-FILE.
           MOVE THE-PERIOD TO PRINT-PERIOD.
           MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
           MOVE TODAYS-DATE TO SUB-RUN-DATE.
           COMPUTE ALL-UNWON-VALUE =
                     ALL-LOST-VALUE + ALL-EXPIRED-VALUE.
           MOVE ZEROES TO PAGE-NUMBER.
           PERFORM START-NEW-PAGE.
           PERFORM PRINT-THE-MONTH.
           OPEN INPUT SORTED-WINLOSS-FILE.
           MOVE "N" TO END-OF-FILE.
           MOVE "N" TO FIRST-RECORD-SEEN.
           PERFORM READ-NEXT-SORTED-ROW.
           PERFORM GATHER-ONE-ROW
                 UNTIL END-OF-FILE = "Y".
           IF FIRST-RECORD-SEEN = "Y"
                     PERFORM CLOSE-OUT-THE-KEY
                     PERFORM FINISH-THE-VIEW.
           CLOSE SORTED-WINLOSS-FILE.
           PERFORM END-LAST-PAGE.
           CLOSE PRINTER-FILE.

       PRINT-THE-MONTH.
           MOVE "ALL QUOTES MADE IN THE MONTH" TO SECTION-LINE.
           MOVE SPACE TO HEADING-KEY-TEXT.
           PERFORM PRINT-WINLOSS-HEADING.
           MOVE ALL-TOTALS TO KEY-TOTALS.
           MOVE "ALL" TO PRINT-KEY.
           MOVE "ALL QUOTES" TO PRINT-NAME.
           PERFORM PRINT-THE-WINLOSS-LINE.

       READ-NEXT-SORTED-ROW.
           READ SORTED-WINLOSS-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       GATHER-ONE-ROW.
           IF FIRST-RECORD-SEEN = "N"
                     MOVE "Y" TO FIRST-RECORD-SEEN
                     MOVE SORTED-VIEW TO CURRENT-VIEW
                     MOVE SORTED-KEY TO CURRENT-KEY
                     MOVE ZEROES TO KEY-TOTALS
                     PERFORM START-THE-VIEW.
           IF SORTED-VIEW NOT = CURRENT-VIEW
                     PERFORM CLOSE-OUT-THE-KEY
                     PERFORM FINISH-THE-VIEW
                     MOVE SORTED-VIEW TO CURRENT-VIEW
                     MOVE SORTED-KEY TO CURRENT-KEY
                     PERFORM START-THE-VIEW
           ELSE
                     IF SORTED-KEY NOT = CURRENT-KEY
                               PERFORM CLOSE-OUT-THE-KEY
                               MOVE SORTED-KEY TO CURRENT-KEY.
           PERFORM ADD-TO-THE-KEY.
           PERFORM READ-NEXT-SORTED-ROW.

       ADD-TO-THE-KEY.
           ADD 1 TO KEY-QUOTED-COUNT.
           ADD SORTED-VALUE TO KEY-QUOTED-VALUE.
           IF SORTED-OUTCOME = "C"
                     ADD 1 TO KEY-CONVERTED-COUNT
                     ADD SORTED-VALUE TO KEY-CONVERTED-VALUE
                     IF SORTED-DAYS-KNOWN = "Y"
                               ADD 1 TO KEY-DAYS-COUNT
                               ADD SORTED-DAYS TO KEY-DAYS-TOTAL.
           IF SORTED-OUTCOME = "L"
                     ADD 1 TO KEY-LOST-COUNT
                     ADD SORTED-VALUE TO KEY-LOST-VALUE.
           IF SORTED-OUTCOME = "E"
                     ADD 1 TO KEY-EXPIRED-COUNT
                     ADD SORTED-VALUE TO KEY-EXPIRED-VALUE.

      * START-THE-VIEW HEADS UP THE SECTION FOR THE VIEW JUST BEGUN.
       START-THE-VIEW.
           IF CURRENT-VIEW = "1"
                     MOVE "BY SALESPERSON" TO SECTION-LINE
                     MOVE "SALESPERSON" TO HEADING-KEY-TEXT
                     PERFORM PRINT-WINLOSS-HEADING.
           IF CURRENT-VIEW = "2"
                     MOVE "BY CUSTOMER" TO SECTION-LINE
                     MOVE "ACCOUNT    NAME" TO HEADING-KEY-TEXT
                     PERFORM PRINT-WINLOSS-HEADING.
           IF CURRENT-VIEW = "3"
                     MOVE "BY PRODUCT (QUOTE LINES)" TO SECTION-LINE
                     MOVE "PRODUCT    DESCRIPTION" TO
                               HEADING-KEY-TEXT
                     PERFORM PRINT-WINLOSS-HEADING.
           IF CURRENT-VIEW = "4"
                     MOVE "QUOTES NOT WON BY LOST REASON" TO
                               SECTION-LINE
                     MOVE "REASON               DESCRIPTION"
                               TO UNWON-KEY-TEXT
                     MOVE "CATEGORY" TO UNWON-KEY-TEXT (53:8)
                     PERFORM PRINT-UNWON-HEADING.
           IF CURRENT-VIEW = "5"
                     MOVE "QUOTES NOT WON BY COMPETITOR" TO
                               SECTION-LINE
                     MOVE "COMPETITOR" TO UNWON-KEY-TEXT
                     PERFORM PRINT-UNWON-HEADING.

      * FINISH-THE-VIEW TOTALS THE LOST REASONS BY CATEGORY ONCE THE
      * LAST REASON HAS PRINTED.
       FINISH-THE-VIEW.
           IF CURRENT-VIEW = "4"
                     PERFORM PRINT-THE-CATEGORIES.

       CLOSE-OUT-THE-KEY.
           IF CURRENT-VIEW = "4" OR CURRENT-VIEW = "5"
                     PERFORM PRINT-ONE-UNWON-KEY
           ELSE
                     PERFORM PRINT-ONE-WINLOSS-KEY.
           MOVE ZEROES TO KEY-TOTALS.

       PRINT-ONE-WINLOSS-KEY.
           MOVE SPACE TO PRINT-KEY PRINT-NAME.
           IF CURRENT-VIEW = "1"
                     MOVE CURRENT-KEY TO PRINT-KEY
                     IF CURRENT-KEY = SPACE
                               MOVE "(NO SALESPERSON)" TO PRINT-NAME.
           IF CURRENT-VIEW = "2"
                     PERFORM NAME-THE-CUSTOMER.
           IF CURRENT-VIEW = "3"
                     PERFORM NAME-THE-PRODUCT.
           PERFORM PRINT-THE-WINLOSS-LINE.

       NAME-THE-CUSTOMER.
           MOVE CURRENT-KEY (1:7) TO ACCOUNT-AS-TEXT.
           MOVE ACCOUNT-AS-TEXT TO PRINT-KEY.
           MOVE ACCOUNT-AS-NUMBER TO CUSTOMER-ACCOUNT-NUMBER.
           READ CUSTOMER-FILE
                     INVALID KEY
                     MOVE "(ACCOUNT GONE)" TO PRINT-NAME
                     NOT INVALID KEY
                     MOVE CUSTOMER-LAST-NAME TO PRINT-NAME.

       NAME-THE-PRODUCT.
           MOVE CURRENT-KEY TO PRINT-KEY.
           MOVE CURRENT-KEY TO PRODUCT-CODE.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "(PRODUCT GONE)" TO PRINT-NAME
                     NOT INVALID KEY
                     MOVE PRODUCT-DESCRIPTION TO PRINT-NAME.

      * PRINT-THE-WINLOSS-LINE WORKS OUT THE CONVERSION RATE AND THE
      * AVERAGE DAYS TO ORDER FROM KEY-TOTALS AND PRINTS THE LINE.
      * WITH NO CONVERTED QUOTE OF A KNOWN ORDER DATE THE DAYS PRINT
      * AS A DASH.
       PRINT-THE-WINLOSS-LINE.
           IF KEY-QUOTED-COUNT = ZERO
                     MOVE ZERO TO CONVERSION-PERCENT
           ELSE
                     COMPUTE CONVERSION-PERCENT ROUNDED =
                               KEY-CONVERTED-COUNT * 100 /
                               KEY-QUOTED-COUNT.
           MOVE KEY-QUOTED-COUNT TO PRINT-QUOTED-COUNT.
           MOVE KEY-QUOTED-VALUE TO PRINT-QUOTED-VALUE.
           MOVE KEY-CONVERTED-COUNT TO PRINT-CONVERTED-COUNT.
           MOVE KEY-CONVERTED-VALUE TO PRINT-CONVERTED-VALUE.
           MOVE KEY-LOST-COUNT TO PRINT-LOST-COUNT.
           MOVE KEY-LOST-VALUE TO PRINT-LOST-VALUE.
           MOVE KEY-EXPIRED-COUNT TO PRINT-EXPIRED-COUNT.
           MOVE KEY-EXPIRED-VALUE TO PRINT-EXPIRED-VALUE.
           MOVE CONVERSION-PERCENT TO PRINT-CONVERSION.
           IF KEY-DAYS-COUNT = ZERO
                     MOVE "   -" TO PRINT-NO-DAYS
           ELSE
                     COMPUTE AVERAGE-DAYS ROUNDED =
                               KEY-DAYS-TOTAL / KEY-DAYS-COUNT
                     MOVE AVERAGE-DAYS TO PRINT-AVERAGE-DAYS.
           IF PRINT-LINES NOT < 55
                     PERFORM NEXT-PAGE
                     PERFORM PRINT-WINLOSS-COLUMNS.
           MOVE WINLOSS-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.

      * PRINT-ONE-UNWON-KEY PRINTS A LOST REASON (WITH ITS TABLE
      * DESCRIPTION AND CATEGORY, PILED ONTO THE CATEGORY TOTALS) OR
      * A COMPETITOR, AND ITS SHARE OF ALL THE BUSINESS NOT WON.
       PRINT-ONE-UNWON-KEY.
           MOVE CURRENT-KEY TO PRINT-UNWON-KEY.
           MOVE SPACE TO PRINT-UNWON-NAME PRINT-CATEGORY.
           IF CURRENT-VIEW = "4"
                     PERFORM DESCRIBE-THE-REASON.
           MOVE KEY-LOST-COUNT TO PRINT-UNWON-LOST-COUNT.
           MOVE KEY-LOST-VALUE TO PRINT-UNWON-LOST-VALUE.
           MOVE KEY-EXPIRED-COUNT TO PRINT-UNWON-EXP-COUNT.
           MOVE KEY-EXPIRED-VALUE TO PRINT-UNWON-EXP-VALUE.
           PERFORM PRINT-THE-UNWON-LINE.

       DESCRIBE-THE-REASON.
           IF CURRENT-KEY = SPACE
                     MOVE "(NONE)" TO PRINT-UNWON-KEY
                     MOVE "NO REASON GIVEN" TO PRINT-UNWON-NAME
                     MOVE 4 TO CATEGORY-SUBSCRIPT
           ELSE
                     MOVE CURRENT-KEY TO REASON-CODE-TO-FIND
                     CALL "RSNFND01" USING REASON-CODE-TO-FIND
                               LOST-REASON-RECORD REASON-FOUND
                     IF REASON-FOUND = "Y"
                               MOVE LOST-REASON-DESCRIPTION TO
                                    PRINT-UNWON-NAME
                               PERFORM FIND-THE-CATEGORY
                     ELSE
                               MOVE "(NOT ON THE REASON TABLE)" TO
                                    PRINT-UNWON-NAME
                               MOVE 3 TO CATEGORY-SUBSCRIPT.
           MOVE CATEGORY-NAME (CATEGORY-SUBSCRIPT) TO PRINT-CATEGORY.
           ADD KEY-LOST-COUNT TO CAT-LOST-COUNT (CATEGORY-SUBSCRIPT).
           ADD KEY-LOST-VALUE TO CAT-LOST-VALUE (CATEGORY-SUBSCRIPT).
           ADD KEY-EXPIRED-COUNT TO
                     CAT-EXPIRED-COUNT (CATEGORY-SUBSCRIPT).
           ADD KEY-EXPIRED-VALUE TO
                     CAT-EXPIRED-VALUE (CATEGORY-SUBSCRIPT).

       FIND-THE-CATEGORY.
           IF LOST-ON-PRICE
                     MOVE 1 TO CATEGORY-SUBSCRIPT
           ELSE
                     IF LOST-ON-LEAD-TIME
                               MOVE 2 TO CATEGORY-SUBSCRIPT
                     ELSE
                               MOVE 3 TO CATEGORY-SUBSCRIPT.

       PRINT-THE-CATEGORIES.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.
           PERFORM PRINT-ONE-CATEGORY
                     VARYING CATEGORY-SUBSCRIPT FROM 1 BY 1
                     UNTIL CATEGORY-SUBSCRIPT > 4.
           MOVE ZEROES TO KEY-TOTALS.

       PRINT-ONE-CATEGORY.
           MOVE "CATEGORY TOTAL" TO PRINT-UNWON-KEY.
           MOVE "ALL REASONS OF THE CATEGORY" TO PRINT-UNWON-NAME.
           MOVE CATEGORY-NAME (CATEGORY-SUBSCRIPT) TO PRINT-CATEGORY.
           MOVE CAT-LOST-COUNT (CATEGORY-SUBSCRIPT) TO
                     PRINT-UNWON-LOST-COUNT KEY-LOST-COUNT.
           MOVE CAT-LOST-VALUE (CATEGORY-SUBSCRIPT) TO
                     PRINT-UNWON-LOST-VALUE KEY-LOST-VALUE.
           MOVE CAT-EXPIRED-COUNT (CATEGORY-SUBSCRIPT) TO
                     PRINT-UNWON-EXP-COUNT KEY-EXPIRED-COUNT.
           MOVE CAT-EXPIRED-VALUE (CATEGORY-SUBSCRIPT) TO
                     PRINT-UNWON-EXP-VALUE KEY-EXPIRED-VALUE.
           PERFORM PRINT-THE-UNWON-LINE.

       PRINT-THE-UNWON-LINE.
           COMPUTE UNWON-VALUE = KEY-LOST-VALUE + KEY-EXPIRED-VALUE.
           IF ALL-UNWON-VALUE = ZERO
                     MOVE ZERO TO UNWON-SHARE
           ELSE
                     COMPUTE UNWON-SHARE ROUNDED =
                               UNWON-VALUE * 100 / ALL-UNWON-VALUE.
           MOVE UNWON-VALUE TO PRINT-UNWON-VALUE.
           MOVE UNWON-SHARE TO PRINT-SHARE.
           IF PRINT-LINES NOT < 55
                     PERFORM NEXT-PAGE
                     PERFORM PRINT-UNWON-COLUMNS.
           MOVE UNWON-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.

       PRINT-WINLOSS-HEADING.
           IF PRINT-LINES NOT < 51
                     PERFORM NEXT-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SECTION-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           ADD 3 TO PRINT-LINES.
           PERFORM PRINT-WINLOSS-COLUMNS.

       PRINT-WINLOSS-COLUMNS.
           MOVE WINLOSS-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE WINLOSS-COLUMN-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 2 TO PRINT-LINES.

       PRINT-UNWON-HEADING.
           IF PRINT-LINES NOT < 51
                     PERFORM NEXT-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SECTION-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           ADD 3 TO PRINT-LINES.
           PERFORM PRINT-UNWON-COLUMNS.

       PRINT-UNWON-COLUMNS.
           MOVE UNWON-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE UNWON-COLUMN-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 2 TO PRINT-LINES.

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

       END PROGRAM QUOTWL01.
