      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRACT01.

      ******************************************************************
      * This program is the operator activity report: for a keyed
      * date range it counts, per operator id, the work each clerk
      * put through the system - orders keyed (ORDHDR.DAT), quotes
      * (QUOTHDR.DAT), cash applications (ARCASH.DAT), stock
      * movements (PRODMOVE.DAT), customer changes (CUSTJRNL.DAT),
      * phone book changes (PHNJRNL.DAT) and failed sign-ons
      * (SECLOG.DAT). A summary line prints per operator, then the
      * whole day spread over the hours of the day, then the same
      * hour spread for each operator, so staffing and training are
      * planned from the counts. Orders, quotes and cash rows filed
      * before their entry time was kept count under an unknown hour.
      * Supervisors only.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL ORDER-HEADER-FILE
                           ASSIGN TO "ORDHDR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS ORDER-NUMBER
                           FILE STATUS IS ORDER-HEADER-FILE-STATUS.

                 SELECT OPTIONAL QUOTE-HEADER-FILE
                           ASSIGN TO "QUOTHDR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS QUOTE-NUMBER
                           FILE STATUS IS QUOTE-FILE-STATUS.

                 SELECT OPTIONAL CASH-JOURNAL-FILE
                           ASSIGN TO "ARCASH.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CASH-FILE-STATUS.

                 SELECT OPTIONAL MOVEMENT-FILE
                           ASSIGN TO "PRODMOVE.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS MOVEMENT-FILE-STATUS.

                 SELECT OPTIONAL CUST-JOURNAL-FILE
                           ASSIGN TO "CUSTJRNL.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CJRN-FILE-STATUS.

                 SELECT OPTIONAL JOURNAL-FILE
                           ASSIGN TO "PHNJRNL.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS JOURNAL-FILE-STATUS.

                 SELECT OPTIONAL SECURITY-LOG-FILE
                           ASSIGN TO "SECLOG.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SECLOG-FILE-STATUS.

                 SELECT OPTIONAL OPERATOR-FILE
                           ASSIGN TO "OPERMST.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS OPERATOR-MASTER-ID
                           FILE STATUS IS OPERATOR-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ORDER-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WORDHDR.

       FD  QUOTE-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WQUOTHDR.

       FD  CASH-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARCASH.

       FD  MOVEMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRDMOV.

       FD  CUST-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSJRN.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPHNJRN.

       FD  SECURITY-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WSECLOG.

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WOPERMST.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  ORDER-HEADER-FILE-STATUS  PIC XX.
       01  QUOTE-FILE-STATUS         PIC XX.
       01  CASH-FILE-STATUS          PIC XX.
       01  MOVEMENT-FILE-STATUS      PIC XX.
       01  CJRN-FILE-STATUS          PIC XX.
       01  JOURNAL-FILE-STATUS       PIC XX.
       01  SECLOG-FILE-STATUS        PIC XX.
       01  OPERATOR-FILE-STATUS      PIC XX.
       01  END-OF-FILE               PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       01  DATE-ENTRY                PIC X(8).
       01  RANGE-FROM-DATE           PIC 9(8).
       01  RANGE-TO-DATE             PIC 9(8).
       01  PRINT-LINES               PIC 99.

      * THE ACTIVITY BEING COUNTED: WHO, WHEN, AND WHICH OF THE SEVEN
      * KINDS OF WORK (1 ORDERS, 2 QUOTES, 3 CASH, 4 STOCK, 5
      * CUSTOMER, 6 PHONE, 7 FAILED SIGN-ONS). AN HOUR THAT IS BLANK,
      * ZERO OR OUT OF RANGE COUNTS UNDER SLOT 25, THE UNKNOWN HOUR.
       01  THE-ACTIVITY-OPERATOR     PIC X(10).
       01  THE-ACTIVITY-TIME.
                 05 THE-ACTIVITY-HOUR      PIC X(2).
                 05 FILLER                 PIC X(6).
       01  THE-HOUR-NUMBER           PIC 99.
       01  THE-HOUR-SLOT             PIC 99.
       01  THE-CATEGORY              PIC 9.

      * ONE HOUR-BY-KIND GRID PER OPERATOR, SLOTTED AS THE FILES ARE
      * READ - THE SAME SLOT-TABLE APPROACH AUDQRY01 USES. WHEN THE
      * TABLE FILLS, THE LAST SLOT COLLECTS EVERY OPERATOR LEFT OVER.
       01  OPERATOR-ACTIVITY-TABLE.
                 05 OPERATOR-ACTIVITY-ENTRY OCCURS 50 TIMES.
                           10 ACTIVITY-OPERATOR-ID PIC X(10).
                           10 ACTIVITY-GRID.
                              15 ACTIVITY-HOUR OCCURS 25 TIMES.
                                 20 ACTIVITY-COUNT PIC 9(7)
                                          OCCURS 7 TIMES.
       01  OPERATOR-ACTIVITY-USED    PIC 99.
       01  THE-OPERATOR-SLOT         PIC 99.
       01  COUNT-SUBSCRIPT           PIC 99.
       01  SLOT-WAS-FOUND            PIC X.

      * THE SAME GRID FOR EVERY OPERATOR TOGETHER.
       01  ALL-OPERATORS-GRID.
                 05 ALL-HOUR OCCURS 25 TIMES.
                           10 ALL-COUNT PIC 9(7) OCCURS 7 TIMES.

      * THE GRID BEING PRINTED, WITH ITS TOTALS.
       01  GRID-TO-PRINT.
                 05 GRID-HOUR OCCURS 25 TIMES.
                           10 GRID-COUNT PIC 9(7) OCCURS 7 TIMES.
       01  GRID-CATEGORY-TOTALS.
                 05 GRID-CATEGORY-TOTAL PIC 9(7) OCCURS 7 TIMES.
       01  GRID-HOUR-TOTAL           PIC 9(7).
       01  GRID-GRAND-TOTAL          PIC 9(7).
       01  HOUR-SUBSCRIPT            PIC 99.
       01  CATEGORY-SUBSCRIPT        PIC 9.

       01  ACTIVITIES-COUNTED        PIC 9(7) VALUE ZERO.

      * Structures for the printed report.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(29) VALUE
                         "OPERATOR ACTIVITY REPORT FROM".
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-FROM-DATE        PIC 9(8).
                 05 FILLER                 PIC X(4) VALUE " TO ".
                 05 PRINT-TO-DATE          PIC 9(8).

       01  SECTION-LINE                PIC X(60).

       01  SUMMARY-COLUMN-LINE.
                 05 FILLER                 PIC X(41) VALUE
                         "OPERATOR   NAME".
                 05 FILLER                 PIC X(48) VALUE
                 "  ORDERS  QUOTES    CASH   STOCK CUSTMER   PHONE".
                 05 FILLER                 PIC X(17) VALUE
                         "  FAILED    TOTAL".

       01  GRID-COLUMN-LINE.
                 05 FILLER                 PIC X(41) VALUE
                         "HOUR OF DAY".
                 05 FILLER                 PIC X(48) VALUE
                 "  ORDERS  QUOTES    CASH   STOCK CUSTMER   PHONE".
                 05 FILLER                 PIC X(17) VALUE
                         "  FAILED    TOTAL".

       01  COUNT-LINE.
                 05 PRINT-COUNT-KEY        PIC X(10).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-COUNT-NAME       PIC X(30).
                 05 PRINT-COUNT-SLOT OCCURS 7 TIMES.
                           10 FILLER       PIC X(1).
                           10 PRINT-COUNT  PIC ZZZ,ZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-COUNT-TOTAL      PIC ZZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            PERFORM COUNT-THE-ORDERS.
            PERFORM COUNT-THE-QUOTES.
            PERFORM COUNT-THE-CASH.
            PERFORM COUNT-THE-MOVEMENTS.
            PERFORM COUNT-THE-CUSTOMER-CHANGES.
            PERFORM COUNT-THE-PHONE-CHANGES.
            PERFORM COUNT-THE-FAILED-SIGN-ONS.
            PERFORM PRINT-THE-SUMMARY.
            PERFORM PRINT-THE-ALL-OPERATORS-GRID.
            PERFORM PRINT-ONE-OPERATOR-GRID
                      VARYING THE-OPERATOR-SLOT FROM 1 BY 1
                      UNTIL THE-OPERATOR-SLOT > OPERATOR-ACTIVITY-USED.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * WHO DID HOW MUCH IS A SUPERVISOR MATTER.
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           IF OPERATOR-AUTHORITY < 9
                     DISPLAY "SUPERVISOR AUTHORITY IS NEEDED FOR THE "
                             "OPERATOR ACTIVITY REPORT"
                     STOP RUN.
           PERFORM GET-THE-FROM-DATE.
           PERFORM GET-THE-TO-DATE.
           MOVE ZERO TO OPERATOR-ACTIVITY-USED.
           MOVE ZERO TO ALL-OPERATORS-GRID.
           OPEN INPUT OPERATOR-FILE.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE OPERATOR-FILE.
           PERFORM END-THE-PAGE.
           CLOSE PRINTER-FILE.
           DISPLAY ACTIVITIES-COUNTED " ACTIVITIES COUNTED FOR "
                   OPERATOR-ACTIVITY-USED " OPERATOR(S)".

       GET-THE-FROM-DATE.
           DISPLAY "FROM DATE (YYYYMMDD, BLANK FOR TODAY) ? ".
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY = SPACE
                     ACCEPT RANGE-FROM-DATE FROM DATE YYYYMMDD
           ELSE
                     IF DATE-ENTRY IS NUMERIC
                               MOVE DATE-ENTRY TO RANGE-FROM-DATE
                     ELSE
                               DISPLAY "DATE MUST BE YYYYMMDD"
                               GO TO GET-THE-FROM-DATE.

       GET-THE-TO-DATE.
           DISPLAY "TO DATE (YYYYMMDD, BLANK FOR THE SAME DAY) ? ".
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY = SPACE
                     MOVE RANGE-FROM-DATE TO RANGE-TO-DATE
           ELSE
                     IF DATE-ENTRY IS NUMERIC
                               MOVE DATE-ENTRY TO RANGE-TO-DATE
                     ELSE
                               DISPLAY "DATE MUST BE YYYYMMDD"
                               GO TO GET-THE-TO-DATE.
           IF RANGE-TO-DATE < RANGE-FROM-DATE
                     DISPLAY "TO DATE IS BEFORE THE FROM DATE"
                     GO TO GET-THE-TO-DATE.

      * ORDERS KEYED, BY THE OPERATOR WHO FILED THE ORDER.
       COUNT-THE-ORDERS.
           OPEN INPUT ORDER-HEADER-FILE.
           IF ORDER-HEADER-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-ORDER
                     PERFORM COUNT-ONE-ORDER
                          UNTIL END-OF-FILE = "Y"
                     CLOSE ORDER-HEADER-FILE.

       READ-NEXT-ORDER.
           READ ORDER-HEADER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       COUNT-ONE-ORDER.
           IF ORDER-DATE NOT < RANGE-FROM-DATE AND
              ORDER-DATE NOT > RANGE-TO-DATE
                     MOVE ORDER-OPERATOR-ID TO THE-ACTIVITY-OPERATOR
                     MOVE ORDER-ENTERED-TIME TO THE-ACTIVITY-TIME
                     MOVE 1 TO THE-CATEGORY
                     PERFORM TALLY-THE-ACTIVITY.
           PERFORM READ-NEXT-ORDER.

      * QUOTES, BY THE OPERATOR WHO FILED THE QUOTE.
       COUNT-THE-QUOTES.
           OPEN INPUT QUOTE-HEADER-FILE.
           IF QUOTE-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-QUOTE
                     PERFORM COUNT-ONE-QUOTE
                          UNTIL END-OF-FILE = "Y"
                     CLOSE QUOTE-HEADER-FILE.

       READ-NEXT-QUOTE.
           READ QUOTE-HEADER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       COUNT-ONE-QUOTE.
           IF QUOTE-DATE NOT < RANGE-FROM-DATE AND
              QUOTE-DATE NOT > RANGE-TO-DATE
                     MOVE QUOTE-OPERATOR-ID TO THE-ACTIVITY-OPERATOR
                     MOVE QUOTE-ENTERED-TIME TO THE-ACTIVITY-TIME
                     MOVE 2 TO THE-CATEGORY
                     PERFORM TALLY-THE-ACTIVITY.
           PERFORM READ-NEXT-QUOTE.

      * CASH APPLICATIONS, ONE PER ARCASH.DAT ROW.
       COUNT-THE-CASH.
           OPEN INPUT CASH-JOURNAL-FILE.
           IF CASH-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-CASH
                     PERFORM COUNT-ONE-CASH
                          UNTIL END-OF-FILE = "Y"
                     CLOSE CASH-JOURNAL-FILE.

       READ-NEXT-CASH.
           READ CASH-JOURNAL-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       COUNT-ONE-CASH.
           IF CASH-DATE NOT < RANGE-FROM-DATE AND
              CASH-DATE NOT > RANGE-TO-DATE
                     MOVE CASH-OPERATOR-ID TO THE-ACTIVITY-OPERATOR
                     MOVE CASH-TIME TO THE-ACTIVITY-TIME
                     MOVE 3 TO THE-CATEGORY
                     PERFORM TALLY-THE-ACTIVITY.
           PERFORM READ-NEXT-CASH.

      * STOCK MOVEMENTS OF EVERY KIND.
       COUNT-THE-MOVEMENTS.
           OPEN INPUT MOVEMENT-FILE.
           IF MOVEMENT-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-MOVEMENT
                     PERFORM COUNT-ONE-MOVEMENT
                          UNTIL END-OF-FILE = "Y"
                     CLOSE MOVEMENT-FILE.

       READ-NEXT-MOVEMENT.
           READ MOVEMENT-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       COUNT-ONE-MOVEMENT.
           IF MOVEMENT-DATE NOT < RANGE-FROM-DATE AND
              MOVEMENT-DATE NOT > RANGE-TO-DATE
                     MOVE MOVEMENT-OPERATOR-ID TO THE-ACTIVITY-OPERATOR
                     MOVE MOVEMENT-TIME TO THE-ACTIVITY-TIME
                     MOVE 4 TO THE-CATEGORY
                     PERFORM TALLY-THE-ACTIVITY.
           PERFORM READ-NEXT-MOVEMENT.

      * CUSTOMER ADDS, CHANGES AND DELETES OFF THE CUSTOMER JOURNAL.
       COUNT-THE-CUSTOMER-CHANGES.
           OPEN INPUT CUST-JOURNAL-FILE.
           IF CJRN-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-CUSTOMER-CHANGE
                     PERFORM COUNT-ONE-CUSTOMER-CHANGE
                          UNTIL END-OF-FILE = "Y"
                     CLOSE CUST-JOURNAL-FILE.

       READ-NEXT-CUSTOMER-CHANGE.
           READ CUST-JOURNAL-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       COUNT-ONE-CUSTOMER-CHANGE.
           IF CJRN-DATE NOT < RANGE-FROM-DATE AND
              CJRN-DATE NOT > RANGE-TO-DATE
                     MOVE CJRN-OPERATOR-ID TO THE-ACTIVITY-OPERATOR
                     MOVE CJRN-TIME TO THE-ACTIVITY-TIME
                     MOVE 5 TO THE-CATEGORY
                     PERFORM TALLY-THE-ACTIVITY.
           PERFORM READ-NEXT-CUSTOMER-CHANGE.

      * PHONE BOOK ADDS, CHANGES AND DELETES OFF THE PHONE JOURNAL.
       COUNT-THE-PHONE-CHANGES.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-PHONE-CHANGE
                     PERFORM COUNT-ONE-PHONE-CHANGE
                          UNTIL END-OF-FILE = "Y"
                     CLOSE JOURNAL-FILE.

       READ-NEXT-PHONE-CHANGE.
           READ JOURNAL-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       COUNT-ONE-PHONE-CHANGE.
           IF JOURNAL-DATE NOT < RANGE-FROM-DATE AND
              JOURNAL-DATE NOT > RANGE-TO-DATE
                     MOVE JOURNAL-OPERATOR-ID TO THE-ACTIVITY-OPERATOR
                     MOVE JOURNAL-TIME TO THE-ACTIVITY-TIME
                     MOVE 6 TO THE-CATEGORY
                     PERFORM TALLY-THE-ACTIVITY.
           PERFORM READ-NEXT-PHONE-CHANGE.

      * FAILED SIGN-ONS, UNDER THE ID THAT WAS TRIED. THE LOCKOUT
      * ROWS OPERVAL01 ADDS ARE NOT SIGN-ON ATTEMPTS AND ARE LEFT OUT.
       COUNT-THE-FAILED-SIGN-ONS.
           OPEN INPUT SECURITY-LOG-FILE.
           IF SECLOG-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-SECURITY-EVENT
                     PERFORM COUNT-ONE-SECURITY-EVENT
                          UNTIL END-OF-FILE = "Y"
                     CLOSE SECURITY-LOG-FILE.

       READ-NEXT-SECURITY-EVENT.
           READ SECURITY-LOG-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       COUNT-ONE-SECURITY-EVENT.
           IF SECLOG-EVENT = "FAILED" AND
              SECLOG-DATE NOT < RANGE-FROM-DATE AND
              SECLOG-DATE NOT > RANGE-TO-DATE
                     MOVE SECLOG-ID TO THE-ACTIVITY-OPERATOR
                     MOVE SECLOG-TIME TO THE-ACTIVITY-TIME
                     MOVE 7 TO THE-CATEGORY
                     PERFORM TALLY-THE-ACTIVITY.
           PERFORM READ-NEXT-SECURITY-EVENT.

      * TALLY-THE-ACTIVITY ADDS ONE TO THE OPERATOR'S GRID AND THE
      * ALL-OPERATORS GRID UNDER THE HOUR AND KIND OF WORK.
       TALLY-THE-ACTIVITY.
           ADD 1 TO ACTIVITIES-COUNTED.
           MOVE 25 TO THE-HOUR-SLOT.
           IF THE-ACTIVITY-HOUR IS NUMERIC AND
              THE-ACTIVITY-TIME NOT = "00000000"
                     MOVE THE-ACTIVITY-HOUR TO THE-HOUR-NUMBER
                     IF THE-HOUR-NUMBER < 24
                               COMPUTE THE-HOUR-SLOT =
                                       THE-HOUR-NUMBER + 1.
           PERFORM FIND-THE-OPERATOR-SLOT.
           ADD 1 TO ACTIVITY-COUNT (THE-OPERATOR-SLOT THE-HOUR-SLOT
                                    THE-CATEGORY).
           ADD 1 TO ALL-COUNT (THE-HOUR-SLOT THE-CATEGORY).

       FIND-THE-OPERATOR-SLOT.
           MOVE "N" TO SLOT-WAS-FOUND.
           PERFORM LOOK-FOR-OPERATOR-SLOT
                     VARYING COUNT-SUBSCRIPT FROM 1 BY 1
                     UNTIL COUNT-SUBSCRIPT > OPERATOR-ACTIVITY-USED
                     OR SLOT-WAS-FOUND = "Y".
           IF SLOT-WAS-FOUND = "N"
                     PERFORM OPEN-AN-OPERATOR-SLOT.

       LOOK-FOR-OPERATOR-SLOT.
           IF ACTIVITY-OPERATOR-ID (COUNT-SUBSCRIPT) =
              THE-ACTIVITY-OPERATOR
                     MOVE "Y" TO SLOT-WAS-FOUND
                     MOVE COUNT-SUBSCRIPT TO THE-OPERATOR-SLOT.

       OPEN-AN-OPERATOR-SLOT.
           IF OPERATOR-ACTIVITY-USED < 49
                     ADD 1 TO OPERATOR-ACTIVITY-USED
                     MOVE OPERATOR-ACTIVITY-USED TO THE-OPERATOR-SLOT
                     MOVE THE-ACTIVITY-OPERATOR TO
                          ACTIVITY-OPERATOR-ID (THE-OPERATOR-SLOT)
                     MOVE ZERO TO ACTIVITY-GRID (THE-OPERATOR-SLOT)
           ELSE
                     MOVE 50 TO THE-OPERATOR-SLOT
                     IF OPERATOR-ACTIVITY-USED < 50
                               MOVE 50 TO OPERATOR-ACTIVITY-USED
                               MOVE "*OTHERS*" TO
                                    ACTIVITY-OPERATOR-ID (50)
                               MOVE ZERO TO ACTIVITY-GRID (50).

      * PRINT-THE-SUMMARY PRINTS ONE LINE PER OPERATOR WITH THE
      * COUNT OF EACH KIND OF WORK OVER THE WHOLE RANGE.
       PRINT-THE-SUMMARY.
           PERFORM START-A-PAGE.
           MOVE "ACTIVITY PER OPERATOR" TO SECTION-LINE.
           MOVE SECTION-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE SUMMARY-COLUMN-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 3 TO PRINT-LINES.
           IF OPERATOR-ACTIVITY-USED = ZERO
                     MOVE "NO ACTIVITY IN THE DATE RANGE" TO
                          PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           PERFORM PRINT-ONE-SUMMARY-LINE
                     VARYING THE-OPERATOR-SLOT FROM 1 BY 1
                     UNTIL THE-OPERATOR-SLOT > OPERATOR-ACTIVITY-USED.
           MOVE ALL-OPERATORS-GRID TO GRID-TO-PRINT.
           PERFORM SUM-THE-GRID.
           MOVE "ALL" TO PRINT-COUNT-KEY.
           MOVE SPACE TO PRINT-COUNT-NAME.
           PERFORM PRINT-THE-GRID-TOTALS.

       PRINT-ONE-SUMMARY-LINE.
           IF PRINT-LINES NOT < 55
                     PERFORM END-THE-PAGE
                     PERFORM START-A-PAGE
                     MOVE SUMMARY-COLUMN-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1
                     ADD 1 TO PRINT-LINES.
           MOVE ACTIVITY-GRID (THE-OPERATOR-SLOT) TO GRID-TO-PRINT.
           PERFORM SUM-THE-GRID.
           MOVE ACTIVITY-OPERATOR-ID (THE-OPERATOR-SLOT) TO
                PRINT-COUNT-KEY.
           PERFORM GET-THE-OPERATOR-NAME.
           PERFORM PRINT-THE-GRID-TOTALS.

       GET-THE-OPERATOR-NAME.
           MOVE SPACE TO PRINT-COUNT-NAME.
           IF THE-OPERATOR-SLOT = 50
                     MOVE "OPERATORS OVER THE TABLE LIMIT" TO
                          PRINT-COUNT-NAME
           ELSE
                     MOVE ACTIVITY-OPERATOR-ID (THE-OPERATOR-SLOT) TO
                          OPERATOR-MASTER-ID
                     READ OPERATOR-FILE
                               INVALID KEY
                               MOVE "** NOT ON OPERMST.DAT **" TO
                                    PRINT-COUNT-NAME
                               NOT INVALID KEY
                               MOVE OPERATOR-MASTER-NAME TO
                                    PRINT-COUNT-NAME.

      * PRINT-THE-ALL-OPERATORS-GRID SPREADS THE WHOLE RANGE'S WORK
      * OVER THE HOURS OF THE DAY.
       PRINT-THE-ALL-OPERATORS-GRID.
           PERFORM END-THE-PAGE.
           PERFORM START-A-PAGE.
           MOVE "ACTIVITY BY HOUR OF DAY - ALL OPERATORS" TO
                SECTION-LINE.
           MOVE ALL-OPERATORS-GRID TO GRID-TO-PRINT.
           PERFORM PRINT-THE-GRID.

      * PRINT-ONE-OPERATOR-GRID DOES THE SAME FOR ONE OPERATOR,
      * SEVERAL OPERATORS TO A PAGE.
       PRINT-ONE-OPERATOR-GRID.
           IF PRINT-LINES NOT < 26
                     PERFORM END-THE-PAGE
                     PERFORM START-A-PAGE.
           MOVE SPACE TO SECTION-LINE.
           PERFORM GET-THE-OPERATOR-NAME.
           STRING "ACTIVITY BY HOUR OF DAY - " DELIMITED BY SIZE
                  ACTIVITY-OPERATOR-ID (THE-OPERATOR-SLOT)
                       DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PRINT-COUNT-NAME DELIMITED BY "  "
                  INTO SECTION-LINE.
           MOVE ACTIVITY-GRID (THE-OPERATOR-SLOT) TO GRID-TO-PRINT.
           PERFORM PRINT-THE-GRID.

      * PRINT-THE-GRID PRINTS GRID-TO-PRINT UNDER SECTION-LINE: ONE
      * LINE PER HOUR THAT HAD ANY WORK, THE UNKNOWN HOUR LAST, AND A
      * TOTAL LINE.
       PRINT-THE-GRID.
           MOVE SECTION-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE GRID-COLUMN-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 3 TO PRINT-LINES.
           MOVE SPACE TO PRINT-COUNT-NAME.
           PERFORM PRINT-ONE-HOUR
                     VARYING HOUR-SUBSCRIPT FROM 1 BY 1
                     UNTIL HOUR-SUBSCRIPT > 25.
           PERFORM SUM-THE-GRID.
           MOVE "TOTAL" TO PRINT-COUNT-KEY.
           MOVE SPACE TO PRINT-COUNT-NAME.
           PERFORM PRINT-THE-GRID-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.

       PRINT-ONE-HOUR.
           MOVE ZERO TO GRID-HOUR-TOTAL.
           PERFORM ADD-ONE-HOUR-COUNT
                     VARYING CATEGORY-SUBSCRIPT FROM 1 BY 1
                     UNTIL CATEGORY-SUBSCRIPT > 7.
           IF GRID-HOUR-TOTAL NOT = ZERO
                     PERFORM PRINT-THE-HOUR-LINE.

       ADD-ONE-HOUR-COUNT.
           ADD GRID-COUNT (HOUR-SUBSCRIPT CATEGORY-SUBSCRIPT) TO
               GRID-HOUR-TOTAL.

       PRINT-THE-HOUR-LINE.
           MOVE SPACE TO PRINT-COUNT-KEY.
           IF HOUR-SUBSCRIPT = 25
                     MOVE "UNKNOWN" TO PRINT-COUNT-KEY
           ELSE
                     COMPUTE THE-HOUR-NUMBER = HOUR-SUBSCRIPT - 1
                     STRING THE-HOUR-NUMBER ":00" DELIMITED BY SIZE
                            INTO PRINT-COUNT-KEY.
           PERFORM MOVE-ONE-HOUR-COUNT
                     VARYING CATEGORY-SUBSCRIPT FROM 1 BY 1
                     UNTIL CATEGORY-SUBSCRIPT > 7.
           MOVE GRID-HOUR-TOTAL TO PRINT-COUNT-TOTAL.
           MOVE COUNT-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.

       MOVE-ONE-HOUR-COUNT.
           MOVE SPACE TO PRINT-COUNT-SLOT (CATEGORY-SUBSCRIPT).
           MOVE GRID-COUNT (HOUR-SUBSCRIPT CATEGORY-SUBSCRIPT) TO
                PRINT-COUNT (CATEGORY-SUBSCRIPT).

      * SUM-THE-GRID TOTALS GRID-TO-PRINT BY KIND OF WORK.
       SUM-THE-GRID.
           MOVE ZERO TO GRID-CATEGORY-TOTALS.
           MOVE ZERO TO GRID-GRAND-TOTAL.
           PERFORM SUM-ONE-HOUR
                     VARYING HOUR-SUBSCRIPT FROM 1 BY 1
                     UNTIL HOUR-SUBSCRIPT > 25.

       SUM-ONE-HOUR.
           PERFORM SUM-ONE-COUNT
                     VARYING CATEGORY-SUBSCRIPT FROM 1 BY 1
                     UNTIL CATEGORY-SUBSCRIPT > 7.

       SUM-ONE-COUNT.
           ADD GRID-COUNT (HOUR-SUBSCRIPT CATEGORY-SUBSCRIPT) TO
               GRID-CATEGORY-TOTAL (CATEGORY-SUBSCRIPT).
           ADD GRID-COUNT (HOUR-SUBSCRIPT CATEGORY-SUBSCRIPT) TO
               GRID-GRAND-TOTAL.

      * PRINT-THE-GRID-TOTALS PRINTS THE KIND-OF-WORK TOTALS FROM
      * SUM-THE-GRID UNDER WHATEVER KEY AND NAME ARE ALREADY SET.
       PRINT-THE-GRID-TOTALS.
           PERFORM MOVE-ONE-TOTAL
                     VARYING CATEGORY-SUBSCRIPT FROM 1 BY 1
                     UNTIL CATEGORY-SUBSCRIPT > 7.
           MOVE GRID-GRAND-TOTAL TO PRINT-COUNT-TOTAL.
           MOVE COUNT-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.

       MOVE-ONE-TOTAL.
           MOVE SPACE TO PRINT-COUNT-SLOT (CATEGORY-SUBSCRIPT).
           MOVE GRID-CATEGORY-TOTAL (CATEGORY-SUBSCRIPT) TO
                PRINT-COUNT (CATEGORY-SUBSCRIPT).

       START-A-PAGE.
           MOVE RANGE-FROM-DATE TO PRINT-FROM-DATE.
           MOVE RANGE-TO-DATE TO PRINT-TO-DATE.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE 2 TO PRINT-LINES.

       END-THE-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           MOVE ZERO TO PRINT-LINES.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM OPRACT01.
