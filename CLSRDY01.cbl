      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLSRDY01.

      ******************************************************************
      * This subprogram is the period-close readiness check FISCMNT01
      * runs before it will close a fiscal period (and on its own
      * when the supervisor asks for the checklist ahead of time).
      * Called with the period (YYYYMM), it prints a pass/fail line
      * for each thing that has to be finished before the books for
      * the month are shut, lists what is holding up any that fail,
      * shows the same checklist on the console, and hands back how
      * many checks failed:
      *   GL BATCH     - THE PERIOD'S GLCTL.DAT ROW MUST SHOW THE
      *                  GLINTF.DAT BATCH ACCEPTED BY GLACK01.
      *   STATEMENTS   - RUNCTL.DAT MUST CARRY A COMPLETED ARSTMT01
      *                  STEP FOR A BUSINESS DATE IN THE PERIOD (THE
      *                  NIGHTLY CYCLE RUNS IT THE LAST NIGHT OF THE
      *                  MONTH).
      *   COMMISSION   - EVERY SALESPERSON STILL OWED COMMISSION
      *                  (THE SLSSTL01 FIGURE) MUST HAVE A SLSSETL.DAT
      *                  SETTLEMENT FOR THE PERIOD.
      *   SHIPPED ORDERS - NO ORDER SHIPPED IN OR BEFORE THE PERIOD
      *                  MAY STILL BE WAITING FOR ORDINV01.
      *   POSTING LOG  - ORDINTNT.DAT MUST BE EMPTY; ANY ROW IS AN
      *                  ORDER OR RELEASE POSTING ORDRCV01 HAS NOT YET
      *                  RECOVERED.
      *   COUNTS       - NO PRODCNT.DAT COUNT TAKEN IN OR BEFORE THE
      *                  PERIOD MAY DIFFER FROM ITS PRODSNAP.DAT BOOK
      *                  FIGURE WITHOUT A COUNT ADJUSTMENT ON
      *                  PRODMOVE.DAT SINCE - I.E. PRODPHY01 HAS NOT
      *                  POSTED IT.
      * Only the first 50 items holding up a check are listed; the
      * count after them says how many more there are.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL GL-CONTROL-FILE
                           ASSIGN TO "GLCTL.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS GLCTL-PERIOD
                           FILE STATUS IS GLCTL-FILE-STATUS.

                 SELECT OPTIONAL RUN-CONTROL-FILE
                           ASSIGN TO "RUNCTL.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CONTROL-FILE-STATUS.

                 SELECT OPTIONAL SALES-YTD-FILE
                           ASSIGN TO "SALESYTD.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS SALES-YTD-ID
                           FILE STATUS IS SALES-YTD-STATUS.

                 SELECT OPTIONAL SETTLEMENT-FILE
                           ASSIGN TO "SLSSETL.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS SETTLE-KEY
                           FILE STATUS IS SETTLE-FILE-STATUS.

                 SELECT OPTIONAL CLAWBACK-FILE
                           ASSIGN TO "COMCLAW.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CLAW-KEY
                           FILE STATUS IS CLAW-FILE-STATUS.

                 SELECT OPTIONAL ORDER-HEADER-FILE
                           ASSIGN TO "ORDHDR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS ORDER-NUMBER
                           FILE STATUS IS HEADER-FILE-STATUS.

                 SELECT OPTIONAL INTENT-FILE
                           ASSIGN TO "ORDINTNT.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS INTENT-FILE-STATUS.

                 SELECT OPTIONAL COUNT-FILE
                           ASSIGN TO "PRODCNT.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS COUNT-FILE-STATUS.

                 SELECT OPTIONAL SNAPSHOT-FILE
                           ASSIGN TO "PRODSNAP.DAT"
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS SNAPSHOT-FILE-STATUS.

                 SELECT OPTIONAL MOVEMENT-FILE
                           ASSIGN TO "PRODMOVE.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS MOVEMENT-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * GL-CONTROL-RECORD IS THE SHARED INTERFACE CONTROL LAYOUT -
      * SEE COPYBOOKS/WGLCTL.CPY.
       FD  GL-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WGLCTL.

      * RUN-CONTROL-RECORD MIRRORS THE RUNCHK01 LAYOUT.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-RECORD.
                 05 CONTROL-BUSINESS-DATE  PIC 9(8).
                 05 CONTROL-STEP-NAME      PIC X(12).
                 05 CONTROL-STEP-STATUS    PIC X(1).
                 05 CONTROL-STAMP-TIME     PIC 9(8).
                 05 CONTROL-RECORD-COUNT   PIC 9(9).

       FD  SALES-YTD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SALES-YTD-RECORD.
                 05 SALES-YTD-ID           PIC X(10).
                 05 SALES-YTD-COMMISSION   PIC 9(9)V99.

      * SETTLEMENT-RECORD IS THE SHARED SETTLEMENT LAYOUT - SEE
      * COPYBOOKS/WSLSSETL.CPY.
       FD  SETTLEMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WSLSSETL.

      * CLAWBACK-RECORD IS THE SHARED CLAWBACK LAYOUT - SEE
      * COPYBOOKS/WCOMCLW.CPY.
       FD  CLAWBACK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCOMCLW.

       FD  ORDER-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WORDHDR.

      * INTENT-RECORD IS THE SHARED POSTING LOG LAYOUT - SEE
      * COPYBOOKS/WINTENT.CPY.
       FD  INTENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WINTENT.

      * COUNT-RECORD AND SNAPSHOT-ENTRY MIRROR THE PRODPHY01 LAYOUTS.
       FD  COUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  COUNT-RECORD.
                 05 COUNT-PRODUCT-CODE     PIC X(10).
                 05 COUNT-QUANTITY         PIC 9(5).
                 05 COUNT-DATE             PIC 9(8).
                 05 COUNT-OPERATOR-ID      PIC X(10).

       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SNAPSHOT-ENTRY.
                 05 SNAP-PRODUCT-CODE      PIC X(10).
                 05 SNAP-DESCRIPTION       PIC X(30).
                 05 SNAP-PRICE             PIC 9(7)V99.
                 05 SNAP-QTY-ON-HAND       PIC 9(5).
                 05 SNAP-REORDER-LEVEL     PIC 9(5).
                 05 SNAP-REORDER-QTY       PIC 9(5).
                 05 SNAP-STATUS            PIC X(1).

      * MOVEMENT-RECORD IS THE SHARED HISTORY LAYOUT - SEE
      * COPYBOOKS/WPRDMOV.CPY.
       FD  MOVEMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRDMOV.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.

       01  GLCTL-FILE-STATUS         PIC XX.
       01  CONTROL-FILE-STATUS       PIC XX.
       01  SALES-YTD-STATUS          PIC XX.
       01  SETTLE-FILE-STATUS        PIC XX.
       01  CLAW-FILE-STATUS          PIC XX.
       01  HEADER-FILE-STATUS        PIC XX.
       01  INTENT-FILE-STATUS        PIC XX.
       01  COUNT-FILE-STATUS         PIC XX.
       01  SNAPSHOT-FILE-STATUS      PIC XX.
       01  MOVEMENT-FILE-STATUS      PIC XX.
       01  END-OF-FILE               PIC X.
       01  SCAN-END-OF-FILE          PIC X.
       01  RECORD-FOUND              PIC X.
       01  SETTLEMENTS-ON-FILE       PIC X.
       01  CLAWBACKS-ON-FILE         PIC X.
       01  TODAYS-DATE               PIC 9(8).

      * THE RESULT OF THE CHECK IN HAND, AND WHAT IS HOLDING IT UP.
       01  CHECK-PASSED              PIC X.
       01  CHECK-NOTE-TEXT           PIC X(34).
       01  HOLDUP-COUNT              PIC 9(5).
       01  HOLDUP-TABLE.
                 05 HOLDUP-ENTRY OCCURS 50 TIMES PIC X(72).
       01  HOLDUP-INDEX              PIC 99.
       01  HOLDUPS-LISTED            PIC 99.
       01  HOLDUPS-NOT-LISTED        PIC 9(5).

      * COMMISSION STILL OWED, FIGURED AS SLSSTL01 FIGURES IT.
       01  ALREADY-PAID              PIC S9(11)V99.
       01  PENDING-CLAWBACK          PIC S9(9)V99.
       01  UNSETTLED-BALANCE         PIC S9(11)V99.

      * THE ORDER'S DATE FOR THE SHIPPED-ORDER CHECK.
       01  SHIPPED-ON                PIC 9(8).

      * THE BOOK FIGURE AND ADJUSTMENT FOUND FOR A COUNT ROW.
       01  BOOK-QUANTITY             PIC 9(5).
       01  COUNT-WAS-POSTED          PIC X.

       01  PRINT-LINES               PIC 99.
       01  HOLDUP-HELD-LINE          PIC X(80).

      * Structures for the printed checklist.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(34) VALUE
                           "PERIOD-CLOSE READINESS FOR PERIOD ".
                 05 PRINT-PERIOD           PIC 9(6).
                 05 FILLER                 PIC X(9) VALUE
                                           "   AS OF ".
                 05 PRINT-TODAYS-DATE      PIC 9(8).

       01  CHECK-LINE.
                 05 CHECK-RESULT           PIC X(4).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 CHECK-NAME             PIC X(38).
                 05 CHECK-NOTE             PIC X(34).

       01  HOLDUP-LINE.
                 05 FILLER                 PIC X(8) VALUE SPACE.
                 05 HOLDUP-TEXT            PIC X(72).

      * THE ONE-LINE DESCRIPTIONS OF WHAT IS HOLDING UP EACH CHECK.
       01  SALESPERSON-HOLDUP.
                 05 FILLER                 PIC X(12) VALUE
                                           "SALESPERSON ".
                 05 HOLD-SALES-ID          PIC X(10).
                 05 FILLER                 PIC X(16) VALUE
                                           "  UNSETTLED    ".
                 05 HOLD-UNSETTLED         PIC ZZZ,ZZZ,ZZ9.99-.

       01  ORDER-HOLDUP.
                 05 FILLER                 PIC X(6) VALUE "ORDER ".
                 05 HOLD-ORDER-NUMBER      PIC 9(7).
                 05 FILLER                 PIC X(10) VALUE
                                           "  ACCOUNT ".
                 05 HOLD-ACCOUNT-NUMBER    PIC 9(7).
                 05 FILLER                 PIC X(10) VALUE
                                           "  SHIPPED ".
                 05 HOLD-SHIP-DATE         PIC 9(8).

       01  INTENT-HOLDUP.
                 05 FILLER                 PIC X(8) VALUE "SOURCE ".
                 05 HOLD-INT-SOURCE        PIC X(1).
                 05 FILLER                 PIC X(7) VALUE "  STEP ".
                 05 HOLD-INT-TYPE          PIC X(1).
                 05 FILLER                 PIC X(8) VALUE "  ORDER ".
                 05 HOLD-INT-ORDER         PIC 9(7).
                 05 FILLER                 PIC X(9) VALUE
                                           "  LOGGED ".
                 05 HOLD-INT-DATE          PIC 9(8).

       01  COUNT-HOLDUP.
                 05 FILLER                 PIC X(8) VALUE "PRODUCT ".
                 05 HOLD-PRODUCT-CODE      PIC X(10).
                 05 FILLER                 PIC X(8) VALUE "  BOOK ".
                 05 HOLD-BOOK-QUANTITY     PIC ZZZZ9.
                 05 FILLER                 PIC X(11) VALUE
                                           "  COUNTED ".
                 05 HOLD-COUNT-QUANTITY    PIC ZZZZ9.
                 05 FILLER                 PIC X(4) VALUE " ON ".
                 05 HOLD-COUNT-DATE        PIC 9(8).

       LINKAGE SECTION.

       01  CHECK-PERIOD              PIC 9(6).
       01  CHECKS-FAILED             PIC 9.

       PROCEDURE DIVISION USING CHECK-PERIOD CHECKS-FAILED.
       MAIN-PROCEDURE.
            MOVE ZERO TO CHECKS-FAILED.
            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
            OPEN OUTPUT PRINTER-FILE.
            MOVE CHECK-PERIOD TO PRINT-PERIOD.
            MOVE TODAYS-DATE TO PRINT-TODAYS-DATE.
            MOVE TITLE-LINE TO PRINTER-RECORD.
            WRITE PRINTER-RECORD BEFORE ADVANCING 2.
            DISPLAY TITLE-LINE.
            MOVE 2 TO PRINT-LINES.
            PERFORM CHECK-THE-GL-BATCH.
            PERFORM CHECK-THE-STATEMENTS.
            PERFORM CHECK-THE-COMMISSION.
            PERFORM CHECK-THE-SHIPPED-ORDERS.
            PERFORM CHECK-THE-POSTING-LOG.
            PERFORM CHECK-THE-COUNTS.
            MOVE SPACE TO PRINTER-RECORD.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.
            IF CHECKS-FAILED = ZERO
                      MOVE "ALL CHECKS PASSED - READY TO CLOSE" TO
                                PRINTER-RECORD
            ELSE
                      MOVE "NOT READY TO CLOSE" TO PRINTER-RECORD.
            WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
            DISPLAY PRINTER-RECORD.
            CLOSE PRINTER-FILE.
            GOBACK.

      * START-A-CHECK CLEARS THE RESULT BEFORE EACH CHECK RUNS.
       START-A-CHECK.
           MOVE "Y" TO CHECK-PASSED.
           MOVE SPACE TO CHECK-NOTE-TEXT.
           MOVE ZERO TO HOLDUP-COUNT.
           MOVE SPACE TO HOLDUP-TABLE.

      * ADD-A-HOLDUP FILES THE LINE IN HOLDUP-LINE AGAINST THE CHECK
      * IN HAND AND FAILS IT.
       ADD-A-HOLDUP.
           MOVE "N" TO CHECK-PASSED.
           ADD 1 TO HOLDUP-COUNT.
           IF HOLDUP-COUNT NOT > 50
                     MOVE HOLDUP-TEXT TO HOLDUP-ENTRY (HOLDUP-COUNT).

      * FINISH-A-CHECK PRINTS THE CHECK'S PASS/FAIL LINE AND WHAT IS
      * HOLDING IT UP, AND SHOWS THE LINE ON THE CONSOLE.
       FINISH-A-CHECK.
           IF CHECK-PASSED = "Y"
                     MOVE "PASS" TO CHECK-RESULT
           ELSE
                     MOVE "FAIL" TO CHECK-RESULT
                     ADD 1 TO CHECKS-FAILED.
           MOVE CHECK-NOTE-TEXT TO CHECK-NOTE.
           MOVE CHECK-LINE TO PRINTER-RECORD.
           PERFORM WRITE-A-LINE.
           DISPLAY CHECK-LINE.
           MOVE HOLDUP-COUNT TO HOLDUPS-LISTED.
           IF HOLDUP-COUNT > 50
                     MOVE 50 TO HOLDUPS-LISTED.
           PERFORM PRINT-ONE-HOLDUP
                     VARYING HOLDUP-INDEX FROM 1 BY 1
                     UNTIL HOLDUP-INDEX > HOLDUPS-LISTED.
           IF HOLDUP-COUNT > 50
                     COMPUTE HOLDUPS-NOT-LISTED = HOLDUP-COUNT - 50
                     MOVE SPACE TO HOLDUP-TEXT
                     STRING "AND " HOLDUPS-NOT-LISTED " MORE"
                               DELIMITED BY SIZE INTO HOLDUP-TEXT
                     MOVE HOLDUP-LINE TO PRINTER-RECORD
                     PERFORM WRITE-A-LINE.

       PRINT-ONE-HOLDUP.
           MOVE HOLDUP-ENTRY (HOLDUP-INDEX) TO HOLDUP-TEXT.
           MOVE HOLDUP-LINE TO PRINTER-RECORD.
           PERFORM WRITE-A-LINE.

       WRITE-A-LINE.
           MOVE PRINTER-RECORD TO HOLDUP-HELD-LINE.
           IF PRINT-LINES NOT < 55
                     MOVE SPACE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE
                     MOVE ZERO TO PRINT-LINES
                     MOVE HOLDUP-HELD-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.

      * CHECK-THE-GL-BATCH LOOKS UP THE PERIOD'S INTERFACE BATCH.
       CHECK-THE-GL-BATCH.
           PERFORM START-A-CHECK.
           MOVE "GL BATCH ACCEPTED (GLACK01)" TO CHECK-NAME.
           MOVE "N" TO CHECK-PASSED.
           MOVE "N" TO RECORD-FOUND.
           OPEN INPUT GL-CONTROL-FILE.
           IF GLCTL-FILE-STATUS = "00"
                     MOVE CHECK-PERIOD TO GLCTL-PERIOD
                     MOVE "Y" TO RECORD-FOUND
                     READ GL-CONTROL-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND.
           CLOSE GL-CONTROL-FILE.
           IF RECORD-FOUND = "N"
                     MOVE "NEVER EXTRACTED" TO CHECK-NOTE-TEXT
           ELSE
                     IF BATCH-IS-ACCEPTED
                               MOVE "Y" TO CHECK-PASSED
                     ELSE
                               IF BATCH-IS-REJECTED
                                         MOVE "REJECTED - RESEND IT"
                                                   TO CHECK-NOTE-TEXT
                               ELSE
                                         MOVE "AWAITING FINANCE"
                                                   TO CHECK-NOTE-TEXT.
           PERFORM FINISH-A-CHECK.

      * CHECK-THE-STATEMENTS LOOKS FOR A COMPLETED ARSTMT01 STEP IN
      * THE PERIOD.
       CHECK-THE-STATEMENTS.
           PERFORM START-A-CHECK.
           MOVE "STATEMENTS PRINTED (ARSTMT01)" TO CHECK-NAME.
           MOVE "N" TO CHECK-PASSED.
           OPEN INPUT RUN-CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-RUN-CONTROL
                     PERFORM CHECK-ONE-RUN-CONTROL
                          UNTIL END-OF-FILE = "Y".
           CLOSE RUN-CONTROL-FILE.
           IF CHECK-PASSED = "N"
                     MOVE "NO COMPLETED RUN IN THE PERIOD" TO
                               CHECK-NOTE-TEXT.
           PERFORM FINISH-A-CHECK.

       READ-NEXT-RUN-CONTROL.
           READ RUN-CONTROL-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       CHECK-ONE-RUN-CONTROL.
           IF CONTROL-STEP-NAME = "ARSTMT01" AND
              CONTROL-STEP-STATUS = "C" AND
              CONTROL-BUSINESS-DATE (1:6) = CHECK-PERIOD
                     MOVE "Y" TO CHECK-PASSED.
           PERFORM READ-NEXT-RUN-CONTROL.

      * CHECK-THE-COMMISSION FAILS FOR EACH SALESPERSON STILL OWED
      * COMMISSION WITH NO SETTLEMENT FOR THE PERIOD. THE YEAR'S
      * SETTLEMENTS ARE THE PERIOD'S YEAR, AS IN SLSSTL01.
       CHECK-THE-COMMISSION.
           PERFORM START-A-CHECK.
           MOVE "COMMISSION SETTLED (SLSSTL01)" TO CHECK-NAME.
           OPEN INPUT SETTLEMENT-FILE.
           MOVE "N" TO SETTLEMENTS-ON-FILE.
           IF SETTLE-FILE-STATUS = "00"
                     MOVE "Y" TO SETTLEMENTS-ON-FILE.
           OPEN INPUT CLAWBACK-FILE.
           MOVE "N" TO CLAWBACKS-ON-FILE.
           IF CLAW-FILE-STATUS = "00"
                     MOVE "Y" TO CLAWBACKS-ON-FILE.
           OPEN INPUT SALES-YTD-FILE.
           IF SALES-YTD-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-YTD
                     PERFORM CHECK-ONE-PERSON
                          UNTIL END-OF-FILE = "Y".
           CLOSE SALES-YTD-FILE.
           CLOSE CLAWBACK-FILE.
           CLOSE SETTLEMENT-FILE.
           IF CHECK-PASSED = "N"
                     MOVE "UNSETTLED - SEE BELOW" TO CHECK-NOTE-TEXT.
           PERFORM FINISH-A-CHECK.

       READ-NEXT-YTD.
           READ SALES-YTD-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       CHECK-ONE-PERSON.
           MOVE "N" TO RECORD-FOUND.
           IF SETTLEMENTS-ON-FILE = "Y"
                     MOVE SALES-YTD-ID TO SETTLE-SALES-ID
                     MOVE CHECK-PERIOD TO SETTLE-PERIOD
                     MOVE "Y" TO RECORD-FOUND
                     READ SETTLEMENT-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     PERFORM FIGURE-WHAT-IS-OWED
                     IF UNSETTLED-BALANCE > ZERO
                               MOVE SALES-YTD-ID TO HOLD-SALES-ID
                               MOVE UNSETTLED-BALANCE TO HOLD-UNSETTLED
                               MOVE SALESPERSON-HOLDUP TO HOLDUP-TEXT
                               PERFORM ADD-A-HOLDUP.
           PERFORM READ-NEXT-YTD.

       FIGURE-WHAT-IS-OWED.
           MOVE ZEROES TO ALREADY-PAID PENDING-CLAWBACK.
           IF SETTLEMENTS-ON-FILE = "Y"
                     CLOSE SETTLEMENT-FILE
                     OPEN INPUT SETTLEMENT-FILE
                     MOVE "N" TO SCAN-END-OF-FILE
                     PERFORM READ-NEXT-SETTLEMENT
                     PERFORM SUM-ONE-SETTLEMENT
                          UNTIL SCAN-END-OF-FILE = "Y".
           IF CLAWBACKS-ON-FILE = "Y"
                     CLOSE CLAWBACK-FILE
                     OPEN INPUT CLAWBACK-FILE
                     MOVE "N" TO SCAN-END-OF-FILE
                     PERFORM READ-NEXT-CLAWBACK
                     PERFORM SUM-ONE-CLAWBACK
                          UNTIL SCAN-END-OF-FILE = "Y".
           COMPUTE UNSETTLED-BALANCE =
                     SALES-YTD-COMMISSION - ALREADY-PAID
                     - PENDING-CLAWBACK.

       READ-NEXT-SETTLEMENT.
           READ SETTLEMENT-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO SCAN-END-OF-FILE.

       SUM-ONE-SETTLEMENT.
           IF SETTLE-SALES-ID = SALES-YTD-ID AND
              SETTLE-PERIOD (1:4) = CHECK-PERIOD (1:4)
                     ADD SETTLE-AMOUNT-PAID TO ALREADY-PAID
                     IF SETTLE-CLAWBACK IS NUMERIC
                               ADD SETTLE-CLAWBACK TO ALREADY-PAID.
           PERFORM READ-NEXT-SETTLEMENT.

       READ-NEXT-CLAWBACK.
           READ CLAWBACK-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO SCAN-END-OF-FILE.

       SUM-ONE-CLAWBACK.
           IF CLAW-SALES-ID = SALES-YTD-ID AND CLAW-IS-PENDING
                     ADD CLAW-COMMISSION TO PENDING-CLAWBACK.
           PERFORM READ-NEXT-CLAWBACK.

      * CHECK-THE-SHIPPED-ORDERS FAILS FOR EACH ORDER STILL SHIPPED
      * BUT NOT INVOICED THAT WENT OUT IN OR BEFORE THE PERIOD (BY ITS
      * ORDER DATE WHEN NO SHIP DATE WAS STAMPED).
       CHECK-THE-SHIPPED-ORDERS.
           PERFORM START-A-CHECK.
           MOVE "SHIPPED ORDERS INVOICED (ORDINV01)" TO CHECK-NAME.
           OPEN INPUT ORDER-HEADER-FILE.
           IF HEADER-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-ORDER
                     PERFORM CHECK-ONE-ORDER
                          UNTIL END-OF-FILE = "Y".
           CLOSE ORDER-HEADER-FILE.
           IF CHECK-PASSED = "N"
                     MOVE "NOT INVOICED - SEE BELOW" TO
                               CHECK-NOTE-TEXT.
           PERFORM FINISH-A-CHECK.

       READ-NEXT-ORDER.
           READ ORDER-HEADER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       CHECK-ONE-ORDER.
           IF ORDER-IS-SHIPPED
                     MOVE ORDER-SHIP-DATE TO SHIPPED-ON
                     IF ORDER-SHIP-DATE = ZERO
                               MOVE ORDER-DATE TO SHIPPED-ON
                     END-IF
                     IF SHIPPED-ON (1:6) NOT > CHECK-PERIOD
                               MOVE ORDER-NUMBER TO HOLD-ORDER-NUMBER
                               MOVE ORDER-ACCOUNT-NUMBER TO
                                         HOLD-ACCOUNT-NUMBER
                               MOVE SHIPPED-ON TO HOLD-SHIP-DATE
                               MOVE ORDER-HOLDUP TO HOLDUP-TEXT
                               PERFORM ADD-A-HOLDUP.
           PERFORM READ-NEXT-ORDER.

      * CHECK-THE-POSTING-LOG FAILS FOR EVERY ROW LEFT ON THE INTENT
      * LOG.
       CHECK-THE-POSTING-LOG.
           PERFORM START-A-CHECK.
           MOVE "POSTING LOG CLEAR (ORDRCV01)" TO CHECK-NAME.
           OPEN INPUT INTENT-FILE.
           IF INTENT-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-INTENT
                     PERFORM CHECK-ONE-INTENT
                          UNTIL END-OF-FILE = "Y".
           CLOSE INTENT-FILE.
           IF CHECK-PASSED = "N"
                     MOVE "UNRECOVERED POSTINGS" TO CHECK-NOTE-TEXT.
           PERFORM FINISH-A-CHECK.

       READ-NEXT-INTENT.
           READ INTENT-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       CHECK-ONE-INTENT.
           MOVE INT-SOURCE TO HOLD-INT-SOURCE.
           MOVE INT-TYPE TO HOLD-INT-TYPE.
           MOVE INT-ORDER-NUMBER TO HOLD-INT-ORDER.
           MOVE INT-DATE TO HOLD-INT-DATE.
           MOVE INTENT-HOLDUP TO HOLDUP-TEXT.
           PERFORM ADD-A-HOLDUP.
           PERFORM READ-NEXT-INTENT.

      * CHECK-THE-COUNTS FAILS FOR EACH COUNT IN OR BEFORE THE PERIOD
      * THAT DIFFERS FROM THE BOOK AND HAS NO COUNT ADJUSTMENT POSTED
      * FOR THE PRODUCT ON OR AFTER THE DAY IT WAS COUNTED.
       CHECK-THE-COUNTS.
           PERFORM START-A-CHECK.
           MOVE "COUNT VARIANCES POSTED (PRODPHY01)" TO CHECK-NAME.
           OPEN INPUT COUNT-FILE.
           IF COUNT-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-COUNT
                     PERFORM CHECK-ONE-COUNT
                          UNTIL END-OF-FILE = "Y".
           CLOSE COUNT-FILE.
           IF CHECK-PASSED = "N"
                     MOVE "VARIANCES PENDING" TO CHECK-NOTE-TEXT.
           PERFORM FINISH-A-CHECK.

       READ-NEXT-COUNT.
           READ COUNT-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       CHECK-ONE-COUNT.
           IF COUNT-DATE (1:6) NOT > CHECK-PERIOD
                     PERFORM FIND-THE-BOOK-QUANTITY
                     IF BOOK-QUANTITY NOT = COUNT-QUANTITY
                               PERFORM FIND-THE-ADJUSTMENT
                               IF COUNT-WAS-POSTED = "N"
                                         PERFORM FILE-THE-COUNT-HOLDUP.
           PERFORM READ-NEXT-COUNT.

       FILE-THE-COUNT-HOLDUP.
           MOVE COUNT-PRODUCT-CODE TO HOLD-PRODUCT-CODE.
           MOVE BOOK-QUANTITY TO HOLD-BOOK-QUANTITY.
           MOVE COUNT-QUANTITY TO HOLD-COUNT-QUANTITY.
           MOVE COUNT-DATE TO HOLD-COUNT-DATE.
           MOVE COUNT-HOLDUP TO HOLDUP-TEXT.
           PERFORM ADD-A-HOLDUP.

      * FIND-THE-BOOK-QUANTITY TAKES THE FROZEN FIGURE OFF THE
      * SNAPSHOT; A PRODUCT NOT IN IT WAS NOT ON THE BOOK.
       FIND-THE-BOOK-QUANTITY.
           MOVE ZERO TO BOOK-QUANTITY.
           MOVE "N" TO RECORD-FOUND.
           OPEN INPUT SNAPSHOT-FILE.
           IF SNAPSHOT-FILE-STATUS = "00"
                     MOVE "N" TO SCAN-END-OF-FILE
                     PERFORM READ-NEXT-SNAPSHOT
                     PERFORM CHECK-ONE-SNAPSHOT
                          UNTIL SCAN-END-OF-FILE = "Y" OR
                                RECORD-FOUND = "Y".
           CLOSE SNAPSHOT-FILE.

       READ-NEXT-SNAPSHOT.
           READ SNAPSHOT-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO SCAN-END-OF-FILE.

       CHECK-ONE-SNAPSHOT.
           IF SNAP-PRODUCT-CODE = COUNT-PRODUCT-CODE
                     MOVE "Y" TO RECORD-FOUND
                     MOVE SNAP-QTY-ON-HAND TO BOOK-QUANTITY
           ELSE
                     PERFORM READ-NEXT-SNAPSHOT.

       FIND-THE-ADJUSTMENT.
           MOVE "N" TO COUNT-WAS-POSTED.
           OPEN INPUT MOVEMENT-FILE.
           IF MOVEMENT-FILE-STATUS = "00"
                     MOVE "N" TO SCAN-END-OF-FILE
                     PERFORM READ-NEXT-MOVEMENT
                     PERFORM CHECK-ONE-MOVEMENT
                          UNTIL SCAN-END-OF-FILE = "Y" OR
                                COUNT-WAS-POSTED = "Y".
           CLOSE MOVEMENT-FILE.

       READ-NEXT-MOVEMENT.
           READ MOVEMENT-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO SCAN-END-OF-FILE.

       CHECK-ONE-MOVEMENT.
           IF MOVEMENT-PRODUCT-CODE = COUNT-PRODUCT-CODE AND
              MOVEMENT-IS-COUNT AND
              MOVEMENT-DATE NOT < COUNT-DATE
                     MOVE "Y" TO COUNT-WAS-POSTED
           ELSE
                     PERFORM READ-NEXT-MOVEMENT.

       END PROGRAM CLSRDY01.
