      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDST01.

      ******************************************************************
      * This program is the report distribution run, so the nightly
      * printouts no longer have to be walked round to sales, credit,
      * the warehouse and finance. It takes every report run filed
      * on the RPTCAT.DAT catalog since a keyed date, and for each
      * recipient on the RPTDST.DAT distribution list (RPTDMNT01
      * maintains it) assembles one bundle: a cover sheet listing
      * what is enclosed, then each report the recipient is down
      * for, as many copies as the list says. A row with a section
      * filter bursts the report - only the pages carrying the
      * filter text go in - by the page map RPTSAV01 files beside
      * each capture; a capture filed before page maps were kept is
      * taken as one page. Each bundle is written to a file named
      * for the recipient and the day (e.g. CREDIT.B20260822), and
      * every run enclosed is logged on RPTDLOG.DAT so an auditor
      * can see who received which report. A run already logged
      * for a recipient is never sent to them again, so a rerun
      * only sends what is new. A register of the bundles prints.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL DISTRIBUTION-FILE
                           ASSIGN TO "RPTDST.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS DIST-KEY
                           FILE STATUS IS DIST-FILE-STATUS.

                 SELECT OPTIONAL CATALOG-FILE
                           ASSIGN TO "RPTCAT.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CATALOG-FILE-STATUS.

                 SELECT OPTIONAL DIST-LOG-FILE
                           ASSIGN TO "RPTDLOG.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DIST-LOG-STATUS.

                 SELECT CAPTURE-FILE
                           ASSIGN USING CAPTURE-FILE-NAME
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CAPTURE-FILE-STATUS.

                 SELECT PAGE-MAP-FILE
                           ASSIGN USING PAGE-MAP-NAME
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PAGE-MAP-STATUS.

                 SELECT OPTIONAL BUNDLE-FILE
                           ASSIGN USING BUNDLE-NAME
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS BUNDLE-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * REPORT-DISTRIBUTION-RECORD AND DISTRIBUTION-LOG-RECORD ARE
      * THE SHARED DISTRIBUTION LAYOUTS - SEE COPYBOOKS/WRPTDST.CPY
      * AND WRPTDLG.CPY.
       FD  DISTRIBUTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WRPTDST.

      * THE CATALOG ROW MATCHES RPTSAV01'S - ONE INDEX ROW PER
      * CAPTURED RUN.
       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-RECORD.
                 05 CATALOG-DATE           PIC 9(8).
                 05 CATALOG-REPORT-NAME    PIC X(12).
                 05 CATALOG-OPERATOR-ID    PIC X(10).
                 05 CATALOG-PAGE-COUNT     PIC 9(5).
                 05 CATALOG-CAPTURE-NAME   PIC X(30).

       FD  DIST-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WRPTDLG.

       FD  CAPTURE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAPTURE-RECORD            PIC X(220).

      * THE PAGE MAP ROW MATCHES RPTSAV01'S - THE CAPTURE LINE
      * NUMBER EACH PAGE STARTS ON.
       FD  PAGE-MAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAGE-MAP-RECORD.
                 05 PAGE-MAP-START-LINE    PIC 9(7).

       FD  BUNDLE-FILE
           LABEL RECORDS ARE OMITTED.
       01  BUNDLE-RECORD             PIC X(220).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

       01  DIST-FILE-STATUS          PIC XX.
       01  CATALOG-FILE-STATUS       PIC XX.
       01  DIST-LOG-STATUS           PIC XX.
       01  CAPTURE-FILE-STATUS       PIC XX.
       01  PAGE-MAP-STATUS           PIC XX.
       01  BUNDLE-FILE-STATUS        PIC XX.
       01  END-OF-FILE               PIC X.
       01  CATALOG-END-OF-FILE       PIC X.
       01  LOG-END-OF-FILE           PIC X.
       01  CAPTURE-END-OF-FILE       PIC X.
       01  MAP-END-OF-FILE           PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       01  SINCE-ENTRY               PIC X(8).
       01  THE-SINCE-DATE            PIC 9(8).
       01  TODAYS-DATE               PIC 9(8).
       01  DATE-AS-TEXT              PIC 9(8).
       01  ALREADY-SENT              PIC X.

      * THE RECIPIENT IN HAND AND THE RUNS GATHERED FOR THEM.
       01  THE-RECIPIENT             PIC X(10).
       01  THE-RECIPIENT-NAME        PIC X(30).
       01  BUNDLE-NAME               PIC X(30).
       01  STEM-LENGTH               PIC 99.
       01  PENDING-COUNT             PIC 9(3).
       01  PENDING-INDEX             PIC 9(3).
       01  PENDING-TABLE.
                 05 PENDING-ENTRY OCCURS 100 TIMES.
                           10 PEND-REPORT-NAME    PIC X(12).
                           10 PEND-CATALOG-DATE   PIC 9(8).
                           10 PEND-CAPTURE-NAME   PIC X(30).
                           10 PEND-COPIES         PIC 9(2).
                           10 PEND-FILTER         PIC X(30).
                           10 PEND-PAGES-SENT     PIC 9(5).
                           10 PEND-LINES-SENT     PIC 9(7).
                           10 PEND-RESULT         PIC X.
                                     88 PEND-IS-ENCLOSED  VALUE "S".
                                     88 PEND-HAS-NO-PAGES VALUE "N".
                                     88 PEND-IS-MISSING   VALUE "M".

      * THE PAGES OF THE CAPTURE IN HAND. PAST THE TABLE'S SIZE THE
      * LAST PAGE SIMPLY RUNS ON TO THE END OF THE CAPTURE.
       01  PAGE-TOTAL                PIC 9(4).
       01  PAGE-INDEX                PIC 9(4).
       01  CURRENT-PAGE              PIC 9(4).
       01  PAGES-PICKED              PIC 9(5).
       01  PAGE-TABLE.
                 05 PAGE-ENTRY OCCURS 2000 TIMES.
                           10 PAGE-START-LINE     PIC 9(7).
                           10 PAGE-PICKED         PIC X.

      * THE CAPTURE AND ITS PAGE MAP, E.G. SALESTMT01.R20260822 AND
      * SALESTMT01.P20260822.
       01  CAPTURE-FILE-NAME         PIC X(30).
       01  PAGE-MAP-NAME             PIC X(30).
       01  CAPTURE-FOUND             PIC X.
       01  CAPTURE-LINE-NUMBER       PIC 9(7).
       01  FILTER-LENGTH             PIC 99.
       01  MATCH-COUNT               PIC 9(4).
       01  COPY-NUMBER               PIC 999.
       01  LINES-THIS-COPY           PIC 9(7).
       01  PAGE-WAS-STARTED          PIC X.

       01  RECIPIENTS-BUNDLED        PIC 9(5) VALUE ZERO.
       01  RUNS-ENCLOSED             PIC 9(5) VALUE ZERO.
       01  RUNS-WITH-NO-PAGES        PIC 9(5) VALUE ZERO.
       01  CAPTURES-MISSING          PIC 9(5) VALUE ZERO.
       01  RUNS-NOT-REACHED          PIC 9(5) VALUE ZERO.

       01  LINE-COUNT                PIC 999 VALUE ZERO.
       01  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       01  MAXIMUM-LINES             PIC 999 VALUE 55.

      * Structures for the bundle cover sheet.
       01  COVER-TITLE-LINE.
                 05 FILLER                 PIC X(31) VALUE
                       "REPORT DISTRIBUTION COVER SHEET".

       01  COVER-FOR-LINE.
                 05 FILLER                 PIC X(13) VALUE
                                           "FOR:".
                 05 COVER-RECIPIENT        PIC X(10).
                 05 FILLER                 PIC X(3) VALUE " - ".
                 05 COVER-RECIPIENT-NAME   PIC X(30).

       01  COVER-DATE-LINE.
                 05 FILLER                 PIC X(13) VALUE
                                           "DISTRIBUTED:".
                 05 COVER-DATE             PIC 9(8).
                 05 FILLER                 PIC X(4) VALUE " BY ".
                 05 COVER-OPERATOR-ID      PIC X(10).

       01  COVER-COLUMN-LINE.
                 05 FILLER                 PIC X(13) VALUE "REPORT".
                 05 FILLER                 PIC X(9) VALUE "RUN DATE".
                 05 FILLER                 PIC X(7) VALUE "COPIES".
                 05 FILLER                 PIC X(6) VALUE " PAGES".
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 FILLER                 PIC X(30) VALUE
                                           "SECTION".

       01  COVER-DETAIL-LINE.
                 05 COVER-REPORT-NAME      PIC X(12).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 COVER-CATALOG-DATE     PIC 9(8).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 COVER-COPIES           PIC ZZZZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 COVER-PAGES            PIC ZZZZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 COVER-SECTION          PIC X(30).

      * Structures for the printed register.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(28) VALUE
                       "REPORT DISTRIBUTION - RUN ".
                 05 PRINT-RUN-DATE         PIC 9(8).
                 05 FILLER                 PIC X(18) VALUE
                                           "  CATALOGUED FROM ".
                 05 PRINT-SINCE-DATE       PIC 9(8).
                 05 FILLER                 PIC X(4) VALUE SPACE.
                 05 FILLER                 PIC X(5) VALUE "PAGE:".
                 05 PRINT-PAGE-NUMBER      PIC ZZZ9.

       01  SUBTITLE-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 SUB-OPERATOR-ID        PIC X(10).

       01  COLUMN-HEADING-LINE.
                 05 FILLER                 PIC X(15) VALUE
                                           "  REPORT".
                 05 FILLER                 PIC X(9) VALUE "RUN DATE".
                 05 FILLER                 PIC X(3) VALUE "CPY".
                 05 FILLER                 PIC X(6) VALUE " PAGES".
                 05 FILLER                 PIC X(8) VALUE "   LINES".
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 FILLER                 PIC X(30) VALUE
                                           "SECTION / RESULT".

       01  RECIPIENT-LINE.
                 05 FILLER                 PIC X(11) VALUE
                                           "RECIPIENT: ".
                 05 PRINT-RECIPIENT        PIC X(10).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-RECIPIENT-NAME   PIC X(30).
                 05 FILLER                 PIC X(8) VALUE
                                           " BUNDLE ".
                 05 PRINT-BUNDLE-NAME      PIC X(20).

       01  DETAIL-LINE.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-REPORT-NAME      PIC X(12).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-CATALOG-DATE     PIC 9(8).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-COPIES           PIC Z9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-PAGES            PIC ZZZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-LINES            PIC ZZZZZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-RESULT           PIC X(30).

       01  TOTAL-LINE.
                 05 PRINT-TOTAL-COUNT      PIC ZZZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-TOTAL-TEXT       PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "N" TO END-OF-FILE.
            PERFORM READ-NEXT-DIST-ROW.
            PERFORM DISTRIBUTE-ONE-RECIPIENT
                 UNTIL END-OF-FILE = "Y".
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           PERFORM GET-THE-SINCE-DATE.
           OPEN INPUT DISTRIBUTION-FILE.
           IF DIST-FILE-STATUS NOT = "00" AND
              DIST-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN RPTDST.DAT - STATUS "
                             DIST-FILE-STATUS
                     STOP RUN.
           OPEN OUTPUT PRINTER-FILE.
           PERFORM START-NEW-PAGE.

      * THE CYCLE KEYS ITS BUSINESS DATE, SO REPORTS FILED AFTER
      * MIDNIGHT ON A LONG NIGHT ARE STILL PICKED UP.
       GET-THE-SINCE-DATE.
           DISPLAY "DISTRIBUTE REPORTS CATALOGUED SINCE (YYYYMMDD, "
                   "BLANK FOR TODAY) ? ".
           ACCEPT SINCE-ENTRY.
           IF SINCE-ENTRY = SPACE
                     MOVE TODAYS-DATE TO THE-SINCE-DATE
           ELSE
                     IF SINCE-ENTRY IS NUMERIC AND
                        SINCE-ENTRY (5:2) > "00" AND
                        SINCE-ENTRY (5:2) < "13" AND
                        SINCE-ENTRY (7:2) > "00" AND
                        SINCE-ENTRY (7:2) < "32"
                               MOVE SINCE-ENTRY TO THE-SINCE-DATE
                     ELSE
                               DISPLAY "DATE MUST BE YYYYMMDD"
                               GO TO GET-THE-SINCE-DATE.

       CLOSING-PROCEDURE.
           CLOSE DISTRIBUTION-FILE.
           IF RECIPIENTS-BUNDLED = ZERO
                     MOVE "NOTHING NEW TO DISTRIBUTE" TO
                          PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE RECIPIENTS-BUNDLED TO PRINT-TOTAL-COUNT.
           MOVE "BUNDLE(S) ASSEMBLED" TO PRINT-TOTAL-TEXT.
           PERFORM PRINT-A-TOTAL-LINE.
           MOVE RUNS-ENCLOSED TO PRINT-TOTAL-COUNT.
           MOVE "REPORT RUN(S) ENCLOSED AND LOGGED" TO
                PRINT-TOTAL-TEXT.
           PERFORM PRINT-A-TOTAL-LINE.
           MOVE RUNS-WITH-NO-PAGES TO PRINT-TOTAL-COUNT.
           MOVE "RUN(S) WITH NO PAGES FOR THE SECTION - LOGGED" TO
                PRINT-TOTAL-TEXT.
           PERFORM PRINT-A-TOTAL-LINE.
           MOVE CAPTURES-MISSING TO PRINT-TOTAL-COUNT.
           MOVE "RUN(S) WHOSE CAPTURE IS MISSING - NOT SENT" TO
                PRINT-TOTAL-TEXT.
           PERFORM PRINT-A-TOTAL-LINE.
           IF RUNS-NOT-REACHED > ZERO
                     MOVE RUNS-NOT-REACHED TO PRINT-TOTAL-COUNT
                     MOVE "RUN(S) NOT REACHED - RUN AGAIN" TO
                          PRINT-TOTAL-TEXT
                     PERFORM PRINT-A-TOTAL-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           CLOSE PRINTER-FILE.
           DISPLAY RECIPIENTS-BUNDLED " BUNDLE(S), "
                   RUNS-ENCLOSED " REPORT RUN(S) DISTRIBUTED".

       PRINT-A-TOTAL-LINE.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       READ-NEXT-DIST-ROW.
           READ DISTRIBUTION-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

      ******************************************************************
      * ONE RECIPIENT AT A TIME - THE LIST IS IN RECIPIENT ORDER, SO
      * THEIR ROWS COME TOGETHER. EVERYTHING NEW FOR THEM IS GATHERED
      * FIRST, THEN THE BUNDLE IS ASSEMBLED AND LOGGED IN ONE GO.
      ******************************************************************
       DISTRIBUTE-ONE-RECIPIENT.
           MOVE DIST-RECIPIENT TO THE-RECIPIENT.
           MOVE DIST-RECIPIENT-NAME TO THE-RECIPIENT-NAME.
           MOVE ZERO TO PENDING-COUNT.
           PERFORM GATHER-ONE-DIST-ROW
                 UNTIL END-OF-FILE = "Y" OR
                       DIST-RECIPIENT NOT = THE-RECIPIENT.
           IF PENDING-COUNT > ZERO
                     PERFORM BUILD-THE-BUNDLE-NAME
                     PERFORM PREPARE-ONE-PENDING
                          VARYING PENDING-INDEX FROM 1 BY 1
                          UNTIL PENDING-INDEX > PENDING-COUNT
                     PERFORM ASSEMBLE-THE-BUNDLE
                     PERFORM LOG-THE-BUNDLE
                     PERFORM PRINT-THE-RECIPIENT.

      * GATHER-ONE-DIST-ROW READS THE CATALOG FROM THE TOP FOR THE
      * ROW'S REPORT, THE WAY APYRE01 RESCANS ITS CHECK REGISTER.
       GATHER-ONE-DIST-ROW.
           OPEN INPUT CATALOG-FILE.
           IF CATALOG-FILE-STATUS = "00"
                     MOVE "N" TO CATALOG-END-OF-FILE
                     PERFORM READ-NEXT-CATALOG-ROW
                     PERFORM CHECK-ONE-CATALOG-ROW
                          UNTIL CATALOG-END-OF-FILE = "Y".
           CLOSE CATALOG-FILE.
           PERFORM READ-NEXT-DIST-ROW.

       READ-NEXT-CATALOG-ROW.
           READ CATALOG-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO CATALOG-END-OF-FILE.

      * A REPORT FILED TWICE IN A DAY HAS TWO CATALOG ROWS BUT ONE
      * CAPTURE, SO IT IS GATHERED ONCE. PAST THE TABLE'S SIZE A RUN
      * IS LEFT UNLOGGED AND GOES OUT ON THE NEXT RUN.
       CHECK-ONE-CATALOG-ROW.
           IF CATALOG-REPORT-NAME = DIST-REPORT-NAME AND
              CATALOG-DATE NOT < THE-SINCE-DATE
                     PERFORM CHECK-FOR-A-PRIOR-SEND
                     IF ALREADY-SENT = "N"
                               PERFORM ADD-A-PENDING-RUN.
           PERFORM READ-NEXT-CATALOG-ROW.

       CHECK-FOR-A-PRIOR-SEND.
           MOVE "N" TO ALREADY-SENT.
           PERFORM CHECK-ONE-PENDING-RUN
                 VARYING PENDING-INDEX FROM 1 BY 1
                 UNTIL PENDING-INDEX > PENDING-COUNT.
           IF ALREADY-SENT = "N"
                     PERFORM CHECK-THE-LOG.

       CHECK-ONE-PENDING-RUN.
           IF PEND-CAPTURE-NAME (PENDING-INDEX) =
              CATALOG-CAPTURE-NAME
                     MOVE "Y" TO ALREADY-SENT.

       CHECK-THE-LOG.
           OPEN INPUT DIST-LOG-FILE.
           IF DIST-LOG-STATUS = "00"
                     MOVE "N" TO LOG-END-OF-FILE
                     PERFORM READ-NEXT-LOG-ROW
                     PERFORM CHECK-ONE-LOG-ROW
                          UNTIL LOG-END-OF-FILE = "Y".
           CLOSE DIST-LOG-FILE.

       READ-NEXT-LOG-ROW.
           READ DIST-LOG-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO LOG-END-OF-FILE.

       CHECK-ONE-LOG-ROW.
           IF DLOG-RECIPIENT = THE-RECIPIENT AND
              DLOG-CAPTURE-NAME = CATALOG-CAPTURE-NAME
                     MOVE "Y" TO ALREADY-SENT
                     MOVE "Y" TO LOG-END-OF-FILE
           ELSE
                     PERFORM READ-NEXT-LOG-ROW.

       ADD-A-PENDING-RUN.
           IF PENDING-COUNT = 100
                     ADD 1 TO RUNS-NOT-REACHED
           ELSE
                     ADD 1 TO PENDING-COUNT
                     MOVE CATALOG-REPORT-NAME TO
                          PEND-REPORT-NAME (PENDING-COUNT)
                     MOVE CATALOG-DATE TO
                          PEND-CATALOG-DATE (PENDING-COUNT)
                     MOVE CATALOG-CAPTURE-NAME TO
                          PEND-CAPTURE-NAME (PENDING-COUNT)
                     MOVE DIST-COPIES TO PEND-COPIES (PENDING-COUNT)
                     MOVE DIST-SECTION-FILTER TO
                          PEND-FILTER (PENDING-COUNT)
                     MOVE ZERO TO PEND-PAGES-SENT (PENDING-COUNT)
                     MOVE ZERO TO PEND-LINES-SENT (PENDING-COUNT)
                     MOVE "S" TO PEND-RESULT (PENDING-COUNT).

      * THE BUNDLE IS NAMED FOR THE RECIPIENT AND THE DAY, THE WAY
      * RPTSAV01 NAMES A CAPTURE - CREDIT BECOMES CREDIT.B20260822.
       BUILD-THE-BUNDLE-NAME.
           MOVE ZEROES TO STEM-LENGTH.
           INSPECT THE-RECIPIENT TALLYING STEM-LENGTH
                     FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE SPACE TO BUNDLE-NAME.
           MOVE THE-RECIPIENT (1:STEM-LENGTH) TO
                     BUNDLE-NAME (1:STEM-LENGTH).
           MOVE ".B" TO BUNDLE-NAME (STEM-LENGTH + 1:2).
           MOVE TODAYS-DATE TO DATE-AS-TEXT.
           MOVE DATE-AS-TEXT TO BUNDLE-NAME (STEM-LENGTH + 3:8).

      ******************************************************************
      * PICKING THE PAGES. A BLANK FILTER TAKES EVERY PAGE WITH
      * ANYTHING PRINTED ON IT - THE FEED AFTER A REPORT'S LAST LINE
      * LEAVES AN EMPTY PAGE BEHIND; OTHERWISE A PAGE IS TAKEN IF
      * ANY LINE ON IT CARRIES THE FILTER TEXT.
      ******************************************************************
       PREPARE-ONE-PENDING.
           PERFORM PICK-THE-PAGES.
           IF CAPTURE-FOUND = "N"
                     MOVE "M" TO PEND-RESULT (PENDING-INDEX)
                     ADD 1 TO CAPTURES-MISSING
           ELSE
                     MOVE PAGES-PICKED TO
                          PEND-PAGES-SENT (PENDING-INDEX)
                     IF PAGES-PICKED = ZERO
                               MOVE "N" TO PEND-RESULT (PENDING-INDEX)
                               ADD 1 TO RUNS-WITH-NO-PAGES
                     ELSE
                               ADD 1 TO RUNS-ENCLOSED.

       PICK-THE-PAGES.
           MOVE ZERO TO PAGES-PICKED.
           MOVE PEND-CAPTURE-NAME (PENDING-INDEX) TO CAPTURE-FILE-NAME.
           PERFORM LOAD-THE-PAGE-MAP.
           MOVE "Y" TO CAPTURE-FOUND.
           OPEN INPUT CAPTURE-FILE.
           IF CAPTURE-FILE-STATUS NOT = "00"
                     MOVE "N" TO CAPTURE-FOUND
           ELSE
                     PERFORM SET-THE-FILTER-LENGTH
                     PERFORM SCAN-THE-CAPTURE
                     CLOSE CAPTURE-FILE
                     PERFORM COUNT-ONE-PICKED-PAGE
                          VARYING PAGE-INDEX FROM 1 BY 1
                          UNTIL PAGE-INDEX > PAGE-TOTAL.

      * LOAD-THE-PAGE-MAP READS THE .P FILE BESIDE THE CAPTURE. WITH
      * NO MAP THE WHOLE CAPTURE IS ONE PAGE.
       LOAD-THE-PAGE-MAP.
           MOVE ZERO TO PAGE-TOTAL.
           MOVE CAPTURE-FILE-NAME TO PAGE-MAP-NAME.
           MOVE ZEROES TO STEM-LENGTH.
           INSPECT CAPTURE-FILE-NAME TALLYING STEM-LENGTH
                     FOR CHARACTERS BEFORE INITIAL ".R".
           IF STEM-LENGTH < 29
                     MOVE ".P" TO PAGE-MAP-NAME (STEM-LENGTH + 1:2)
                     OPEN INPUT PAGE-MAP-FILE
                     IF PAGE-MAP-STATUS = "00"
                               MOVE "N" TO MAP-END-OF-FILE
                               PERFORM READ-NEXT-MAP-ROW
                               PERFORM LOAD-ONE-MAP-ROW
                                    UNTIL MAP-END-OF-FILE = "Y"
                               CLOSE PAGE-MAP-FILE
                     END-IF.
           IF PAGE-TOTAL = ZERO
                     MOVE 1 TO PAGE-TOTAL
                     MOVE 1 TO PAGE-START-LINE (1).

       READ-NEXT-MAP-ROW.
           READ PAGE-MAP-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO MAP-END-OF-FILE.

       LOAD-ONE-MAP-ROW.
           IF PAGE-TOTAL < 2000
                     ADD 1 TO PAGE-TOTAL
                     MOVE PAGE-MAP-START-LINE TO
                          PAGE-START-LINE (PAGE-TOTAL).
           PERFORM READ-NEXT-MAP-ROW.

       SET-THE-FILTER-LENGTH.
           MOVE 30 TO FILTER-LENGTH.
           PERFORM SHORTEN-THE-FILTER
                 UNTIL FILTER-LENGTH = ZERO OR
                       PEND-FILTER (PENDING-INDEX)
                            (FILTER-LENGTH:1) NOT = SPACE.

       SHORTEN-THE-FILTER.
           SUBTRACT 1 FROM FILTER-LENGTH.

       SCAN-THE-CAPTURE.
           PERFORM CLEAR-ONE-PAGE-PICK
                 VARYING PAGE-INDEX FROM 1 BY 1
                 UNTIL PAGE-INDEX > PAGE-TOTAL.
           MOVE ZERO TO CAPTURE-LINE-NUMBER.
           MOVE 1 TO CURRENT-PAGE.
           MOVE "N" TO CAPTURE-END-OF-FILE.
           PERFORM READ-NEXT-CAPTURE-LINE.
           PERFORM SCAN-ONE-CAPTURE-LINE
                UNTIL CAPTURE-END-OF-FILE = "Y".

       CLEAR-ONE-PAGE-PICK.
           MOVE "N" TO PAGE-PICKED (PAGE-INDEX).

       COUNT-ONE-PICKED-PAGE.
           IF PAGE-PICKED (PAGE-INDEX) = "Y"
                     ADD 1 TO PAGES-PICKED.

       READ-NEXT-CAPTURE-LINE.
           READ CAPTURE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO CAPTURE-END-OF-FILE.
           IF CAPTURE-END-OF-FILE NOT = "Y"
                     PERFORM FIND-THE-LINE-PAGE.

      * FIND-THE-LINE-PAGE MOVES CURRENT-PAGE ON WHEN THE LINE JUST
      * READ IS THE ONE THE NEXT PAGE STARTS ON.
       FIND-THE-LINE-PAGE.
           ADD 1 TO CAPTURE-LINE-NUMBER.
           MOVE "N" TO PAGE-WAS-STARTED.
           IF CAPTURE-LINE-NUMBER = 1
                     MOVE "Y" TO PAGE-WAS-STARTED.
           IF CURRENT-PAGE < PAGE-TOTAL
                     IF CAPTURE-LINE-NUMBER NOT <
                        PAGE-START-LINE (CURRENT-PAGE + 1)
                               ADD 1 TO CURRENT-PAGE
                               MOVE "Y" TO PAGE-WAS-STARTED.

       SCAN-ONE-CAPTURE-LINE.
           MOVE ZERO TO MATCH-COUNT.
           IF FILTER-LENGTH = ZERO
                     IF CAPTURE-RECORD NOT = SPACE
                               MOVE 1 TO MATCH-COUNT
                     END-IF
           ELSE
                     INSPECT CAPTURE-RECORD TALLYING MATCH-COUNT
                               FOR ALL PEND-FILTER (PENDING-INDEX)
                                             (1:FILTER-LENGTH).
           IF MATCH-COUNT > ZERO
                     MOVE "Y" TO PAGE-PICKED (CURRENT-PAGE).
           PERFORM READ-NEXT-CAPTURE-LINE.

      ******************************************************************
      * THE BUNDLE - A COVER SHEET, THEN EACH RUN ENCLOSED, EVERY
      * COPY AND EVERY PICKED PAGE STARTING ON A FRESH SHEET. A
      * SECOND RUN IN A DAY ADDS TO THE DAY'S BUNDLE.
      ******************************************************************
       ASSEMBLE-THE-BUNDLE.
           ADD 1 TO RECIPIENTS-BUNDLED.
           OPEN EXTEND BUNDLE-FILE.
           IF BUNDLE-FILE-STATUS NOT = "00" AND
              BUNDLE-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN " BUNDLE-NAME
                             " - STATUS " BUNDLE-FILE-STATUS
                     STOP RUN.
           PERFORM WRITE-THE-COVER-SHEET.
           PERFORM ENCLOSE-ONE-PENDING
                VARYING PENDING-INDEX FROM 1 BY 1
                UNTIL PENDING-INDEX > PENDING-COUNT.
           CLOSE BUNDLE-FILE.

       WRITE-THE-COVER-SHEET.
           MOVE COVER-TITLE-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD AFTER ADVANCING PAGE.
           MOVE THE-RECIPIENT TO COVER-RECIPIENT.
           MOVE THE-RECIPIENT-NAME TO COVER-RECIPIENT-NAME.
           MOVE COVER-FOR-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD AFTER ADVANCING 2.
           MOVE TODAYS-DATE TO COVER-DATE.
           MOVE OPERATOR-ID TO COVER-OPERATOR-ID.
           MOVE COVER-DATE-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD AFTER ADVANCING 1.
           MOVE COVER-COLUMN-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD AFTER ADVANCING 2.
           PERFORM WRITE-ONE-COVER-LINE
                VARYING PENDING-INDEX FROM 1 BY 1
                UNTIL PENDING-INDEX > PENDING-COUNT.

       WRITE-ONE-COVER-LINE.
           MOVE PEND-REPORT-NAME (PENDING-INDEX) TO COVER-REPORT-NAME.
           MOVE PEND-CATALOG-DATE (PENDING-INDEX) TO
                COVER-CATALOG-DATE.
           MOVE PEND-COPIES (PENDING-INDEX) TO COVER-COPIES.
           MOVE PEND-PAGES-SENT (PENDING-INDEX) TO COVER-PAGES.
           IF PEND-FILTER (PENDING-INDEX) = SPACE
                     MOVE "WHOLE REPORT" TO COVER-SECTION
           ELSE
                     MOVE PEND-FILTER (PENDING-INDEX) TO
                          COVER-SECTION.
           IF PEND-HAS-NO-PAGES (PENDING-INDEX)
                     MOVE ZERO TO COVER-COPIES.
           IF PEND-IS-MISSING (PENDING-INDEX)
                     MOVE ZERO TO COVER-COPIES
                     MOVE "NOT ENCLOSED - CAPTURE MISSING" TO
                          COVER-SECTION.
           MOVE COVER-DETAIL-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD AFTER ADVANCING 1.

       ENCLOSE-ONE-PENDING.
           IF PEND-IS-ENCLOSED (PENDING-INDEX)
                     PERFORM PICK-THE-PAGES
                     PERFORM ENCLOSE-ONE-COPY
                          VARYING COPY-NUMBER FROM 1 BY 1
                          UNTIL COPY-NUMBER >
                                PEND-COPIES (PENDING-INDEX).

       ENCLOSE-ONE-COPY.
           MOVE ZERO TO LINES-THIS-COPY.
           OPEN INPUT CAPTURE-FILE.
           IF CAPTURE-FILE-STATUS = "00"
                     MOVE ZERO TO CAPTURE-LINE-NUMBER
                     MOVE 1 TO CURRENT-PAGE
                     MOVE "N" TO CAPTURE-END-OF-FILE
                     PERFORM READ-NEXT-CAPTURE-LINE
                     PERFORM ENCLOSE-ONE-LINE
                          UNTIL CAPTURE-END-OF-FILE = "Y"
                     CLOSE CAPTURE-FILE.
           MOVE LINES-THIS-COPY TO PEND-LINES-SENT (PENDING-INDEX).

       ENCLOSE-ONE-LINE.
           IF PAGE-PICKED (CURRENT-PAGE) = "Y"
                     ADD 1 TO LINES-THIS-COPY
                     MOVE CAPTURE-RECORD TO BUNDLE-RECORD
                     IF PAGE-WAS-STARTED = "Y"
                               WRITE BUNDLE-RECORD
                                     AFTER ADVANCING PAGE
                     ELSE
                               WRITE BUNDLE-RECORD
                                     AFTER ADVANCING 1.
           PERFORM READ-NEXT-CAPTURE-LINE.

      * LOG-THE-BUNDLE FILES A ROW FOR EVERY RUN THE RECIPIENT WAS
      * SENT, INCLUDING ONE WITH NO PAGES FOR THEIR SECTION - THAT
      * TOO IS A DISTRIBUTION THE AUDITOR SHOULD SEE. A MISSING
      * CAPTURE IS NOT LOGGED.
       LOG-THE-BUNDLE.
           OPEN EXTEND DIST-LOG-FILE.
           IF DIST-LOG-STATUS NOT = "00" AND
              DIST-LOG-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN RPTDLOG.DAT - STATUS "
                             DIST-LOG-STATUS
                     STOP RUN.
           PERFORM LOG-ONE-PENDING
                VARYING PENDING-INDEX FROM 1 BY 1
                UNTIL PENDING-INDEX > PENDING-COUNT.
           CLOSE DIST-LOG-FILE.

       LOG-ONE-PENDING.
           IF NOT PEND-IS-MISSING (PENDING-INDEX)
                     MOVE TODAYS-DATE TO DLOG-DATE
                     MOVE THE-RECIPIENT TO DLOG-RECIPIENT
                     MOVE PEND-REPORT-NAME (PENDING-INDEX) TO
                          DLOG-REPORT-NAME
                     MOVE PEND-CATALOG-DATE (PENDING-INDEX) TO
                          DLOG-CATALOG-DATE
                     MOVE PEND-CAPTURE-NAME (PENDING-INDEX) TO
                          DLOG-CAPTURE-NAME
                     MOVE PEND-COPIES (PENDING-INDEX) TO DLOG-COPIES
                     MOVE PEND-PAGES-SENT (PENDING-INDEX) TO
                          DLOG-PAGES-SENT
                     MOVE PEND-LINES-SENT (PENDING-INDEX) TO
                          DLOG-LINES-SENT
                     MOVE PEND-FILTER (PENDING-INDEX) TO
                          DLOG-SECTION-FILTER
                     MOVE BUNDLE-NAME TO DLOG-BUNDLE-NAME
                     MOVE OPERATOR-ID TO DLOG-OPERATOR-ID
                     WRITE DISTRIBUTION-LOG-RECORD.

      ******************************************************************
      * THE REGISTER - ONE BLOCK PER RECIPIENT BUNDLED.
      ******************************************************************
       PRINT-THE-RECIPIENT.
           IF LINE-COUNT > MAXIMUM-LINES - PENDING-COUNT - 2
                     PERFORM START-NEW-PAGE.
           MOVE THE-RECIPIENT TO PRINT-RECIPIENT.
           MOVE THE-RECIPIENT-NAME TO PRINT-RECIPIENT-NAME.
           MOVE BUNDLE-NAME TO PRINT-BUNDLE-NAME.
           MOVE RECIPIENT-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO LINE-COUNT.
           PERFORM PRINT-ONE-PENDING
                VARYING PENDING-INDEX FROM 1 BY 1
                UNTIL PENDING-INDEX > PENDING-COUNT.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO LINE-COUNT.

       PRINT-ONE-PENDING.
           IF LINE-COUNT > MAXIMUM-LINES
                     PERFORM START-NEW-PAGE.
           MOVE PEND-REPORT-NAME (PENDING-INDEX) TO PRINT-REPORT-NAME.
           MOVE PEND-CATALOG-DATE (PENDING-INDEX) TO
                PRINT-CATALOG-DATE.
           MOVE PEND-COPIES (PENDING-INDEX) TO PRINT-COPIES.
           MOVE PEND-PAGES-SENT (PENDING-INDEX) TO PRINT-PAGES.
           MOVE PEND-LINES-SENT (PENDING-INDEX) TO PRINT-LINES.
           IF PEND-FILTER (PENDING-INDEX) = SPACE
                     MOVE "WHOLE REPORT" TO PRINT-RESULT
           ELSE
                     MOVE PEND-FILTER (PENDING-INDEX) TO PRINT-RESULT.
           IF PEND-HAS-NO-PAGES (PENDING-INDEX)
                     MOVE "NO PAGES CARRY THE SECTION" TO
                          PRINT-RESULT.
           IF PEND-IS-MISSING (PENDING-INDEX)
                     MOVE "CAPTURE MISSING - NOT SENT" TO
                          PRINT-RESULT.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO LINE-COUNT.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
           MOVE TODAYS-DATE TO PRINT-RUN-DATE.
           MOVE THE-SINCE-DATE TO PRINT-SINCE-DATE.
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

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM RPTDST01.
