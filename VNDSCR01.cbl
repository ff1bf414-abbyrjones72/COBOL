      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDSCR01.

      ******************************************************************
      * This program is the vendor performance scorecard - who
      * actually delivers, for the buyer choosing a vendor in
      * POGEN01 or PVXMNT01. For a requested date range it takes
      * every open or closed PO on POHDR.DAT dated in the range and
      * scores each vendor on:
      *   ON-TIME   receipts logged by PORCV01 on PORCPT.DAT on or
      *             before the PO-EXPECTED-DATE, out of all those
      *             receipts plus every open line still outstanding
      *             past its expected date;
      *   DAYS LATE the average days late of the late receipts and
      *             of the overdue lines (counted to today);
      *   FILL RATE quantity received against quantity ordered, on
      *             the lines that are due - the PO is closed or its
      *             expected date has passed;
      *   RETURNS   quantity PORTN01 has sent back, against quantity
      *             received;
      *   COST      the price paid on each receipt against the
      *             XREF-LAST-COST held on PRODVEND.DAT before it,
      *             as a percent - plus is paying more than last
      *             time. A receipt with no earlier cost is left out.
      *
      * THE SCORE IS OUT OF 100: 40 FOR ON-TIME, 30 FOR FILL RATE,
      * 20 FOR RETURNS AND 10 FOR COST, EACH IN PROPORTION. A VENDOR
      * WITH NOTHING YET DUE OR RECEIVED IS GIVEN FULL MARKS ON THAT
      * MEASURE AND IT PRINTS AS A DASH. VENDORS PRINT WORST FIRST,
      * AND ANY SCORING UNDER THE REVIEW LEVEL IS FLAGGED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT VENDOR-FILE
                           ASSIGN TO "VENDOR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS VENDOR-NUMBER
                           FILE STATUS IS VENDOR-FILE-STATUS.

                 SELECT PO-HEADER-FILE
                           ASSIGN TO "POHDR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PO-NUMBER
                           FILE STATUS IS PO-FILE-STATUS.

                 SELECT OPTIONAL PO-LINE-FILE
                           ASSIGN TO "POLINE.DAT"
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS POLINE-FILE-STATUS.

                 SELECT OPTIONAL RECEIPT-LOG-FILE
                           ASSIGN TO "PORCPT.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RECEIPT-FILE-STATUS.

                 SELECT SCORE-FILE
                           ASSIGN TO "VNDSCR1.WRK"
                           ORGANIZATION IS SEQUENTIAL.

                 SELECT SCORE-SORT-FILE
                           ASSIGN TO "VNDSCR2.WRK".

                 SELECT RANKED-SCORE-FILE
                           ASSIGN TO "VNDSCR3.WRK"
                           ORGANIZATION IS SEQUENTIAL.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WVENDF.

      * PO-HEADER-RECORD AND PO-LINE-RECORD ARE THE SHARED PO
      * LAYOUTS - SEE COPYBOOKS/WPOHDR.CPY AND WPOLINE.CPY.
       FD  PO-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPOHDR.

       FD  PO-LINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPOLINE.

      * PO-RECEIPT-RECORD IS THE SHARED RECEIPT LOG LAYOUT - SEE
      * COPYBOOKS/WPORCPT.CPY.
       FD  RECEIPT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPORCPT.

      * ONE ROW PER VENDOR, THE SCORE LEADING SO THE RANKING SORT
      * HAS ITS KEY UP FRONT.
       FD  SCORE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCORE-RECORD.
                 05 SCORE-VALUE                PIC 9(3)V9.
                 05 SCORE-VENDOR-NUMBER        PIC 9(5).
                 05 SCORE-VENDOR-NAME          PIC X(20).
                 05 SCORE-LINES                PIC 9(5).
                 05 SCORE-DUE-ORDERED          PIC 9(9).
                 05 SCORE-DUE-RECEIVED         PIC 9(9).
                 05 SCORE-FILL-PERCENT         PIC 9(3)V9.
                 05 SCORE-DELIVERIES           PIC 9(5).
                 05 SCORE-ON-TIME-PERCENT      PIC 9(3)V9.
                 05 SCORE-LATE-COUNT           PIC 9(5).
                 05 SCORE-AVERAGE-LATE         PIC 9(4)V9.
                 05 SCORE-RETURNED             PIC 9(9).
                 05 SCORE-RETURN-PERCENT       PIC 9(3)V9.
                 05 SCORE-COST-BASE            PIC S9(11)V99.
                 05 SCORE-COST-PERCENT         PIC S9(3)V9.

       SD  SCORE-SORT-FILE.
       01  SSORT-RECORD.
                 05 SSORT-VALUE                PIC 9(3)V9.
                 05 SSORT-VENDOR-NUMBER        PIC 9(5).
                 05 FILLER                     PIC X(96).

       FD  RANKED-SCORE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RANKED-SCORE-RECORD.
                 05 RANKED-VALUE               PIC 9(3)V9.
                 05 RANKED-VENDOR-NUMBER       PIC 9(5).
                 05 RANKED-VENDOR-NAME         PIC X(20).
                 05 RANKED-LINES               PIC 9(5).
                 05 RANKED-DUE-ORDERED         PIC 9(9).
                 05 RANKED-DUE-RECEIVED        PIC 9(9).
                 05 RANKED-FILL-PERCENT        PIC 9(3)V9.
                 05 RANKED-DELIVERIES          PIC 9(5).
                 05 RANKED-ON-TIME-PERCENT     PIC 9(3)V9.
                 05 RANKED-LATE-COUNT          PIC 9(5).
                 05 RANKED-AVERAGE-LATE        PIC 9(4)V9.
                 05 RANKED-RETURNED            PIC 9(9).
                 05 RANKED-RETURN-PERCENT      PIC 9(3)V9.
                 05 RANKED-COST-BASE           PIC S9(11)V99.
                 05 RANKED-COST-PERCENT        PIC S9(3)V9.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  VENDOR-FILE-STATUS        PIC XX.
       01  PO-FILE-STATUS            PIC XX.
       01  POLINE-FILE-STATUS        PIC XX.
       01  RECEIPT-FILE-STATUS       PIC XX.
       01  END-OF-FILE               PIC X.
       01  RECORD-FOUND              PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

      * THE REQUESTED DATE RANGE, ON THE PO DATE - A BLANK ENTRY
      * LEAVES THAT END OF THE RANGE OPEN.
       01  FROM-DATE-ENTRY           PIC X(8).
       01  TO-DATE-ENTRY             PIC X(8).
       01  RANGE-FROM-DATE           PIC 9(8).
       01  RANGE-TO-DATE             PIC 9(8).
       01  TODAYS-DATE               PIC 9(8).

      * THE PO LAST LOOKED UP, SO A RUN OF LINES OR RECEIPTS ON THE
      * SAME PO READS THE HEADER ONCE.
       01  LAST-PO-NUMBER            PIC 9(7).
       01  PO-IS-IN-SCOPE            PIC X.

      * A VENDOR SCORING UNDER THIS IS FLAGGED FOR REVIEW.
       01  REVIEW-LEVEL              PIC 9(3)V9 VALUE 75.0.

      * THE PER-VENDOR TABLE, FILLED AS THE LINES AND RECEIPTS ARE
      * READ.
       01  VENDOR-TABLE.
                 05 VENDOR-ROW OCCURS 500 TIMES.
                           10 VND-NUMBER         PIC 9(5).
                           10 VND-LINES          PIC 9(5).
                           10 VND-DUE-ORDERED    PIC 9(9).
                           10 VND-DUE-RECEIVED   PIC 9(9).
                           10 VND-RECEIVED       PIC 9(9).
                           10 VND-RETURNED       PIC 9(9).
                           10 VND-RECEIPTS       PIC 9(5).
                           10 VND-ON-TIME        PIC 9(5).
                           10 VND-OVERDUE-LINES  PIC 9(5).
                           10 VND-LATE-COUNT     PIC 9(5).
                           10 VND-LATE-DAYS      PIC 9(7).
                           10 VND-COST-BASE      PIC S9(11)V99.
                           10 VND-COST-VARIANCE  PIC S9(11)V99.
       01  VENDORS-HELD              PIC 9(3) VALUE ZERO.
       01  VENDOR-SUBSCRIPT          PIC 9(3).
       01  THE-VENDOR-NUMBER         PIC 9(5).
       01  VENDOR-WAS-HELD           PIC X.
       01  ROWS-LEFT-OUT             PIC 9(7) VALUE ZERO.
       01  VENDORS-LISTED            PIC 9(5) VALUE ZERO.

      * WORK FIELDS FOR THE SCORE.
       01  DELIVERY-COUNT            PIC 9(5).
       01  ON-TIME-PERCENT           PIC 9(3)V9.
       01  FILL-PERCENT              PIC 9(3)V9.
       01  RETURN-PERCENT            PIC 9(3)V9.
       01  COST-PERCENT              PIC S9(5)V9.
       01  COST-PENALTY              PIC 9(3)V9.
       01  LINE-VARIANCE             PIC S9(11)V99.

      * DAYS LATE ARE COUNTED BY WALKING THE EXPECTED DATE FORWARD
      * TO THE RECEIPT DATE (OR TO TODAY), THE WAY ORDFIL01 TIMES A
      * BACK-ORDER WAIT. PAST 9999 DAYS IS A DATA PROBLEM AND PEGS.
       01  THE-LATE-DAYS             PIC 9(4).
       01  LATE-FROM-DATE            PIC 9(8).
       01  LATE-UNTIL-DATE           PIC 9(8).
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

       01  RANK-NUMBER               PIC 9(5).
       01  PRINT-LINES               PIC 99.
       01  PAGE-NUMBER               PIC 9(5).

      * Structures for the printed report.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(35) VALUE
                                 "VENDOR PERFORMANCE SCORECARD - FROM".
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-FROM-DATE        PIC 9(8).
                 05 FILLER                 PIC X(4) VALUE " TO ".
                 05 PRINT-TO-DATE          PIC 9(8).
                 05 FILLER                 PIC X(10) VALUE SPACE.
                 05 FILLER                 PIC X(5) VALUE "Page".
                 05 PRINT-PAGE-NUMBER      PIC ZZZZ9.

       01  SUBTITLE-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 SUB-OPERATOR-ID        PIC X(10).
                 05 FILLER                 PIC X(38) VALUE
                         "   RANKED WORST FIRST - REVIEW BELOW ".
                 05 PRINT-REVIEW-LEVEL     PIC ZZ9.9.

       01  COLUMN-HEADING-LINE.
                 05 FILLER                 PIC X(6) VALUE "RANK".
                 05 FILLER                 PIC X(6) VALUE "VENDR".
                 05 FILLER                 PIC X(21) VALUE "NAME".
                 05 FILLER                 PIC X(5) VALUE "LINES".
                 05 FILLER                 PIC X(9) VALUE
                                           "  QTY DUE".
                 05 FILLER                 PIC X(9) VALUE
                                           " RECEIVED".
                 05 FILLER                 PIC X(7) VALUE
                                           "  FILL%".
                 05 FILLER                 PIC X(6) VALUE
                                           " DELIV".
                 05 FILLER                 PIC X(7) VALUE
                                           " ONTIM%".
                 05 FILLER                 PIC X(8) VALUE
                                           " AVGLATE".
                 05 FILLER                 PIC X(9) VALUE
                                           " RETURNED".
                 05 FILLER                 PIC X(7) VALUE
                                           "  RTRN%".
                 05 FILLER                 PIC X(9) VALUE
                                           "    COST%".
                 05 FILLER                 PIC X(7) VALUE
                                           "  SCORE".

       01  SCORE-DETAIL-LINE.
                 05 PRINT-RANK             PIC ZZZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-VENDOR-NUMBER    PIC 9(5).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-VENDOR-NAME      PIC X(20).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-LINES-COUNT      PIC ZZZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-DUE-ORDERED      PIC ZZZZZZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-DUE-RECEIVED     PIC ZZZZZZZ9.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-FILL-PERCENT     PIC ZZ9.9.
                 05 PRINT-NO-FILL REDEFINES PRINT-FILL-PERCENT
                                           PIC X(5).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-DELIVERIES       PIC ZZZZ9.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-ON-TIME-PERCENT  PIC ZZ9.9.
                 05 PRINT-NO-ON-TIME REDEFINES PRINT-ON-TIME-PERCENT
                                           PIC X(5).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-AVERAGE-LATE     PIC ZZZ9.9.
                 05 PRINT-NO-LATE REDEFINES PRINT-AVERAGE-LATE
                                           PIC X(6).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-RETURNED         PIC ZZZZZZZ9.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-RETURN-PERCENT   PIC ZZ9.9.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-COST-PERCENT     PIC ZZZ9.9-.
                 05 PRINT-NO-COST REDEFINES PRINT-COST-PERCENT
                                           PIC X(7).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-SCORE            PIC ZZ9.9.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-REVIEW-FLAG      PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            PERFORM TAKE-IN-THE-PO-LINES.
            PERFORM TAKE-IN-THE-RECEIPTS.
            PERFORM BUILD-THE-SCORE-ROWS.
            SORT SCORE-SORT-FILE
                      ON ASCENDING KEY SSORT-VALUE
                                       SSORT-VENDOR-NUMBER
                      USING SCORE-FILE
                      GIVING RANKED-SCORE-FILE.
            PERFORM PRINT-THE-SCORECARD.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
           PERFORM GET-THE-DATE-RANGE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN VENDOR.DAT - STATUS "
                             VENDOR-FILE-STATUS
                     STOP RUN.
           OPEN INPUT PO-HEADER-FILE.
           IF PO-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN POHDR.DAT - STATUS "
                             PO-FILE-STATUS
                     STOP RUN.
           OPEN OUTPUT PRINTER-FILE.
           MOVE RANGE-FROM-DATE TO PRINT-FROM-DATE.
           MOVE RANGE-TO-DATE TO PRINT-TO-DATE.
           MOVE REVIEW-LEVEL TO PRINT-REVIEW-LEVEL.
           MOVE ZEROES TO PRINT-LINES PAGE-NUMBER.
           MOVE ZERO TO LAST-PO-NUMBER.
           MOVE "N" TO PO-IS-IN-SCOPE.
           PERFORM START-NEW-PAGE.

       CLOSING-PROCEDURE.
           PERFORM END-LAST-PAGE.
           CLOSE VENDOR-FILE.
           CLOSE PO-HEADER-FILE.
           CLOSE PRINTER-FILE.
           DISPLAY VENDORS-LISTED " VENDOR(S) SCORED".
           IF ROWS-LEFT-OUT NOT = ZERO
                     DISPLAY ROWS-LEFT-OUT " LINE(S) AND RECEIPT(S) "
                             "LEFT OUT - MORE THAN 500 VENDORS".

       GET-THE-DATE-RANGE.
           MOVE ZEROES TO RANGE-FROM-DATE.
           MOVE 99999999 TO RANGE-TO-DATE.
           DISPLAY "PO FROM DATE (YYYYMMDD, BLANK FOR ALL)? "
                   WITH NO ADVANCING.
           ACCEPT FROM-DATE-ENTRY.
           IF FROM-DATE-ENTRY IS NUMERIC
                     MOVE FROM-DATE-ENTRY TO RANGE-FROM-DATE.
           DISPLAY "PO TO DATE (YYYYMMDD, BLANK FOR ALL)? "
                   WITH NO ADVANCING.
           ACCEPT TO-DATE-ENTRY.
           IF TO-DATE-ENTRY IS NUMERIC
                     MOVE TO-DATE-ENTRY TO RANGE-TO-DATE.

      * LOOK-UP-THE-PO READS THE HEADER FOR THE PO IN PO-NUMBER AND
      * SAYS WHETHER IT COUNTS - OPEN OR CLOSED AND DATED IN THE
      * RANGE. DRAFTS WERE NEVER SENT AND CANCELLED POS NEVER CAME.
       LOOK-UP-THE-PO.
           IF PO-NUMBER NOT = LAST-PO-NUMBER
                     MOVE PO-NUMBER TO LAST-PO-NUMBER
                     PERFORM JUDGE-THE-PO.

       JUDGE-THE-PO.
           MOVE "Y" TO RECORD-FOUND.
           READ PO-HEADER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           MOVE "N" TO PO-IS-IN-SCOPE.
           IF RECORD-FOUND = "Y"
                     IF (PO-IS-OPEN OR PO-IS-CLOSED) AND
                        PO-DATE NOT < RANGE-FROM-DATE AND
                        PO-DATE NOT > RANGE-TO-DATE
                               MOVE "Y" TO PO-IS-IN-SCOPE.

      * FIND-THE-VENDOR-ROW SETS VENDOR-SUBSCRIPT TO THE TABLE ROW
      * FOR THE-VENDOR-NUMBER, STARTING ONE IF NEED BE. WITH THE
      * TABLE FULL IT IS LEFT AT ZERO AND THE ROW IS LEFT OUT.
       FIND-THE-VENDOR-ROW.
           MOVE "N" TO VENDOR-WAS-HELD.
           PERFORM LOOK-FOR-THE-VENDOR
                     VARYING VENDOR-SUBSCRIPT FROM 1 BY 1
                     UNTIL VENDOR-SUBSCRIPT > VENDORS-HELD OR
                           VENDOR-WAS-HELD = "Y".
           IF VENDOR-WAS-HELD = "Y"
                     SUBTRACT 1 FROM VENDOR-SUBSCRIPT
           ELSE
                     IF VENDORS-HELD < 500
                               ADD 1 TO VENDORS-HELD
                               MOVE VENDORS-HELD TO VENDOR-SUBSCRIPT
                               MOVE ZEROES TO
                                    VENDOR-ROW (VENDOR-SUBSCRIPT)
                               MOVE THE-VENDOR-NUMBER TO
                                    VND-NUMBER (VENDOR-SUBSCRIPT)
                     ELSE
                               MOVE ZERO TO VENDOR-SUBSCRIPT
                               ADD 1 TO ROWS-LEFT-OUT.

       LOOK-FOR-THE-VENDOR.
           IF VND-NUMBER (VENDOR-SUBSCRIPT) = THE-VENDOR-NUMBER
                     MOVE "Y" TO VENDOR-WAS-HELD.

      * TAKE-IN-THE-PO-LINES COUNTS WHAT WAS ORDERED, RECEIVED AND
      * SENT BACK ON EACH LINE OF A PO IN SCOPE, AND TIMES ANY OPEN
      * LINE STILL SHORT PAST ITS EXPECTED DATE.
       TAKE-IN-THE-PO-LINES.
           OPEN INPUT PO-LINE-FILE.
           IF POLINE-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-LINE
                     PERFORM TAKE-ONE-LINE
                          UNTIL END-OF-FILE = "Y".
           CLOSE PO-LINE-FILE.

       READ-NEXT-LINE.
           READ PO-LINE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       TAKE-ONE-LINE.
           MOVE POLINE-PO-NUMBER TO PO-NUMBER.
           PERFORM LOOK-UP-THE-PO.
           IF PO-IS-IN-SCOPE = "Y"
                     MOVE PO-VENDOR-NUMBER TO THE-VENDOR-NUMBER
                     PERFORM FIND-THE-VENDOR-ROW
                     IF VENDOR-SUBSCRIPT NOT = ZERO
                               PERFORM COUNT-THE-LINE.
           PERFORM READ-NEXT-LINE.

       COUNT-THE-LINE.
           ADD 1 TO VND-LINES (VENDOR-SUBSCRIPT).
           ADD POLINE-RECEIVED-QTY TO VND-RECEIVED (VENDOR-SUBSCRIPT).
           ADD POLINE-RETURNED-QTY TO VND-RETURNED (VENDOR-SUBSCRIPT).
           IF PO-IS-CLOSED OR
              (PO-EXPECTED-DATE NOT = ZERO AND
               PO-EXPECTED-DATE < TODAYS-DATE)
                     ADD POLINE-QUANTITY TO
                               VND-DUE-ORDERED (VENDOR-SUBSCRIPT)
                     ADD POLINE-RECEIVED-QTY TO
                               VND-DUE-RECEIVED (VENDOR-SUBSCRIPT).
           IF PO-IS-OPEN AND
              POLINE-RECEIVED-QTY < POLINE-QUANTITY AND
              PO-EXPECTED-DATE NOT = ZERO AND
              PO-EXPECTED-DATE < TODAYS-DATE
                     ADD 1 TO VND-OVERDUE-LINES (VENDOR-SUBSCRIPT)
                     MOVE PO-EXPECTED-DATE TO LATE-FROM-DATE
                     MOVE TODAYS-DATE TO LATE-UNTIL-DATE
                     PERFORM COUNT-THE-LATE-DAYS.

      * TAKE-IN-THE-RECEIPTS TIMES EACH LOGGED RECEIPT ON A PO IN
      * SCOPE AGAINST THE DATE IT WAS PROMISED, AND PRICES IT
      * AGAINST THE LAST COST. A RECEIPT ON A PO WITH NO EXPECTED
      * DATE WAS NEVER PROMISED AND COUNTS AS ON TIME.
       TAKE-IN-THE-RECEIPTS.
           OPEN INPUT RECEIPT-LOG-FILE.
           IF RECEIPT-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-RECEIPT
                     PERFORM TAKE-ONE-RECEIPT
                          UNTIL END-OF-FILE = "Y".
           CLOSE RECEIPT-LOG-FILE.

       READ-NEXT-RECEIPT.
           READ RECEIPT-LOG-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       TAKE-ONE-RECEIPT.
           MOVE PORCPT-PO-NUMBER TO PO-NUMBER.
           PERFORM LOOK-UP-THE-PO.
           IF PO-IS-IN-SCOPE = "Y"
                     MOVE PORCPT-VENDOR-NUMBER TO THE-VENDOR-NUMBER
                     PERFORM FIND-THE-VENDOR-ROW
                     IF VENDOR-SUBSCRIPT NOT = ZERO
                               PERFORM COUNT-THE-RECEIPT.
           PERFORM READ-NEXT-RECEIPT.

       COUNT-THE-RECEIPT.
           ADD 1 TO VND-RECEIPTS (VENDOR-SUBSCRIPT).
           IF PORCPT-EXPECTED-DATE = ZERO OR
              PORCPT-DATE NOT > PORCPT-EXPECTED-DATE
                     ADD 1 TO VND-ON-TIME (VENDOR-SUBSCRIPT)
           ELSE
                     MOVE PORCPT-EXPECTED-DATE TO LATE-FROM-DATE
                     MOVE PORCPT-DATE TO LATE-UNTIL-DATE
                     PERFORM COUNT-THE-LATE-DAYS.
           IF PORCPT-LAST-COST NOT = ZERO AND
              PORCPT-UNIT-COST NOT = ZERO
                     COMPUTE LINE-VARIANCE =
                               (PORCPT-UNIT-COST - PORCPT-LAST-COST)
                               * PORCPT-QUANTITY
                     ADD LINE-VARIANCE TO
                               VND-COST-VARIANCE (VENDOR-SUBSCRIPT)
                     COMPUTE LINE-VARIANCE =
                               PORCPT-LAST-COST * PORCPT-QUANTITY
                     ADD LINE-VARIANCE TO
                               VND-COST-BASE (VENDOR-SUBSCRIPT).

      * COUNT-THE-LATE-DAYS WALKS LATE-FROM-DATE FORWARD TO
      * LATE-UNTIL-DATE AND PUTS THE DAYS ON THE VENDOR'S ROW.
       COUNT-THE-LATE-DAYS.
           MOVE ZEROES TO THE-LATE-DAYS.
           MOVE LATE-FROM-DATE TO WALK-DATE-WHOLE.
           PERFORM WALK-FORWARD-ONE-DAY
                 UNTIL WALK-DATE-WHOLE NOT < LATE-UNTIL-DATE OR
                       THE-LATE-DAYS = 9999.
           ADD 1 TO VND-LATE-COUNT (VENDOR-SUBSCRIPT).
           ADD THE-LATE-DAYS TO VND-LATE-DAYS (VENDOR-SUBSCRIPT).

       WALK-FORWARD-ONE-DAY.
           ADD 1 TO THE-LATE-DAYS.
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

      * BUILD-THE-SCORE-ROWS WORKS OUT EACH VENDOR'S MEASURES AND
      * SCORE AND WRITES ONE ROW APIECE FOR THE RANKING SORT.
       BUILD-THE-SCORE-ROWS.
           OPEN OUTPUT SCORE-FILE.
           PERFORM SCORE-ONE-VENDOR
                     VARYING VENDOR-SUBSCRIPT FROM 1 BY 1
                     UNTIL VENDOR-SUBSCRIPT > VENDORS-HELD.
           CLOSE SCORE-FILE.

       SCORE-ONE-VENDOR.
           MOVE SPACE TO SCORE-RECORD.
           MOVE VND-NUMBER (VENDOR-SUBSCRIPT) TO VENDOR-NUMBER
                                                 SCORE-VENDOR-NUMBER.
           READ VENDOR-FILE
                     INVALID KEY
                     MOVE "** NOT ON FILE **" TO VENDOR-NAME.
           MOVE VENDOR-NAME TO SCORE-VENDOR-NAME.
           MOVE VND-LINES (VENDOR-SUBSCRIPT) TO SCORE-LINES.
           MOVE VND-DUE-ORDERED (VENDOR-SUBSCRIPT) TO
                SCORE-DUE-ORDERED.
           MOVE VND-DUE-RECEIVED (VENDOR-SUBSCRIPT) TO
                SCORE-DUE-RECEIVED.
           MOVE VND-RETURNED (VENDOR-SUBSCRIPT) TO SCORE-RETURNED.
           MOVE VND-COST-BASE (VENDOR-SUBSCRIPT) TO SCORE-COST-BASE.
           MOVE VND-LATE-COUNT (VENDOR-SUBSCRIPT) TO
                SCORE-LATE-COUNT.
           PERFORM FIGURE-THE-ON-TIME.
           PERFORM FIGURE-THE-FILL-RATE.
           PERFORM FIGURE-THE-RETURNS.
           PERFORM FIGURE-THE-COST.
           COMPUTE SCORE-VALUE ROUNDED =
                     (ON-TIME-PERCENT * 0.4)
                     + (FILL-PERCENT * 0.3)
                     + ((100 - RETURN-PERCENT) * 0.2)
                     + ((100 - COST-PENALTY) * 0.1).
           WRITE SCORE-RECORD.
           ADD 1 TO VENDORS-LISTED.

       FIGURE-THE-ON-TIME.
           COMPUTE DELIVERY-COUNT =
                     VND-RECEIPTS (VENDOR-SUBSCRIPT)
                     + VND-OVERDUE-LINES (VENDOR-SUBSCRIPT).
           MOVE DELIVERY-COUNT TO SCORE-DELIVERIES.
           IF DELIVERY-COUNT = ZERO
                     MOVE 100 TO ON-TIME-PERCENT
           ELSE
                     COMPUTE ON-TIME-PERCENT ROUNDED =
                               VND-ON-TIME (VENDOR-SUBSCRIPT) * 100
                               / DELIVERY-COUNT.
           MOVE ON-TIME-PERCENT TO SCORE-ON-TIME-PERCENT.
           MOVE ZERO TO SCORE-AVERAGE-LATE.
           IF VND-LATE-COUNT (VENDOR-SUBSCRIPT) NOT = ZERO
                     COMPUTE SCORE-AVERAGE-LATE ROUNDED =
                               VND-LATE-DAYS (VENDOR-SUBSCRIPT)
                               / VND-LATE-COUNT (VENDOR-SUBSCRIPT).

      * A VENDOR CAN NEVER BE PAST 100 PERCENT FILLED - PORCV01
      * REFUSES AN OVER-SHIP - BUT THE FIGURE IS HELD THERE ANYWAY.
       FIGURE-THE-FILL-RATE.
           IF VND-DUE-ORDERED (VENDOR-SUBSCRIPT) = ZERO
                     MOVE 100 TO FILL-PERCENT
           ELSE
                     COMPUTE FILL-PERCENT ROUNDED =
                               VND-DUE-RECEIVED (VENDOR-SUBSCRIPT)
                               * 100
                               / VND-DUE-ORDERED (VENDOR-SUBSCRIPT)
                               ON SIZE ERROR
                               MOVE 100 TO FILL-PERCENT.
           IF FILL-PERCENT > 100
                     MOVE 100 TO FILL-PERCENT.
           MOVE FILL-PERCENT TO SCORE-FILL-PERCENT.

       FIGURE-THE-RETURNS.
           MOVE ZERO TO RETURN-PERCENT.
           IF VND-RECEIVED (VENDOR-SUBSCRIPT) NOT = ZERO
                     COMPUTE RETURN-PERCENT ROUNDED =
                               VND-RETURNED (VENDOR-SUBSCRIPT) * 100
                               / VND-RECEIVED (VENDOR-SUBSCRIPT)
                               ON SIZE ERROR
                               MOVE 100 TO RETURN-PERCENT.
           IF RETURN-PERCENT > 100
                     MOVE 100 TO RETURN-PERCENT.
           MOVE RETURN-PERCENT TO SCORE-RETURN-PERCENT.

      * THE COST PERCENT PRINTS INSIDE -999.9 TO 999.9. ONLY A RISE
      * COSTS THE VENDOR POINTS, AND A RISE OF 100 PERCENT OR MORE
      * COSTS ALL TEN.
       FIGURE-THE-COST.
           MOVE ZERO TO COST-PERCENT.
           IF VND-COST-BASE (VENDOR-SUBSCRIPT) NOT = ZERO
                     COMPUTE COST-PERCENT ROUNDED =
                               VND-COST-VARIANCE (VENDOR-SUBSCRIPT)
                               * 100
                               / VND-COST-BASE (VENDOR-SUBSCRIPT)
                               ON SIZE ERROR
                               MOVE 999.9 TO COST-PERCENT.
           IF COST-PERCENT > 999.9
                     MOVE 999.9 TO COST-PERCENT.
           IF COST-PERCENT < -999.9
                     MOVE -999.9 TO COST-PERCENT.
           MOVE COST-PERCENT TO SCORE-COST-PERCENT.
           MOVE ZERO TO COST-PENALTY.
           IF COST-PERCENT > ZERO
                     MOVE COST-PERCENT TO COST-PENALTY.
           IF COST-PERCENT > 100
                     MOVE 100 TO COST-PENALTY.

       PRINT-THE-SCORECARD.
           PERFORM PRINT-COLUMN-HEADING.
           MOVE ZERO TO RANK-NUMBER.
           OPEN INPUT RANKED-SCORE-FILE.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-RANKED-ROW.
           IF END-OF-FILE = "Y"
                     MOVE "NO PURCHASE ORDERS IN THE RANGE" TO
                               PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1
                     ADD 1 TO PRINT-LINES.
           PERFORM PRINT-ONE-RANKED-ROW
                UNTIL END-OF-FILE = "Y".
           CLOSE RANKED-SCORE-FILE.

       READ-NEXT-RANKED-ROW.
           READ RANKED-SCORE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       PRINT-ONE-RANKED-ROW.
           IF PRINT-LINES NOT < 55
                     PERFORM NEXT-PAGE
                     PERFORM PRINT-COLUMN-HEADING.
           ADD 1 TO RANK-NUMBER.
           MOVE RANK-NUMBER TO PRINT-RANK.
           MOVE RANKED-VENDOR-NUMBER TO PRINT-VENDOR-NUMBER.
           MOVE RANKED-VENDOR-NAME TO PRINT-VENDOR-NAME.
           MOVE RANKED-LINES TO PRINT-LINES-COUNT.
           MOVE RANKED-DUE-ORDERED TO PRINT-DUE-ORDERED.
           MOVE RANKED-DUE-RECEIVED TO PRINT-DUE-RECEIVED.
           IF RANKED-DUE-ORDERED = ZERO
                     MOVE "    -" TO PRINT-NO-FILL
           ELSE
                     MOVE RANKED-FILL-PERCENT TO PRINT-FILL-PERCENT.
           MOVE RANKED-DELIVERIES TO PRINT-DELIVERIES.
           IF RANKED-DELIVERIES = ZERO
                     MOVE "    -" TO PRINT-NO-ON-TIME
           ELSE
                     MOVE RANKED-ON-TIME-PERCENT TO
                               PRINT-ON-TIME-PERCENT.
           IF RANKED-LATE-COUNT = ZERO
                     MOVE "     -" TO PRINT-NO-LATE
           ELSE
                     MOVE RANKED-AVERAGE-LATE TO PRINT-AVERAGE-LATE.
           MOVE RANKED-RETURNED TO PRINT-RETURNED.
           MOVE RANKED-RETURN-PERCENT TO PRINT-RETURN-PERCENT.
           IF RANKED-COST-BASE = ZERO
                     MOVE "     - " TO PRINT-NO-COST
           ELSE
                     MOVE RANKED-COST-PERCENT TO PRINT-COST-PERCENT.
           MOVE RANKED-VALUE TO PRINT-SCORE.
           MOVE SPACE TO PRINT-REVIEW-FLAG.
           IF RANKED-VALUE < REVIEW-LEVEL
                     MOVE "REVIEW" TO PRINT-REVIEW-FLAG.
           MOVE SCORE-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.
           PERFORM READ-NEXT-RANKED-ROW.

       PRINT-COLUMN-HEADING.
           MOVE COLUMN-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
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

       END PROGRAM VNDSCR01.
