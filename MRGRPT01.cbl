      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRGRPT01.

      ******************************************************************
      * This program prints the daily below-margin approvals report:
      * every order line and quotation line a second supervisor
      * approved under cost or under the minimum margin (see
      * MRGCHK01) on a keyed date - blank means today, and the
      * nightly cycle feeds it the business date - with the price,
      * the cost, the margin it went at and who approved it. Lines
      * still on margin hold are not approvals and do not print; the
      * order desk sees those when ORDPCK01 refuses the order. The
      * price a clerk cut is now on the morning pile, not something
      * SALESANL01 turns up at month end.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL ORDER-LINE-FILE
                           ASSIGN TO "ORDLINE.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS LINE-FILE-STATUS.

                 SELECT OPTIONAL QUOTE-LINE-FILE
                           ASSIGN TO "QUOTLINE.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS QLINE-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * ORDER-LINE-RECORD AND QUOTE-LINE-RECORD ARE THE SHARED LINE
      * LAYOUTS - SEE COPYBOOKS/WORDLINE.CPY AND WQUOTLIN.CPY.
       FD  ORDER-LINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WORDLINE.

       FD  QUOTE-LINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WQUOTLIN.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                      PIC X(80).

       WORKING-STORAGE SECTION.
      * Structure for printing title line.
       01  TITLE-LINE.
                 05 FILLER                     PIC X(12) VALUE SPACE.
                 05 FILLER                     PIC X(34) VALUE
                                 "BELOW-MARGIN PRICE APPROVALS".
                 05 FILLER                     PIC X(7) VALUE SPACE.
                 05 FILLER                     PIC X(5) VALUE "Page".
                 05 PRINT-PAGE-NUMBER          PIC ZZZZ9.

       01  SUBTITLE-LINE.
                 05 FILLER                     PIC X(10) VALUE
                                               "OPERATOR: ".
                 05 SUB-OPERATOR-ID            PIC X(10).
                 05 FILLER                     PIC X(13) VALUE
                                               " APPROVED ON ".
                 05 SUB-REPORT-DATE            PIC 9(8).

       01  COLUMN-HEADINGS.
                 05 FILLER                     PIC X(14) VALUE
                                                   "SOURCE".
                 05 FILLER                     PIC X(4) VALUE
                                                   "LIN".
                 05 FILLER                     PIC X(11) VALUE
                                                   "PRODUCT".
                 05 FILLER                     PIC X(6) VALUE
                                                   "  QTY".
                 05 FILLER                     PIC X(11) VALUE
                                                   "     PRICE".
                 05 FILLER                     PIC X(11) VALUE
                                                   "      COST".
                 05 FILLER                     PIC X(7) VALUE
                                                   "MARGIN".
                 05 FILLER                     PIC X(10) VALUE
                                                   "APPROVED".

       01  DETAIL-LINE.
                 05 PRINT-SOURCE               PIC X(5).
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-NUMBER               PIC 9(7).
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-LINE-NUMBER          PIC 9(3).
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-PRODUCT              PIC X(10).
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-QUANTITY             PIC ZZZZ9.
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-PRICE                PIC ZZZZZZ9.99.
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-COST                 PIC ZZZZZZ9.99.
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-MARGIN               PIC ---9.9.
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-APPROVER             PIC X(10).
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-FLAG                 PIC X(4).

       01  TOTAL-LINE-1.
                 05 FILLER                     PIC X(27) VALUE
                                      "ORDER LINES APPROVED:".
                 05 PRINT-ORDER-COUNT          PIC ZZZZZZ9.
       01  TOTAL-LINE-2.
                 05 FILLER                     PIC X(27) VALUE
                                      "QUOTE LINES APPROVED:".
                 05 PRINT-QUOTE-COUNT          PIC ZZZZZZ9.
       01  TOTAL-LINE-3.
                 05 FILLER                     PIC X(27) VALUE
                                      "OF THEM PRICED UNDER COST:".
                 05 PRINT-UNDER-COUNT          PIC ZZZZZZ9.

      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.
       01  LINE-FILE-STATUS                    PIC XX.
       01  QLINE-FILE-STATUS                   PIC XX.
       01  END-OF-FILE                         PIC X.
       01  DATE-ENTRY                          PIC X(8).
       01  THE-REPORT-DATE                     PIC 9(8).
       01  ORDER-COUNT                         PIC 9(7) VALUE ZERO.
       01  QUOTE-COUNT                         PIC 9(7) VALUE ZERO.
       01  UNDER-COUNT                         PIC 9(7) VALUE ZERO.
       01  PRINT-LINES                         PIC 99.
       01  PAGE-NUMBER                         PIC 9(5).

      * THE LINE IN HAND, WHICHEVER FILE IT CAME OFF, AND ITS MARGIN
      * AS A PERCENT OF THE PRICE.
       01  THE-UNIT-PRICE                      PIC 9(7)V99.
       01  THE-UNIT-COST                       PIC 9(7)V99.
       01  THE-MARGIN                          PIC S9(9)V9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            PERFORM REPORT-THE-ORDER-LINES.
            PERFORM REPORT-THE-QUOTE-LINES.
            PERFORM PRINT-THE-TOTAL.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

       OPENING-PROCEDURE.
                 PERFORM GET-OPERATOR-ID.
                 MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
                 DISPLAY "REPORT DATE (YYYYMMDD, BLANK FOR TODAY) ? ".
                 ACCEPT DATE-ENTRY.
                 IF DATE-ENTRY IS NUMERIC
                           MOVE DATE-ENTRY TO THE-REPORT-DATE
                 ELSE
                           ACCEPT THE-REPORT-DATE FROM DATE YYYYMMDD.
                 MOVE THE-REPORT-DATE TO SUB-REPORT-DATE.
                 OPEN OUTPUT PRINTER-FILE.
                 MOVE ZEROES TO PRINT-LINES PAGE-NUMBER.
                 PERFORM START-NEW-PAGE.

       CLOSING-PROCEDURE.
                 PERFORM END-LAST-PAGE.
                 CLOSE PRINTER-FILE.
                 DISPLAY ORDER-COUNT " ORDER LINE(S), " QUOTE-COUNT
                         " QUOTE LINE(S) APPROVED BELOW MARGIN ON "
                         THE-REPORT-DATE.

      * REPORT-THE-ORDER-LINES WALKS ORDLINE.DAT FOR THE DAY'S
      * APPROVALS.
       REPORT-THE-ORDER-LINES.
                 OPEN INPUT ORDER-LINE-FILE.
                 IF LINE-FILE-STATUS = "00"
                           MOVE "N" TO END-OF-FILE
                           PERFORM READ-NEXT-ORDER-LINE
                           PERFORM CHECK-ONE-ORDER-LINE
                                UNTIL END-OF-FILE = "Y"
                           CLOSE ORDER-LINE-FILE.

       READ-NEXT-ORDER-LINE.
                 READ ORDER-LINE-FILE NEXT RECORD
                 AT END
                 MOVE "Y" TO END-OF-FILE.

       CHECK-ONE-ORDER-LINE.
                 IF LINE-MARGIN-APPROVED AND
                    LINE-MARGIN-DATE = THE-REPORT-DATE
                           PERFORM PRINT-ONE-ORDER-LINE.
                 PERFORM READ-NEXT-ORDER-LINE.

       PRINT-ONE-ORDER-LINE.
                 ADD 1 TO ORDER-COUNT.
                 MOVE "ORDER" TO PRINT-SOURCE.
                 MOVE LINE-ORDER-NUMBER TO PRINT-NUMBER.
                 MOVE LINE-NUMBER TO PRINT-LINE-NUMBER.
                 MOVE LINE-PRODUCT-CODE TO PRINT-PRODUCT.
                 MOVE LINE-QUANTITY TO PRINT-QUANTITY.
                 MOVE LINE-UNIT-PRICE TO THE-UNIT-PRICE.
                 MOVE LINE-UNIT-COST TO THE-UNIT-COST.
                 MOVE LINE-MARGIN-APPROVER TO PRINT-APPROVER.
                 PERFORM PRINT-THE-DETAIL.

      * REPORT-THE-QUOTE-LINES DOES THE SAME FOR QUOTLINE.DAT.
       REPORT-THE-QUOTE-LINES.
                 OPEN INPUT QUOTE-LINE-FILE.
                 IF QLINE-FILE-STATUS = "00"
                           MOVE "N" TO END-OF-FILE
                           PERFORM READ-NEXT-QUOTE-LINE
                           PERFORM CHECK-ONE-QUOTE-LINE
                                UNTIL END-OF-FILE = "Y"
                           CLOSE QUOTE-LINE-FILE.

       READ-NEXT-QUOTE-LINE.
                 READ QUOTE-LINE-FILE NEXT RECORD
                 AT END
                 MOVE "Y" TO END-OF-FILE.

       CHECK-ONE-QUOTE-LINE.
                 IF QLINE-MARGIN-APPROVED AND
                    QLINE-MARGIN-DATE = THE-REPORT-DATE
                           PERFORM PRINT-ONE-QUOTE-LINE.
                 PERFORM READ-NEXT-QUOTE-LINE.

       PRINT-ONE-QUOTE-LINE.
                 ADD 1 TO QUOTE-COUNT.
                 MOVE "QUOTE" TO PRINT-SOURCE.
                 MOVE QLINE-QUOTE-NUMBER TO PRINT-NUMBER.
                 MOVE QLINE-NUMBER TO PRINT-LINE-NUMBER.
                 MOVE QLINE-PRODUCT-CODE TO PRINT-PRODUCT.
                 MOVE QLINE-QUANTITY TO PRINT-QUANTITY.
                 MOVE QLINE-UNIT-PRICE TO THE-UNIT-PRICE.
                 MOVE QLINE-UNIT-COST TO THE-UNIT-COST.
                 MOVE QLINE-MARGIN-APPROVER TO PRINT-APPROVER.
                 PERFORM PRINT-THE-DETAIL.

      * PRINT-THE-DETAIL WORKS OUT THE MARGIN THE LINE WENT AT AND
      * FLAGS ONE PRICED UNDER COST.
       PRINT-THE-DETAIL.
                 IF PRINT-LINES NOT < 55
                           PERFORM NEXT-PAGE.
                 MOVE THE-UNIT-PRICE TO PRINT-PRICE.
                 MOVE THE-UNIT-COST TO PRINT-COST.
                 IF THE-UNIT-PRICE = ZERO
                           MOVE -999.9 TO THE-MARGIN
                 ELSE
                           COMPUTE THE-MARGIN ROUNDED =
                                   (THE-UNIT-PRICE - THE-UNIT-COST)
                                   * 100 / THE-UNIT-PRICE.
                 IF THE-MARGIN < -999.9
                           MOVE -999.9 TO THE-MARGIN.
                 MOVE THE-MARGIN TO PRINT-MARGIN.
                 MOVE SPACE TO PRINT-FLAG.
                 IF THE-UNIT-PRICE < THE-UNIT-COST
                           ADD 1 TO UNDER-COUNT
                           MOVE "COST" TO PRINT-FLAG.
                 MOVE DETAIL-LINE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                 ADD 1 TO PRINT-LINES.

       PRINT-THE-TOTAL.
                 MOVE SPACE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                 MOVE ORDER-COUNT TO PRINT-ORDER-COUNT.
                 MOVE TOTAL-LINE-1 TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                 MOVE QUOTE-COUNT TO PRINT-QUOTE-COUNT.
                 MOVE TOTAL-LINE-2 TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                 MOVE UNDER-COUNT TO PRINT-UNDER-COUNT.
                 MOVE TOTAL-LINE-3 TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.

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
                 MOVE COLUMN-HEADINGS TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 2.
                 MOVE 6 TO PRINT-LINES.

       END-LAST-PAGE.
                 MOVE SPACE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
                 MOVE ZEROES TO PRINT-LINES.

      * GET-OPERATOR-ID IS SHARED ACROSS THE REPORT PROGRAMS - SEE
      * COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM MRGRPT01.
