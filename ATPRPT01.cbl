      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPRPT01.

      ******************************************************************
      * This program prints the available-to-promise report for the
      * order desk and purchasing: every product not discontinued,
      * with its stock on hand, the quantity committed to orders not
      * yet shipped (already out of on hand, shown for information),
      * the waiting back-orders owed out of it, what is due on open
      * purchase orders, and the available-to-promise figure now and
      * with everything on order in - all from ATPFND01, the same
      * figures order entry, quote entry and PRODINQ01 show. Under a
      * product with receipts due, a line per PO receipt in expected-
      * date order gives the figure once it is in, which is the date
      * a clerk can quote. A product already promised past what it
      * has is flagged SHORT; one still short with everything on
      * order in is flagged BUY. Runs without prompting beyond the
      * operator id so the nightly cycle can drive it.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL PRODUCT-FILE
                 ASSIGN TO "PRODUCT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS PRODUCT-CODE.

                 SELECT PRINTER-FILE
                 ASSIGN TO PRINTER
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WPRODF.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                      PIC X(80).

       WORKING-STORAGE SECTION.
      * Structure for printing title line.
       01  TITLE-LINE.
                 05 FILLER                     PIC X(16) VALUE SPACE.
                 05 FILLER                     PIC X(30) VALUE
                                     "AVAILABLE-TO-PROMISE REPORT".
                 05 FILLER                     PIC X(7) VALUE SPACE.
                 05 FILLER                     PIC X(5) VALUE "Page".
                 05 PRINT-PAGE-NUMBER          PIC ZZZZ9.

       01  SUBTITLE-LINE.
                 05 FILLER                     PIC X(10) VALUE
                                               "OPERATOR: ".
                 05 SUB-OPERATOR-ID            PIC X(10).
                 05 FILLER                     PIC X(7) VALUE
                                               " AS OF ".
                 05 SUB-AS-OF-DATE             PIC 9(8).

       01  COLUMN-HEADINGS.
                 05 FILLER                     PIC X(11) VALUE
                                                   "CODE".
                 05 FILLER                     PIC X(18) VALUE
                                                   "DESCRIPTION".
                 05 FILLER                     PIC X(7) VALUE
                                                   " ON HND".
                 05 FILLER                     PIC X(7) VALUE
                                                   " COMMIT".
                 05 FILLER                     PIC X(7) VALUE
                                                   "  B/ORD".
                 05 FILLER                     PIC X(7) VALUE
                                                   " ON ORD".
                 05 FILLER                     PIC X(7) VALUE
                                                   "ATP NOW".
                 05 FILLER                     PIC X(7) VALUE
                                                   "ATP ALL".

       01  DETAIL-LINE.
                 05 PRINT-CODE                 PIC X(10).
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-DESCRIPTION          PIC X(18).
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-ON-HAND              PIC ZZZZZ9.
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-COMMITTED            PIC ZZZZZ9.
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-BACKORDERED          PIC ZZZZZ9.
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-ON-ORDER             PIC ZZZZZ9.
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-ATP-NOW              PIC -----9.
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-ATP-IN-ALL           PIC -----9.
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-FLAG                 PIC X(5).

       01  RECEIPT-LINE.
                 05 FILLER                     PIC X(13) VALUE
                                               "         DUE ".
                 05 PRINT-RECEIPT-DATE         PIC 9(8).
                 05 FILLER                     PIC X(4) VALUE " PO ".
                 05 PRINT-RECEIPT-PO           PIC 9(7).
                 05 FILLER                     PIC X(5) VALUE " QTY ".
                 05 PRINT-RECEIPT-QTY          PIC ZZZZ9.
                 05 FILLER                     PIC X(11) VALUE
                                               "  ATP THEN ".
                 05 PRINT-RECEIPT-RUNNING      PIC -----9.

       01  TOTAL-LINE-1.
                 05 FILLER                     PIC X(27) VALUE
                                      "PRODUCTS LISTED:".
                 05 PRINT-PRODUCT-COUNT        PIC ZZZZZZ9.
       01  TOTAL-LINE-2.
                 05 FILLER                     PIC X(27) VALUE
                                      "SHORT NOW:".
                 05 PRINT-SHORT-COUNT          PIC ZZZZZZ9.
       01  TOTAL-LINE-3.
                 05 FILLER                     PIC X(27) VALUE
                                      "SHORT WITH ALL ON ORDER IN:".
                 05 PRINT-BUY-COUNT            PIC ZZZZZZ9.

      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.
       01  END-OF-FILE                         PIC X.
       01  PRODUCT-COUNT                       PIC 9(7) VALUE ZERO.
       01  SHORT-COUNT                         PIC 9(7) VALUE ZERO.
       01  BUY-COUNT                           PIC 9(7) VALUE ZERO.
       01  PRINT-LINES                         PIC 99.
       01  PAGE-NUMBER                         PIC 9(5).
       01  RECEIPT-SUBSCRIPT                   PIC 99.

      * THE AVAILABLE-TO-PROMISE PICTURE FROM ATPFND01.
       COPY WATPTBL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "N" TO END-OF-FILE.
            PERFORM READ-NEXT-RECORD.
            PERFORM CHECK-RECORDS
                 UNTIL END-OF-FILE = "Y".
            PERFORM PRINT-THE-TOTAL.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

       OPENING-PROCEDURE.
                 PERFORM GET-OPERATOR-ID.
                 MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
                 ACCEPT ATP-AS-OF-DATE FROM DATE YYYYMMDD.
                 MOVE ATP-AS-OF-DATE TO SUB-AS-OF-DATE.
                 OPEN INPUT PRODUCT-FILE.
                 OPEN OUTPUT PRINTER-FILE.
                 MOVE ZEROES TO PRINT-LINES PAGE-NUMBER.
                 PERFORM START-NEW-PAGE.

       CLOSING-PROCEDURE.
                 CLOSE PRODUCT-FILE.
                 PERFORM END-LAST-PAGE.
                 CLOSE PRINTER-FILE.

       READ-NEXT-RECORD.
                 READ PRODUCT-FILE NEXT RECORD
                 AT END
                 MOVE "Y" TO END-OF-FILE.

      * DISCONTINUED PRODUCTS NEVER PRINT - NOTHING MORE IS PROMISED.
       CHECK-RECORDS.
                 IF NOT PRODUCT-IS-DISCONTINUED
                           PERFORM PRINT-ONE-PRODUCT.
                 PERFORM READ-NEXT-RECORD.

       PRINT-ONE-PRODUCT.
                 MOVE PRODUCT-CODE TO ATP-PRODUCT-CODE.
                 MOVE PRODUCT-QTY-ON-HAND TO ATP-ON-HAND.
                 MOVE ZERO TO ATP-QUANTITY-WANTED.
                 CALL "ATPFND01" USING AVAILABLE-TO-PROMISE-AREA.
                 ADD 1 TO PRODUCT-COUNT.
                 IF PRINT-LINES NOT < 55
                           PERFORM NEXT-PAGE.
                 MOVE PRODUCT-CODE TO PRINT-CODE.
                 MOVE PRODUCT-DESCRIPTION TO PRINT-DESCRIPTION.
                 MOVE PRODUCT-QTY-ON-HAND TO PRINT-ON-HAND.
                 MOVE ATP-COMMITTED-QTY TO PRINT-COMMITTED.
                 MOVE ATP-BACKORDER-QTY TO PRINT-BACKORDERED.
                 MOVE ATP-ON-ORDER-QTY TO PRINT-ON-ORDER.
                 MOVE ATP-AVAILABLE-NOW TO PRINT-ATP-NOW.
                 MOVE ATP-AVAILABLE-IN-ALL TO PRINT-ATP-IN-ALL.
                 MOVE SPACE TO PRINT-FLAG.
                 IF ATP-AVAILABLE-NOW < ZERO
                           ADD 1 TO SHORT-COUNT
                           MOVE "SHORT" TO PRINT-FLAG.
                 IF ATP-AVAILABLE-IN-ALL < ZERO
                           ADD 1 TO BUY-COUNT
                           MOVE "BUY" TO PRINT-FLAG.
                 MOVE DETAIL-LINE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                 ADD 1 TO PRINT-LINES.
                 PERFORM PRINT-ONE-RECEIPT
                      VARYING RECEIPT-SUBSCRIPT FROM 1 BY 1
                      UNTIL RECEIPT-SUBSCRIPT > ATP-RECEIPT-COUNT.

       PRINT-ONE-RECEIPT.
                 IF PRINT-LINES NOT < 55
                           PERFORM NEXT-PAGE.
                 MOVE ATP-RECEIPT-DATE (RECEIPT-SUBSCRIPT) TO
                           PRINT-RECEIPT-DATE.
                 MOVE ATP-RECEIPT-PO (RECEIPT-SUBSCRIPT) TO
                           PRINT-RECEIPT-PO.
                 MOVE ATP-RECEIPT-QTY (RECEIPT-SUBSCRIPT) TO
                           PRINT-RECEIPT-QTY.
                 MOVE ATP-RECEIPT-RUNNING (RECEIPT-SUBSCRIPT) TO
                           PRINT-RECEIPT-RUNNING.
                 MOVE RECEIPT-LINE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                 ADD 1 TO PRINT-LINES.

       PRINT-THE-TOTAL.
                 MOVE SPACE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                 MOVE PRODUCT-COUNT TO PRINT-PRODUCT-COUNT.
                 MOVE TOTAL-LINE-1 TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                 MOVE SHORT-COUNT TO PRINT-SHORT-COUNT.
                 MOVE TOTAL-LINE-2 TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                 MOVE BUY-COUNT TO PRINT-BUY-COUNT.
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

       END PROGRAM ATPRPT01.
