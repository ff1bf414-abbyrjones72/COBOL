      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PVXIMP01.

      ******************************************************************
      * This program loads a vendor's quarterly price file into
      * PRODVEND.DAT instead of the buyer re-keying every item
      * through PVXMNT01. It stages the load the way CUSTIMP01 does:
      * a report pass that matches every row of VNDPRICE.DAT to the
      * cross-reference rows for the keyed vendor by the vendor's own
      * item number and prints a change report - old cost, new cost,
      * percent change, and the margin the new cost leaves against
      * PRODUCT-PRICE - then, only if the operator confirms, an apply
      * pass that rewrites XREF-LAST-COST and XREF-LEAD-DAYS on every
      * matched row. An item number the vendor sends that is not
      * linked to any of our products is flagged NOT ON FILE and
      * left for PVXMNT01; one vendor item linked to more than one
      * product updates (and prints) every link.
      *
      * EACH PRICE FILE ROW IS: VENDOR ITEM(15) COST(9, TWO IMPLIED
      * DECIMALS) LEAD DAYS(3). A BLANK OR ZERO LEAD TIME MEANS THE
      * VENDOR DID NOT QUOTE ONE AND THE LEAD ON FILE IS KEPT.
      *
      * THE OPERATOR KEYS A MARGIN FLOOR PERCENT. A LINK WHOSE NEW
      * COST LEAVES THE PRODUCT'S MARGIN BELOW IT IS FLAGGED REPRICE
      * AND LISTED AGAIN AT THE END OF THE REPORT WITH THE PRICE
      * THAT WOULD GET BACK TO THE FLOOR, READY TO BE ENTERED
      * THROUGH PRODPRC01. A PRODUCT WITH NO PRICE IS FLAGGED TOO.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT IMPORT-FILE
                           ASSIGN TO "VNDPRICE.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS IMPORT-FILE-STATUS.

                 SELECT OPTIONAL XREF-FILE
                           ASSIGN TO "PRODVEND.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS XREF-KEY
                           FILE STATUS IS XREF-FILE-STATUS.

                 SELECT PRODUCT-FILE
                           ASSIGN TO "PRODUCT.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PRODUCT-CODE
                           FILE STATUS IS PRODUCT-FILE-STATUS.

                 SELECT VENDOR-FILE
                           ASSIGN TO "VENDOR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS VENDOR-NUMBER
                           FILE STATUS IS VENDOR-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  IMPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  IMPORT-RECORD.
                 05 IMPORT-VENDOR-ITEM     PIC X(15).
                 05 IMPORT-COST            PIC 9(7)V99.
                 05 IMPORT-LEAD-TEXT       PIC X(3).
                 05 IMPORT-LEAD-DAYS REDEFINES IMPORT-LEAD-TEXT
                                           PIC 9(3).

      * PRODUCT-VENDOR-RECORD IS THE SHARED CROSS-REFERENCE LAYOUT -
      * SEE COPYBOOKS/WPRDVEND.CPY.
       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRDVEND.

       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRODF.

      * VENDOR-RECORD IS THE SHARED MASTER LAYOUT - SEE
      * COPYBOOKS/WVENDF.CPY.
       FD  VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WVENDF.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.

           01 IMPORT-FILE-STATUS     PIC XX.
           01 XREF-FILE-STATUS       PIC XX.
           01 PRODUCT-FILE-STATUS    PIC XX.
           01 VENDOR-FILE-STATUS     PIC XX.
           01 END-OF-FILE            PIC X.
           01 END-OF-XREF            PIC X.
           01 RECORD-FOUND           PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.
           01 APPLY-ANSWER           PIC X.
           01 ROW-IS-CLEAN           PIC X.
           01 ROW-LINKS-FOUND        PIC 9(3).
           01 ROWS-READ              PIC 9(5) VALUE ZERO.
           01 ROWS-IN-ERROR          PIC 9(5) VALUE ZERO.
           01 ROWS-NOT-ON-FILE       PIC 9(5) VALUE ZERO.
           01 LINKS-MATCHED          PIC 9(5) VALUE ZERO.
           01 LINKS-BELOW-FLOOR      PIC 9(5) VALUE ZERO.
           01 LINKS-UPDATED          PIC 9(5) VALUE ZERO.
           01 PRINT-LINES            PIC 99.
           01 PAGE-NUMBER            PIC 9(5).

           01 VENDOR-ENTRY           PIC X(5).
           01 FLOOR-ENTRY            PIC X(3).
           01 THE-VENDOR-NUMBER      PIC 9(5).
           01 MARGIN-FLOOR           PIC 9(3).

      * THE PERCENTS ARE HELD INSIDE -999.9 TO 999.9 THE SAME WAY
      * CUSTPRF01 HOLDS ITS MARGIN PERCENT.
           01 CHANGE-PERCENT         PIC S9(5)V9.
           01 MARGIN-PERCENT         PIC S9(5)V9.
           01 FLOOR-PRICE            PIC 9(7)V99.
           01 THE-LINK-FLAG          PIC X(8).

      * THE LINKS THAT FELL BELOW THE FLOOR ARE KEPT FOR THE REPRICE
      * LIST THAT CLOSES THE REPORT. PAST 100 THEY ARE STILL FLAGGED
      * ON THEIR DETAIL LINES AND COUNTED, JUST NOT LISTED AGAIN.
       01  REPRICE-TABLE.
                 05 REPRICE-COUNT          PIC 9(3) VALUE ZERO.
                 05 REPRICE-ENTRY OCCURS 100 TIMES.
                           10 REPRICE-PRODUCT     PIC X(10).
                           10 REPRICE-DESCRIPTION PIC X(30).
                           10 REPRICE-OLD-PRICE   PIC 9(7)V99.
                           10 REPRICE-NEW-COST    PIC 9(7)V99.
                           10 REPRICE-MARGIN      PIC S9(5)V9.
                           10 REPRICE-FLOOR-PRICE PIC 9(7)V99.
           01 REPRICE-INDEX          PIC 9(3).

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

      * Structure for printing title line.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(16) VALUE SPACE.
                 05 FILLER                 PIC X(31) VALUE
                                     "VENDOR PRICE-LIST CHANGE REPORT".
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 FILLER                 PIC X(5) VALUE "Page".
                 05 PRINT-PAGE-NUMBER      PIC ZZZZ9.

       01  SUBTITLE-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 SUB-OPERATOR-ID        PIC X(10).
                 05 FILLER                 PIC X(8) VALUE "VENDOR: ".
                 05 SUB-VENDOR-NUMBER      PIC 9(5).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 SUB-VENDOR-NAME        PIC X(30).
                 05 FILLER                 PIC X(7) VALUE " FLOOR ".
                 05 SUB-MARGIN-FLOOR       PIC ZZ9.
                 05 FILLER                 PIC X(1) VALUE "%".

       01  COLUMN-HEADINGS.
                 05 FILLER                 PIC X(11) VALUE
                                           "PRODUCT".
                 05 FILLER                 PIC X(16) VALUE
                                           "VENDOR ITEM".
                 05 FILLER                 PIC X(10) VALUE
                                           " OLD COST".
                 05 FILLER                 PIC X(10) VALUE
                                           " NEW COST".
                 05 FILLER                 PIC X(8) VALUE
                                           "  CHG %".
                 05 FILLER                 PIC X(8) VALUE
                                           "  MRGN %".
                 05 FILLER                 PIC X(5) VALUE
                                           "LEAD".

       01  DETAIL-LINE.
                 05 PRINT-PRODUCT-CODE     PIC X(10).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-VENDOR-ITEM      PIC X(15).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-OLD-COST         PIC ZZZZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-NEW-COST         PIC ZZZZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-CHANGE-PERCENT   PIC ZZZ9.9-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-MARGIN-PERCENT   PIC ZZZ9.9-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-LEAD-DAYS        PIC ZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-LINK-FLAG        PIC X(8).

      * A ROW THAT MATCHES NO LINK, OR CANNOT BE READ, PRINTS ITS
      * VENDOR ITEM AND NEW COST WITH THE REASON IN PLACE OF THE
      * PRODUCT FIGURES.
       01  EXCEPTION-LINE.
                 05 PRINT-EXCEPTION-TEXT   PIC X(10).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-EXCEPTION-ITEM   PIC X(15).
                 05 FILLER                 PIC X(11) VALUE SPACE.
                 05 PRINT-EXCEPTION-COST   PIC ZZZZZ9.99.

       01  REPRICE-HEADINGS.
                 05 FILLER                 PIC X(11) VALUE
                                           "PRODUCT".
                 05 FILLER                 PIC X(26) VALUE
                                           "DESCRIPTION".
                 05 FILLER                 PIC X(10) VALUE
                                           "    PRICE".
                 05 FILLER                 PIC X(10) VALUE
                                           " NEW COST".
                 05 FILLER                 PIC X(8) VALUE
                                           "  MRGN %".
                 05 FILLER                 PIC X(10) VALUE
                                           " FLOOR AT".

       01  REPRICE-LINE.
                 05 PRINT-REPRICE-PRODUCT  PIC X(10).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-REPRICE-DESC     PIC X(25).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-REPRICE-PRICE    PIC ZZZZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-REPRICE-COST     PIC ZZZZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-REPRICE-MARGIN   PIC ZZZ9.9-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-REPRICE-FLOOR    PIC ZZZZZ9.99.

       01  TOTAL-LINE.
                 05 PRINT-TOTAL-LABEL      PIC X(40).
                 05 PRINT-TOTAL-COUNT      PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM GET-OPERATOR-ID.
            IF OPERATOR-AUTHORITY < 5
                      DISPLAY "UPDATE AUTHORITY IS NEEDED TO RUN "
                              "THIS PROGRAM"
                      STOP RUN.
            PERFORM OPENING-PROCEDURE.
            PERFORM REPORT-PASS.
            PERFORM PRINT-THE-TOTALS.
            IF LINKS-MATCHED = ZERO
                      DISPLAY "NO ROW OF VNDPRICE.DAT MATCHES A LINK "
                              "FOR THIS VENDOR - NOTHING TO APPLY"
            ELSE
                      PERFORM ASK-ABOUT-APPLYING
                      IF APPLY-ANSWER = "Y"
                                PERFORM APPLY-PASS
                      ELSE
                                DISPLAY "NOTHING CHANGED - CHANGE "
                                        "REPORT ONLY".
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

       OPENING-PROCEDURE.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN VENDOR.DAT - STATUS "
                             VENDOR-FILE-STATUS
                     STOP RUN.
           PERFORM GET-THE-VENDOR.
           PERFORM GET-THE-FLOOR.
           OPEN INPUT IMPORT-FILE.
           IF IMPORT-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN VNDPRICE.DAT - STATUS "
                             IMPORT-FILE-STATUS
                     STOP RUN.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN PRODUCT.DAT - STATUS "
                             PRODUCT-FILE-STATUS
                     STOP RUN.
           OPEN I-O XREF-FILE.
           IF XREF-FILE-STATUS = "35"
                     OPEN OUTPUT XREF-FILE
                     CLOSE XREF-FILE
                     OPEN I-O XREF-FILE.
           IF XREF-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN PRODVEND.DAT - STATUS "
                             XREF-FILE-STATUS
                     STOP RUN.
           OPEN OUTPUT PRINTER-FILE.
           MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
           MOVE THE-VENDOR-NUMBER TO SUB-VENDOR-NUMBER.
           MOVE VENDOR-NAME TO SUB-VENDOR-NAME.
           MOVE MARGIN-FLOOR TO SUB-MARGIN-FLOOR.
           MOVE ZEROES TO PRINT-LINES PAGE-NUMBER.
           PERFORM START-NEW-PAGE.

       CLOSING-PROCEDURE.
           PERFORM END-LAST-PAGE.
           CLOSE PRINTER-FILE.
           CLOSE XREF-FILE.
           CLOSE PRODUCT-FILE.
           CLOSE VENDOR-FILE.
           DISPLAY "ROWS READ:         " ROWS-READ.
           DISPLAY "ROWS IN ERROR:     " ROWS-IN-ERROR.
           DISPLAY "ITEMS NOT ON FILE: " ROWS-NOT-ON-FILE.
           DISPLAY "LINKS MATCHED:     " LINKS-MATCHED.
           DISPLAY "BELOW THE FLOOR:   " LINKS-BELOW-FLOOR.
           DISPLAY "LINKS UPDATED:     " LINKS-UPDATED.

       GET-THE-VENDOR.
           DISPLAY "VENDOR NUMBER THE PRICE FILE IS FROM ? ".
           ACCEPT VENDOR-ENTRY.
           MOVE VENDOR-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y"
                     DISPLAY "VENDOR NUMBER MUST BE NUMERIC"
                     GO TO GET-THE-VENDOR.
           MOVE KEYED-NUMBER-VALUE TO VENDOR-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ VENDOR-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO VENDOR ON FILE FOR THAT NUMBER"
                     GO TO GET-THE-VENDOR.
           DISPLAY VENDOR-NAME.
           MOVE VENDOR-NUMBER TO THE-VENDOR-NUMBER.

       GET-THE-FLOOR.
           DISPLAY "MARGIN FLOOR PERCENT (E.G. 25) ? ".
           ACCEPT FLOOR-ENTRY.
           MOVE FLOOR-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y"
                     DISPLAY "MARGIN FLOOR MUST BE NUMERIC"
                     GO TO GET-THE-FLOOR.
           IF KEYED-NUMBER-VALUE NOT < 100
                     DISPLAY "MARGIN FLOOR MUST BE UNDER 100"
                     GO TO GET-THE-FLOOR.
           MOVE KEYED-NUMBER-VALUE TO MARGIN-FLOOR.

      * REPORT-PASS READS EVERY ROW AND PRINTS WHAT IT WOULD DO TO
      * EACH LINK IT MATCHES. NOTHING IS REWRITTEN YET.
       REPORT-PASS.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-IMPORT-ROW.
           PERFORM REPORT-ONE-ROW
                 UNTIL END-OF-FILE = "Y".
           CLOSE IMPORT-FILE.

       READ-NEXT-IMPORT-ROW.
           READ IMPORT-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       REPORT-ONE-ROW.
           ADD 1 TO ROWS-READ.
           PERFORM CHECK-THE-ROW.
           IF ROW-IS-CLEAN NOT = "Y"
                     ADD 1 TO ROWS-IN-ERROR
                     MOVE "BAD ROW" TO PRINT-EXCEPTION-TEXT
                     PERFORM PRINT-EXCEPTION-LINE
           ELSE
                     MOVE ZEROES TO ROW-LINKS-FOUND
                     PERFORM START-THE-XREF-SCAN
                     PERFORM REPORT-ONE-XREF
                           UNTIL END-OF-XREF = "Y"
                     IF ROW-LINKS-FOUND = ZERO
                               ADD 1 TO ROWS-NOT-ON-FILE
                               MOVE "NOT ON FIL" TO
                                         PRINT-EXCEPTION-TEXT
                               PERFORM PRINT-EXCEPTION-LINE.
           PERFORM READ-NEXT-IMPORT-ROW.

      * CHECK-THE-ROW REFUSES A ROW WITH NO ITEM NUMBER, A COST THAT
      * IS NOT NUMERIC, OR A LEAD TIME THAT IS NEITHER BLANK NOR
      * NUMERIC. A BLANK LEAD IS TURNED INTO ZERO - KEEP THE LEAD.
       CHECK-THE-ROW.
           MOVE "Y" TO ROW-IS-CLEAN.
           IF IMPORT-VENDOR-ITEM = SPACE
                     MOVE "N" TO ROW-IS-CLEAN.
           IF IMPORT-COST NOT NUMERIC
                     MOVE "N" TO ROW-IS-CLEAN.
           IF IMPORT-LEAD-TEXT = SPACE
                     MOVE ZEROES TO IMPORT-LEAD-DAYS.
           IF IMPORT-LEAD-DAYS NOT NUMERIC
                     MOVE "N" TO ROW-IS-CLEAN.

      * THE CROSS-REFERENCE IS KEYED BY PRODUCT, NOT BY THE VENDOR'S
      * ITEM NUMBER, SO EACH ROW RESCANS IT FROM THE TOP.
       START-THE-XREF-SCAN.
           CLOSE XREF-FILE.
           OPEN I-O XREF-FILE.
           MOVE "N" TO END-OF-XREF.
           PERFORM READ-NEXT-XREF.

       READ-NEXT-XREF.
           READ XREF-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-XREF.

       REPORT-ONE-XREF.
           IF XREF-VENDOR-NUMBER = THE-VENDOR-NUMBER AND
              XREF-VENDOR-ITEM = IMPORT-VENDOR-ITEM
                     ADD 1 TO ROW-LINKS-FOUND
                     ADD 1 TO LINKS-MATCHED
                     PERFORM PRINT-THE-CHANGE.
           PERFORM READ-NEXT-XREF.

      * PRINT-THE-CHANGE WORKS OUT THE PERCENT CHANGE IN COST AND THE
      * MARGIN THE NEW COST LEAVES, BOTH AS A PERCENT. A LINK WITH NO
      * OLD COST SHOWS NO CHANGE PERCENT; A PRODUCT WITH NO PRICE (OR
      * NO LONGER ON FILE) HAS NO MARGIN AND IS FLAGGED FOR PRICING.
       PRINT-THE-CHANGE.
           MOVE SPACE TO THE-LINK-FLAG.
           MOVE ZEROES TO CHANGE-PERCENT MARGIN-PERCENT.
           IF XREF-LAST-COST > ZERO
                     COMPUTE CHANGE-PERCENT ROUNDED =
                               (IMPORT-COST - XREF-LAST-COST) * 100
                               / XREF-LAST-COST
                               ON SIZE ERROR
                               MOVE 999.9 TO CHANGE-PERCENT.
           IF CHANGE-PERCENT > 999.9
                     MOVE 999.9 TO CHANGE-PERCENT.
           MOVE XREF-PRODUCT-CODE TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     MOVE "NO PROD" TO THE-LINK-FLAG
           ELSE
                     IF PRODUCT-PRICE = ZERO
                               MOVE "NO PRICE" TO THE-LINK-FLAG
                     ELSE
                               PERFORM FIGURE-THE-MARGIN.
           IF THE-LINK-FLAG = "NO PRICE" OR THE-LINK-FLAG = "REPRICE"
                     ADD 1 TO LINKS-BELOW-FLOOR
                     PERFORM KEEP-FOR-REPRICING.
           IF PRINT-LINES NOT < 55
                     PERFORM NEXT-PAGE.
           MOVE XREF-PRODUCT-CODE TO PRINT-PRODUCT-CODE.
           MOVE XREF-VENDOR-ITEM TO PRINT-VENDOR-ITEM.
           MOVE XREF-LAST-COST TO PRINT-OLD-COST.
           MOVE IMPORT-COST TO PRINT-NEW-COST.
           MOVE CHANGE-PERCENT TO PRINT-CHANGE-PERCENT.
           MOVE MARGIN-PERCENT TO PRINT-MARGIN-PERCENT.
           IF IMPORT-LEAD-DAYS = ZERO
                     MOVE XREF-LEAD-DAYS TO PRINT-LEAD-DAYS
           ELSE
                     MOVE IMPORT-LEAD-DAYS TO PRINT-LEAD-DAYS.
           MOVE THE-LINK-FLAG TO PRINT-LINK-FLAG.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.

       FIGURE-THE-MARGIN.
           COMPUTE MARGIN-PERCENT ROUNDED =
                     (PRODUCT-PRICE - IMPORT-COST) * 100
                     / PRODUCT-PRICE
                     ON SIZE ERROR
                     MOVE -999.9 TO MARGIN-PERCENT.
           IF MARGIN-PERCENT < -999.9
                     MOVE -999.9 TO MARGIN-PERCENT.
           IF MARGIN-PERCENT < MARGIN-FLOOR
                     MOVE "REPRICE" TO THE-LINK-FLAG.

      * KEEP-FOR-REPRICING HOLDS THE LINK FOR THE REPRICE LIST, WITH
      * THE LOWEST PRICE THAT PUTS THE MARGIN BACK AT THE FLOOR.
       KEEP-FOR-REPRICING.
           IF REPRICE-COUNT < 100
                     ADD 1 TO REPRICE-COUNT
                     MOVE XREF-PRODUCT-CODE TO
                               REPRICE-PRODUCT (REPRICE-COUNT)
                     MOVE SPACE TO REPRICE-DESCRIPTION (REPRICE-COUNT)
                     MOVE ZEROES TO REPRICE-OLD-PRICE (REPRICE-COUNT)
                     IF RECORD-FOUND = "Y"
                               MOVE PRODUCT-DESCRIPTION TO
                                    REPRICE-DESCRIPTION (REPRICE-COUNT)
                               MOVE PRODUCT-PRICE TO
                                    REPRICE-OLD-PRICE (REPRICE-COUNT)
                     END-IF
                     MOVE IMPORT-COST TO
                               REPRICE-NEW-COST (REPRICE-COUNT)
                     MOVE MARGIN-PERCENT TO
                               REPRICE-MARGIN (REPRICE-COUNT)
                     COMPUTE FLOOR-PRICE ROUNDED =
                               IMPORT-COST * 100 / (100 - MARGIN-FLOOR)
                     MOVE FLOOR-PRICE TO
                               REPRICE-FLOOR-PRICE (REPRICE-COUNT).

       PRINT-EXCEPTION-LINE.
           IF PRINT-LINES NOT < 55
                     PERFORM NEXT-PAGE.
           MOVE IMPORT-VENDOR-ITEM TO PRINT-EXCEPTION-ITEM.
           MOVE ZEROES TO PRINT-EXCEPTION-COST.
           IF IMPORT-COST NUMERIC
                     MOVE IMPORT-COST TO PRINT-EXCEPTION-COST.
           MOVE EXCEPTION-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.

      * PRINT-THE-TOTALS CLOSES THE CHANGE REPORT WITH THE COUNTS AND
      * THEN THE REPRICE LIST FOR PRODPRC01.
       PRINT-THE-TOTALS.
           IF PRINT-LINES > 49
                     PERFORM NEXT-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.
           MOVE "PRICE FILE ROWS READ" TO PRINT-TOTAL-LABEL.
           MOVE ROWS-READ TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-A-TOTAL.
           MOVE "ROWS IN ERROR" TO PRINT-TOTAL-LABEL.
           MOVE ROWS-IN-ERROR TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-A-TOTAL.
           MOVE "VENDOR ITEMS NOT ON FILE" TO PRINT-TOTAL-LABEL.
           MOVE ROWS-NOT-ON-FILE TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-A-TOTAL.
           MOVE "LINKS MATCHED" TO PRINT-TOTAL-LABEL.
           MOVE LINKS-MATCHED TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-A-TOTAL.
           MOVE "LINKS BELOW THE FLOOR OR WITH NO PRICE" TO
                     PRINT-TOTAL-LABEL.
           MOVE LINKS-BELOW-FLOOR TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-A-TOTAL.
           IF REPRICE-COUNT > ZERO
                     PERFORM PRINT-THE-REPRICE-LIST.

       PRINT-A-TOTAL.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.

       PRINT-THE-REPRICE-LIST.
           IF PRINT-LINES > 50
                     PERFORM NEXT-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "TO BE REPRICED THROUGH PRODPRC01" TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE REPRICE-HEADINGS TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 4 TO PRINT-LINES.
           PERFORM PRINT-ONE-REPRICE
                 VARYING REPRICE-INDEX FROM 1 BY 1
                 UNTIL REPRICE-INDEX > REPRICE-COUNT.
           IF LINKS-BELOW-FLOOR > REPRICE-COUNT
                     MOVE "MORE FLAGGED ABOVE - NOT LISTED HERE" TO
                               PRINT-TOTAL-LABEL
                     COMPUTE PRINT-TOTAL-COUNT =
                               LINKS-BELOW-FLOOR - REPRICE-COUNT
                     PERFORM PRINT-A-TOTAL.

       PRINT-ONE-REPRICE.
           IF PRINT-LINES NOT < 55
                     PERFORM NEXT-PAGE
                     MOVE REPRICE-HEADINGS TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1
                     ADD 1 TO PRINT-LINES.
           MOVE REPRICE-PRODUCT (REPRICE-INDEX) TO
                     PRINT-REPRICE-PRODUCT.
           MOVE REPRICE-DESCRIPTION (REPRICE-INDEX) TO
                     PRINT-REPRICE-DESC.
           MOVE REPRICE-OLD-PRICE (REPRICE-INDEX) TO
                     PRINT-REPRICE-PRICE.
           MOVE REPRICE-NEW-COST (REPRICE-INDEX) TO
                     PRINT-REPRICE-COST.
           MOVE REPRICE-MARGIN (REPRICE-INDEX) TO
                     PRINT-REPRICE-MARGIN.
           MOVE REPRICE-FLOOR-PRICE (REPRICE-INDEX) TO
                     PRINT-REPRICE-FLOOR.
           MOVE REPRICE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.

       ASK-ABOUT-APPLYING.
           DISPLAY LINKS-MATCHED " LINK(S) MATCHED, " ROWS-NOT-ON-FILE
                   " ITEM(S) NOT ON FILE - SEE THE CHANGE REPORT".
           DISPLAY "APPLY THE NEW COSTS (Y/N)? " WITH NO ADVANCING.
           ACCEPT APPLY-ANSWER.
           IF APPLY-ANSWER = "y"
                     MOVE "Y" TO APPLY-ANSWER.
           IF APPLY-ANSWER NOT = "Y"
                     MOVE "N" TO APPLY-ANSWER.

      * APPLY-PASS RE-READS THE PRICE FILE AND REWRITES THE COST, AND
      * THE LEAD TIME WHEN ONE WAS QUOTED, ON EVERY LINK EACH CLEAN
      * ROW MATCHES.
       APPLY-PASS.
           OPEN INPUT IMPORT-FILE.
           IF IMPORT-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO REOPEN VNDPRICE.DAT - STATUS "
                             IMPORT-FILE-STATUS
                     STOP RUN.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-IMPORT-ROW.
           PERFORM APPLY-ONE-ROW
                 UNTIL END-OF-FILE = "Y".
           CLOSE IMPORT-FILE.

       APPLY-ONE-ROW.
           PERFORM CHECK-THE-ROW.
           IF ROW-IS-CLEAN = "Y"
                     PERFORM START-THE-XREF-SCAN
                     PERFORM APPLY-ONE-XREF
                           UNTIL END-OF-XREF = "Y".
           PERFORM READ-NEXT-IMPORT-ROW.

       APPLY-ONE-XREF.
           IF XREF-VENDOR-NUMBER = THE-VENDOR-NUMBER AND
              XREF-VENDOR-ITEM = IMPORT-VENDOR-ITEM
                     PERFORM UPDATE-THE-LINK.
           PERFORM READ-NEXT-XREF.

       UPDATE-THE-LINK.
           MOVE IMPORT-COST TO XREF-LAST-COST.
           IF IMPORT-LEAD-DAYS NOT = ZERO
                     MOVE IMPORT-LEAD-DAYS TO XREF-LEAD-DAYS.
           REWRITE PRODUCT-VENDOR-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED FOR " XREF-PRODUCT-CODE
                             " - STATUS " XREF-FILE-STATUS
                     NOT INVALID KEY
                     ADD 1 TO LINKS-UPDATED.

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
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE 5 TO PRINT-LINES.

       END-LAST-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           MOVE ZEROES TO PRINT-LINES.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM PVXIMP01.
