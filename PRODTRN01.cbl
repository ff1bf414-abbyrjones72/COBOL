      * inventory summary at the bottom. A product with issues but
      * nothing on hand shows the 99999.99 ceiling; a product with
      * no issues shows zero and belongs on the dead-stock report.
      * THE RANKING CAN ALSO BE GROUPED BY PRODUCT LINE AND CATEGORY
      * (SEE WPRODCAT.CPY), FASTEST FIRST WITHIN EACH, WITH THE
      * TURNS OF EVERY CATEGORY AND LINE AS A WHOLE, OR CUT DOWN TO
      * THOSE FIGURES ALONE.
      ******************************************************************

       ENVIRONMENT DIVISION.
                           ASSIGN TO "PRODTRN1.WRK"
                           ORGANIZATION IS SEQUENTIAL.

                 SELECT OPTIONAL PRODUCT-CATEGORY-FILE
                           ASSIGN TO "PRODCAT.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CATEGORY-KEY
                           FILE STATUS IS CATEGORY-FILE-STATUS.

                 SELECT TURNS-SORT-FILE
                           ASSIGN TO "PRODTRN2.WRK".

           LABEL RECORDS ARE STANDARD.
           COPY WPRDMOV.

      * PRODUCT-CATEGORY-RECORD IS THE SHARED CATEGORY TABLE LAYOUT -
      * SEE COPYBOOKS/WPRODCAT.CPY.
       FD  PRODUCT-CATEGORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRODCAT.

      * ONE ROW PER ACTIVE PRODUCT, LINE AND CATEGORY THEN TURNS
      * LEADING SO THE FASTEST-FIRST RE-SORT HAS ITS KEYS UP FRONT.
      * THE LINE AND CATEGORY ARE BLANK IN THE DETAIL LAYOUT, SO THE
      * SORT FALLS BACK TO PLAIN FASTEST FIRST.
       FD  TURNS-FILE
           LABEL RECORDS ARE STANDARD.
       01  TURNS-RECORD.
                 05 TURNS-LINE             PIC X(4).
                 05 TURNS-CATEGORY         PIC X(4).
                 05 TURNS-LINE-NAME        PIC X(30).
                 05 TURNS-CATEGORY-NAME    PIC X(30).
                 05 TURNS-FIGURE           PIC 9(5)V99.
                 05 TURNS-PRODUCT-CODE     PIC X(10).
                 05 TURNS-DESCRIPTION      PIC X(30).

       SD  TURNS-SORT-FILE.
       01  TSORT-RECORD.
                 05 TSORT-LINE             PIC X(4).
                 05 TSORT-CATEGORY         PIC X(4).
                 05 TSORT-LINE-NAME        PIC X(30).
                 05 TSORT-CATEGORY-NAME    PIC X(30).
                 05 TSORT-FIGURE           PIC 9(5)V99.
                 05 TSORT-PRODUCT-CODE     PIC X(10).
                 05 TSORT-DESCRIPTION      PIC X(30).
       FD  RANKED-FILE
           LABEL RECORDS ARE STANDARD.
       01  RANKED-RECORD.
                 05 RANKED-LINE            PIC X(4).
                 05 RANKED-CATEGORY        PIC X(4).
                 05 RANKED-LINE-NAME       PIC X(30).
                 05 RANKED-CATEGORY-NAME   PIC X(30).
                 05 RANKED-FIGURE          PIC 9(5)V99.
                 05 RANKED-PRODUCT-CODE    PIC X(10).
                 05 RANKED-DESCRIPTION     PIC X(30).
       01  TOTAL-ISSUES              PIC 9(9) VALUE ZERO.
       01  TOTAL-ON-HAND             PIC 9(9) VALUE ZERO.
       01  OVERALL-TURNS             PIC 9(5)V99.
       01  CATEGORY-ISSUES           PIC 9(9) VALUE ZERO.
       01  CATEGORY-ON-HAND          PIC 9(9) VALUE ZERO.
       01  LINE-ISSUES               PIC 9(9) VALUE ZERO.
       01  LINE-ON-HAND              PIC 9(9) VALUE ZERO.
       01  GROUP-ISSUES              PIC 9(9).
       01  GROUP-ON-HAND             PIC 9(9).
       01  GROUP-TURNS               PIC 9(5)V99.
       01  FIRST-ROW-SEEN            PIC X VALUE "N".
       01  CURRENT-LINE              PIC X(4).
       01  CURRENT-LINE-NAME         PIC X(30).
       01  CURRENT-CATEGORY          PIC X(4).
       01  CURRENT-CATEGORY-NAME     PIC X(30).

      * CATEGORY LOOKUP AND REPORT LAYOUT FIELDS FOR THE SHARED
      * CATEGORY PARAGRAPHS - SEE COPYBOOKS/WCATLKW.CPY.
       COPY WCATLKW.

      * WORK FIELDS FOR WALKING DATES - THE DEFAULT FROM-DATE IS A
      * YEAR BACK, AND THE RANGE IS MEASURED IN DAYS BY WALKING
                 05 PRINT-FROM-DATE        PIC 9(8).
                 05 FILLER                 PIC X(3) VALUE " - ".
                 05 PRINT-TO-DATE          PIC 9(8).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-LAYOUT-NAME      PIC X(33).

       01  COLUMN-HEADING-LINE.
                 05 FILLER                 PIC X(12) VALUE "CODE".
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-TURNS            PIC ZZZZ9.99.

      * THE TURNS OF A CATEGORY OR PRODUCT LINE AS A WHOLE, UNDER
      * THE DETAIL COLUMNS.
       01  BREAK-TOTAL-LINE.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-BREAK-KIND       PIC X(9).
                 05 PRINT-BREAK-CODE       PIC X(4).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-BREAK-NAME       PIC X(27).
                 05 PRINT-BREAK-ISSUES     PIC ZZZZZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-BREAK-ON-HAND    PIC ZZZZZZ9.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-BREAK-TURNS      PIC ZZZZ9.99.

       01  SUMMARY-LINE.
                 05 FILLER                 PIC X(22) VALUE
                                           "WHOLE INVENTORY:      ".
            PERFORM OPENING-PROCEDURE.
            PERFORM GATHER-THE-TURNS.
            SORT TURNS-SORT-FILE
                      ON ASCENDING KEY TSORT-LINE
                                       TSORT-CATEGORY
                      ON DESCENDING KEY TSORT-FIGURE
                      USING TURNS-FILE
                      GIVING RANKED-FILE.
                     DISPLAY "FROM DATE MUST BE BEFORE TO DATE"
                     STOP RUN.
           PERFORM COUNT-THE-RANGE-DAYS.
           PERFORM GET-THE-REPORT-LAYOUT.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN PRODUCT.DAT - STATUS "

       CLOSING-PROCEDURE.
           CLOSE PRODUCT-FILE.
           PERFORM CLOSE-THE-CATEGORY-FILE.
           DISPLAY PRODUCTS-RANKED " PRODUCT(S) RANKED".

       GATHER-THE-TURNS.
           IF LAYOUT-IS-BY-CATEGORY
                     PERFORM OPEN-THE-CATEGORY-FILE.
           OPEN OUTPUT TURNS-FILE.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-PRODUCT.
                                         MOVE 99999.99 TO THE-TURNS.

       HOLD-THE-TURNS-ROW.
           PERFORM TAG-THE-TURNS-ROW.
           MOVE THE-TURNS TO TURNS-FIGURE.
           MOVE PRODUCT-CODE TO TURNS-PRODUCT-CODE.
           MOVE PRODUCT-DESCRIPTION TO TURNS-DESCRIPTION.
           ADD ISSUES-IN-RANGE TO TOTAL-ISSUES.
           ADD PRODUCT-QTY-ON-HAND TO TOTAL-ON-HAND.

       TAG-THE-TURNS-ROW.
           IF LAYOUT-IS-BY-CATEGORY
                     MOVE PRODUCT-CATEGORY TO LOOKUP-CATEGORY
                     PERFORM LOOK-UP-THE-CATEGORY
                     MOVE LOOKUP-LINE TO TURNS-LINE
                     MOVE PRODUCT-CATEGORY TO TURNS-CATEGORY
                     MOVE LOOKUP-LINE-NAME TO TURNS-LINE-NAME
                     MOVE LOOKUP-CATEGORY-NAME TO TURNS-CATEGORY-NAME
           ELSE
                     MOVE SPACE TO TURNS-LINE TURNS-CATEGORY
                                   TURNS-LINE-NAME TURNS-CATEGORY-NAME.

       PRINT-THE-REPORT.
           OPEN OUTPUT PRINTER-FILE.
           MOVE RANGE-FROM-DATE TO PRINT-FROM-DATE.
           MOVE RANGE-TO-DATE TO PRINT-TO-DATE.
           MOVE REPORT-LAYOUT-NAME TO PRINT-LAYOUT-NAME.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE COLUMN-HEADING-LINE TO PRINTER-RECORD.
           PERFORM READ-NEXT-RANKED.
           PERFORM PRINT-ONE-TURNS-ROW
                 UNTIL END-OF-FILE = "Y".
           IF FIRST-ROW-SEEN = "Y"
                     PERFORM CLOSE-OUT-THE-CATEGORY
                     PERFORM CLOSE-OUT-THE-LINE.
           CLOSE RANKED-FILE.
           PERFORM PRINT-THE-SUMMARY.
           MOVE SPACE TO PRINTER-RECORD.
                     MOVE "Y" TO END-OF-FILE.

       PRINT-ONE-TURNS-ROW.
           IF LAYOUT-IS-BY-CATEGORY
                     PERFORM CHECK-FOR-A-BREAK.
           ADD 1 TO PRODUCTS-RANKED.
           ADD RANKED-ISSUES TO CATEGORY-ISSUES LINE-ISSUES.
           ADD RANKED-ON-HAND TO CATEGORY-ON-HAND LINE-ON-HAND.
           IF NOT LAYOUT-IS-SUMMARY
                     PERFORM PRINT-THE-DETAIL.
           PERFORM READ-NEXT-RANKED.

       PRINT-THE-DETAIL.
           MOVE RANKED-PRODUCT-CODE TO PRINT-CODE.
           MOVE RANKED-DESCRIPTION TO PRINT-DESCRIPTION.
           MOVE RANKED-ISSUES TO PRINT-ISSUES.
           MOVE RANKED-FIGURE TO PRINT-TURNS.
           MOVE TURNS-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * CHECK-FOR-A-BREAK CLOSES OUT THE CATEGORY, AND THE LINE WITH
      * IT, WHEN THE NEXT ROW BELONGS TO ANOTHER.
       CHECK-FOR-A-BREAK.
           IF FIRST-ROW-SEEN = "N"
                     MOVE "Y" TO FIRST-ROW-SEEN
                     PERFORM START-THE-LINE
                     PERFORM START-THE-CATEGORY.
           IF RANKED-LINE NOT = CURRENT-LINE
                     PERFORM CLOSE-OUT-THE-CATEGORY
                     PERFORM CLOSE-OUT-THE-LINE
                     PERFORM START-THE-LINE
                     PERFORM START-THE-CATEGORY.
           IF RANKED-CATEGORY NOT = CURRENT-CATEGORY
                     PERFORM CLOSE-OUT-THE-CATEGORY
                     PERFORM START-THE-CATEGORY.

       START-THE-LINE.
           MOVE RANKED-LINE TO CURRENT-LINE.
           MOVE RANKED-LINE-NAME TO CURRENT-LINE-NAME.
           MOVE ZEROES TO LINE-ISSUES LINE-ON-HAND.

       START-THE-CATEGORY.
           MOVE RANKED-CATEGORY TO CURRENT-CATEGORY.
           MOVE RANKED-CATEGORY-NAME TO CURRENT-CATEGORY-NAME.
           MOVE ZEROES TO CATEGORY-ISSUES CATEGORY-ON-HAND.

       CLOSE-OUT-THE-CATEGORY.
           MOVE "CATEGORY " TO PRINT-BREAK-KIND.
           MOVE CURRENT-CATEGORY TO PRINT-BREAK-CODE.
           MOVE CURRENT-CATEGORY-NAME TO PRINT-BREAK-NAME.
           MOVE CATEGORY-ISSUES TO GROUP-ISSUES.
           MOVE CATEGORY-ON-HAND TO GROUP-ON-HAND.
           PERFORM FIGURE-THE-GROUP-TURNS.
           IF LAYOUT-HAS-SUBTOTALS
                     WRITE PRINTER-RECORD BEFORE ADVANCING 2
           ELSE
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       CLOSE-OUT-THE-LINE.
           MOVE "LINE     " TO PRINT-BREAK-KIND.
           MOVE CURRENT-LINE TO PRINT-BREAK-CODE.
           MOVE CURRENT-LINE-NAME TO PRINT-BREAK-NAME.
           MOVE LINE-ISSUES TO GROUP-ISSUES.
           MOVE LINE-ON-HAND TO GROUP-ON-HAND.
           PERFORM FIGURE-THE-GROUP-TURNS.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.

      * FIGURE-THE-GROUP-TURNS RATES A CATEGORY OR LINE THE WAY
      * FIGURE-THE-TURNS RATES ONE PRODUCT, AND LEAVES THE BREAK
      * LINE READY TO WRITE.
       FIGURE-THE-GROUP-TURNS.
           IF GROUP-ISSUES = ZERO
                     MOVE ZERO TO GROUP-TURNS
           ELSE
                     IF GROUP-ON-HAND = ZERO
                               MOVE 99999.99 TO GROUP-TURNS
                     ELSE
                               COMPUTE GROUP-TURNS ROUNDED =
                                         (GROUP-ISSUES * 365)
                                         / DAYS-IN-RANGE
                                         / GROUP-ON-HAND
                               ON SIZE ERROR
                                         MOVE 99999.99 TO GROUP-TURNS.
           MOVE GROUP-ISSUES TO PRINT-BREAK-ISSUES.
           MOVE GROUP-ON-HAND TO PRINT-BREAK-ON-HAND.
           MOVE GROUP-TURNS TO PRINT-BREAK-TURNS.
           MOVE BREAK-TOTAL-LINE TO PRINTER-RECORD.

       PRINT-THE-SUMMARY.
           IF TOTAL-ON-HAND = ZERO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

      * LOOK-UP-THE-CATEGORY AND GET-THE-REPORT-LAYOUT ARE SHARED
      * ACROSS THE REPORTS THAT GROUP PRODUCTS BY CATEGORY - SEE
      * COPYBOOKS/CATLKUP.CPY AND COPYBOOKS/CATLAYT.CPY.
       COPY CATLKUP.
       COPY CATLAYT.

       END PROGRAM PRODTRN01.
