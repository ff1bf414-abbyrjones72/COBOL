      * oldest first, with its on-hand quantity and the value tied
      * up at the moving-average cost. These are the discontinue
      * candidates to settle in PRODUPD01 before the next physical
      * count wastes a day counting dust. THE LIST CAN ALSO BE
      * GROUPED BY PRODUCT LINE AND CATEGORY (SEE WPRODCAT.CPY), OLDEST
      * FIRST WITHIN EACH, WITH THE DEAD COUNT AND VALUE SUBTOTALLED
      * AT EACH CATEGORY AND LINE, OR CUT DOWN TO THOSE SUBTOTALS.
      ******************************************************************

       ENVIRONMENT DIVISION.
                           ASSIGN TO "PRODSLW1.WRK"
                           ORGANIZATION IS SEQUENTIAL.

                 SELECT OPTIONAL PRODUCT-CATEGORY-FILE
                           ASSIGN TO "PRODCAT.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CATEGORY-KEY
                           FILE STATUS IS CATEGORY-FILE-STATUS.

                 SELECT CANDIDATE-SORT-FILE
                           ASSIGN TO "PRODSLW2.WRK".

           LABEL RECORDS ARE STANDARD.
           COPY WPRDMOV.

      * PRODUCT-CATEGORY-RECORD IS THE SHARED CATEGORY TABLE LAYOUT -
      * SEE COPYBOOKS/WPRODCAT.CPY.
       FD  PRODUCT-CATEGORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRODCAT.

      * ONE CANDIDATE ROW PER DEAD PRODUCT, LINE AND CATEGORY THEN
      * DATE LEADING SO THE OLDEST-FIRST SORT HAS ITS KEYS UP FRONT.
      * THE LINE AND CATEGORY ARE BLANK IN THE DETAIL LAYOUT, SO THE
      * SORT FALLS BACK TO PLAIN OLDEST FIRST.
       FD  CANDIDATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CANDIDATE-RECORD.
                 05 CAND-LINE              PIC X(4).
                 05 CAND-CATEGORY          PIC X(4).
                 05 CAND-LINE-NAME         PIC X(30).
                 05 CAND-CATEGORY-NAME     PIC X(30).
                 05 CAND-LAST-ISSUE-DATE   PIC 9(8).
                 05 CAND-PRODUCT-CODE      PIC X(10).
                 05 CAND-DESCRIPTION       PIC X(30).

       SD  CANDIDATE-SORT-FILE.
       01  CSORT-RECORD.
                 05 CSORT-LINE             PIC X(4).
                 05 CSORT-CATEGORY         PIC X(4).
                 05 CSORT-LINE-NAME        PIC X(30).
                 05 CSORT-CATEGORY-NAME    PIC X(30).
                 05 CSORT-LAST-ISSUE-DATE  PIC 9(8).
                 05 CSORT-PRODUCT-CODE     PIC X(10).
                 05 CSORT-DESCRIPTION      PIC X(30).
       FD  RANKED-FILE
           LABEL RECORDS ARE STANDARD.
       01  RANKED-RECORD.
                 05 RANKED-LINE            PIC X(4).
                 05 RANKED-CATEGORY        PIC X(4).
                 05 RANKED-LINE-NAME       PIC X(30).
                 05 RANKED-CATEGORY-NAME   PIC X(30).
                 05 RANKED-LAST-ISSUE-DATE PIC 9(8).
                 05 RANKED-PRODUCT-CODE    PIC X(10).
                 05 RANKED-DESCRIPTION     PIC X(30).
       01  LAST-ISSUE-DATE           PIC 9(8).
       01  DEAD-COUNT                PIC 9(5) VALUE ZERO.
       01  DEAD-VALUE-TOTAL          PIC 9(13)V99 VALUE ZERO.
       01  CATEGORY-COUNT            PIC 9(5) VALUE ZERO.
       01  CATEGORY-VALUE            PIC 9(13)V99 VALUE ZERO.
       01  LINE-COUNT                PIC 9(5) VALUE ZERO.
       01  LINE-VALUE                PIC 9(13)V99 VALUE ZERO.
       01  FIRST-ROW-SEEN            PIC X VALUE "N".
       01  CURRENT-LINE              PIC X(4).
       01  CURRENT-LINE-NAME         PIC X(30).
       01  CURRENT-CATEGORY          PIC X(4).
       01  CURRENT-CATEGORY-NAME     PIC X(30).

      * CATEGORY LOOKUP AND REPORT LAYOUT FIELDS FOR THE SHARED
      * CATEGORY PARAGRAPHS - SEE COPYBOOKS/WCATLKW.CPY.
       COPY WCATLKW.

      * WORK FIELDS FOR WALKING THE CUTOFF BACK A NUMBER OF MONTHS,
      * THE SAME WALK CUSTAGE01 USES.
                         "DEAD-STOCK REPORT - NO ISSUE SINCE".
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-CUTOFF           PIC 9(8).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-LAYOUT-NAME      PIC X(33).

       01  DEAD-DETAIL-LINE.
                 05 PRINT-LAST-ISSUE       PIC 9(8).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-VALUE            PIC ZZ,ZZZ,ZZ9.99.

      * THE SUBTOTAL AT EACH CATEGORY AND EACH PRODUCT LINE, THE
      * VALUE UNDER THE DETAIL VALUE COLUMN.
       01  BREAK-TOTAL-LINE.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-BREAK-KIND       PIC X(9).
                 05 PRINT-BREAK-CODE       PIC X(4).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-BREAK-NAME       PIC X(25).
                 05 PRINT-BREAK-COUNT      PIC ZZZZ9.
                 05 FILLER                 PIC X(12) VALUE
                                           " DEAD       ".
                 05 PRINT-BREAK-VALUE      PIC ZZ,ZZZ,ZZ9.99.

       01  TOTAL-LINE.
                 05 FILLER                 PIC X(22) VALUE
                                           "DEAD PRODUCTS:       ".
            PERFORM OPENING-PROCEDURE.
            PERFORM GATHER-THE-CANDIDATES.
            SORT CANDIDATE-SORT-FILE
                      ON ASCENDING KEY CSORT-LINE
                                       CSORT-CATEGORY
                                       CSORT-LAST-ISSUE-DATE
                      USING CANDIDATE-FILE
                      GIVING RANKED-FILE.
            PERFORM PRINT-THE-REPORT.
                     DISPLAY "MUST BE 1 TO 999 MONTHS"
                     GO TO OPENING-PROCEDURE.
           MOVE KEYED-NUMBER-VALUE TO MONTHS-QUIET.
           PERFORM GET-THE-REPORT-LAYOUT.
           ACCEPT CUTOFF-DATE-WHOLE FROM DATE YYYYMMDD.
           PERFORM WALK-BACK-ONE-MONTH
                     VARYING MONTH-COUNTER FROM 1 BY 1

       CLOSING-PROCEDURE.
           CLOSE PRODUCT-FILE.
           PERFORM CLOSE-THE-CATEGORY-FILE.
           DISPLAY DEAD-COUNT " DEAD PRODUCT(S) LISTED".

       GATHER-THE-CANDIDATES.
           IF LAYOUT-IS-BY-CATEGORY
                     PERFORM OPEN-THE-CATEGORY-FILE.
           OPEN OUTPUT CANDIDATE-FILE.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-PRODUCT.
           PERFORM READ-NEXT-MOVEMENT.

       HOLD-THE-CANDIDATE.
           PERFORM TAG-THE-CANDIDATE.
           MOVE LAST-ISSUE-DATE TO CAND-LAST-ISSUE-DATE.
           MOVE PRODUCT-CODE TO CAND-PRODUCT-CODE.
           MOVE PRODUCT-DESCRIPTION TO CAND-DESCRIPTION.
                     PRODUCT-QTY-ON-HAND * PRODUCT-UNIT-COST.
           WRITE CANDIDATE-RECORD.

       TAG-THE-CANDIDATE.
           IF LAYOUT-IS-BY-CATEGORY
                     MOVE PRODUCT-CATEGORY TO LOOKUP-CATEGORY
                     PERFORM LOOK-UP-THE-CATEGORY
                     MOVE LOOKUP-LINE TO CAND-LINE
                     MOVE PRODUCT-CATEGORY TO CAND-CATEGORY
                     MOVE LOOKUP-LINE-NAME TO CAND-LINE-NAME
                     MOVE LOOKUP-CATEGORY-NAME TO CAND-CATEGORY-NAME
           ELSE
                     MOVE SPACE TO CAND-LINE CAND-CATEGORY
                                   CAND-LINE-NAME CAND-CATEGORY-NAME.

       PRINT-THE-REPORT.
           OPEN OUTPUT PRINTER-FILE.
           MOVE CUTOFF-DATE TO PRINT-CUTOFF.
           MOVE REPORT-LAYOUT-NAME TO PRINT-LAYOUT-NAME.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           OPEN INPUT RANKED-FILE.
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           PERFORM PRINT-ONE-DEAD-PRODUCT
                 UNTIL END-OF-FILE = "Y".
           IF FIRST-ROW-SEEN = "Y"
                     PERFORM CLOSE-OUT-THE-CATEGORY
                     PERFORM CLOSE-OUT-THE-LINE.
           CLOSE RANKED-FILE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                     MOVE "Y" TO END-OF-FILE.

       PRINT-ONE-DEAD-PRODUCT.
           IF LAYOUT-IS-BY-CATEGORY
                     PERFORM CHECK-FOR-A-BREAK.
           ADD 1 TO DEAD-COUNT.
           ADD RANKED-VALUE TO DEAD-VALUE-TOTAL.
           ADD 1 TO CATEGORY-COUNT LINE-COUNT.
           ADD RANKED-VALUE TO CATEGORY-VALUE LINE-VALUE.
           IF NOT LAYOUT-IS-SUMMARY
                     PERFORM PRINT-THE-DETAIL.
           PERFORM READ-NEXT-RANKED.

       PRINT-THE-DETAIL.
           MOVE RANKED-LAST-ISSUE-DATE TO PRINT-LAST-ISSUE.
           MOVE RANKED-PRODUCT-CODE TO PRINT-CODE.
           MOVE RANKED-DESCRIPTION TO PRINT-DESCRIPTION.
           MOVE RANKED-VALUE TO PRINT-VALUE.
           MOVE DEAD-DETAIL-LINE TO PRINTER-RECORD.
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
           MOVE ZEROES TO LINE-COUNT LINE-VALUE.

       START-THE-CATEGORY.
           MOVE RANKED-CATEGORY TO CURRENT-CATEGORY.
           MOVE RANKED-CATEGORY-NAME TO CURRENT-CATEGORY-NAME.
           MOVE ZEROES TO CATEGORY-COUNT CATEGORY-VALUE.

       CLOSE-OUT-THE-CATEGORY.
           MOVE "CATEGORY " TO PRINT-BREAK-KIND.
           MOVE CURRENT-CATEGORY TO PRINT-BREAK-CODE.
           MOVE CURRENT-CATEGORY-NAME TO PRINT-BREAK-NAME.
           MOVE CATEGORY-COUNT TO PRINT-BREAK-COUNT.
           MOVE CATEGORY-VALUE TO PRINT-BREAK-VALUE.
           MOVE BREAK-TOTAL-LINE TO PRINTER-RECORD.
           IF LAYOUT-HAS-SUBTOTALS
                     WRITE PRINTER-RECORD BEFORE ADVANCING 2
           ELSE
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       CLOSE-OUT-THE-LINE.
           MOVE "LINE     " TO PRINT-BREAK-KIND.
           MOVE CURRENT-LINE TO PRINT-BREAK-CODE.
           MOVE CURRENT-LINE-NAME TO PRINT-BREAK-NAME.
           MOVE LINE-COUNT TO PRINT-BREAK-COUNT.
           MOVE LINE-VALUE TO PRINT-BREAK-VALUE.
           MOVE BREAK-TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

      * LOOK-UP-THE-CATEGORY AND GET-THE-REPORT-LAYOUT ARE SHARED
      * ACROSS THE REPORTS THAT GROUP PRODUCTS BY CATEGORY - SEE
      * COPYBOOKS/CATLKUP.CPY AND COPYBOOKS/CATLAYT.CPY.
       COPY CATLKUP.
       COPY CATLAYT.

       END PROGRAM PRODSLW01.
