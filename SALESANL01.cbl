      * seller that is actually losing money finally shows itself.
      * Each section is built by sorting the detail on its key,
      * totalling with a control break, and re-sorting the totals
      * largest-first. THE PRODUCT SECTION CAN ALSO BE GROUPED BY
      * PRODUCT LINE AND CATEGORY (SEE WPRODCAT.CPY), BIGGEST FIRST
      * WITHIN EACH, WITH UNITS, SALES, COST OF GOODS AND MARGIN
      * SUBTOTALLED AT EACH CATEGORY AND LINE, OR CUT DOWN TO THOSE
      * SUBTOTALS ALONE. THE CUSTOMER SECTION IS NOT AFFECTED BY
      * THAT, BUT IT CAN ROLL EACH CHILD ACCOUNT'S SALES UP TO ITS
      * PARENT (SEE FAMFND01) SO A CHAIN RANKS AS ONE CUSTOMER.
      ******************************************************************

       ENVIRONMENT DIVISION.
                 ASSIGN TO "SALESAN5.WRK"
                 ORGANIZATION IS SEQUENTIAL.

                 SELECT ROLLED-DETAIL-FILE
                 ASSIGN TO "SALESAN6.WRK"
                 ORGANIZATION IS SEQUENTIAL.

                 SELECT PRODUCT-FILE
                 ASSIGN TO "PRODUCT.DAT"
                 ORGANIZATION IS INDEXED
                 RECORD KEY IS PRODUCT-CODE
                 FILE STATUS IS PRODUCT-FILE-STATUS.

                 SELECT OPTIONAL PRODUCT-CATEGORY-FILE
                 ASSIGN TO "PRODCAT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CATEGORY-KEY
                 FILE STATUS IS CATEGORY-FILE-STATUS.

                 SELECT PRINTER-FILE
                 ASSIGN TO PRINTER
                 ORGANIZATION IS LINE SEQUENTIAL.
                 05 SORTED-SPLIT-SALES-ID      PIC X(10).
                 05 SORTED-SPLIT-PERCENT       PIC 99V9.

      * THE CUSTOMER-SORTED DETAIL WITH EACH CHILD ACCOUNT REPLACED
      * BY ITS PARENT, RE-SORTED SO A FAMILY TOTALS AS ONE ACCOUNT.
       FD  ROLLED-DETAIL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ROLLED-DETAIL-RECORD.
                 05 ROLLED-DATE                PIC 9(8).
                 05 ROLLED-SALES-ID            PIC X(10).
                 05 ROLLED-ACCOUNT-NUMBER      PIC 9(7).
                 05 ROLLED-PRODUCT-CODE        PIC X(10).
                 05 ROLLED-QUANTITY            PIC S9(5).
                 05 ROLLED-AMOUNT              PIC S9(7)V99.
                 05 ROLLED-OPERATOR-ID         PIC X(10).
                 05 ROLLED-SPLIT-SALES-ID      PIC X(10).
                 05 ROLLED-SPLIT-PERCENT       PIC 99V9.

      * ONE TOTAL ROW PER PRODUCT OR PER CUSTOMER, AMOUNT LEADING SO
      * THE LARGEST-FIRST RE-SORT HAS ITS KEY UP FRONT. A PRODUCT ROW
      * GROUPED BY CATEGORY CARRIES ITS LINE AND CATEGORY TOO, WHICH
      * THE RE-SORT PUTS AHEAD OF THE AMOUNT; THEY ARE BLANK
      * OTHERWISE, SO THE ORDER FALLS BACK TO PLAIN LARGEST FIRST.
       FD  TOTALS-FILE
           LABEL RECORDS ARE STANDARD.
       01  TOTALS-RECORD.
                 05 TOTAL-AMOUNT               PIC S9(9)V99.
                 05 TOTAL-UNITS                PIC S9(7).
                 05 TOTAL-KEY                  PIC X(10).
                 05 TOTAL-LINE                 PIC X(4).
                 05 TOTAL-CATEGORY             PIC X(4).
                 05 TOTAL-LINE-NAME            PIC X(30).
                 05 TOTAL-CATEGORY-NAME        PIC X(30).

       SD  TOTALS-SORT-FILE.
       01  TSORT-RECORD.
                 05 TSORT-AMOUNT               PIC S9(9)V99.
                 05 TSORT-UNITS                PIC S9(7).
                 05 TSORT-KEY                  PIC X(10).
                 05 TSORT-LINE                 PIC X(4).
                 05 TSORT-CATEGORY             PIC X(4).
                 05 TSORT-LINE-NAME            PIC X(30).
                 05 TSORT-CATEGORY-NAME        PIC X(30).

       FD  RANKED-TOTALS-FILE
           LABEL RECORDS ARE STANDARD.
                 05 RANKED-AMOUNT              PIC S9(9)V99.
                 05 RANKED-UNITS               PIC S9(7).
                 05 RANKED-KEY                 PIC X(10).
                 05 RANKED-LINE                PIC X(4).
                 05 RANKED-CATEGORY            PIC X(4).
                 05 RANKED-LINE-NAME           PIC X(30).
                 05 RANKED-CATEGORY-NAME       PIC X(30).

       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WPRODF.

      * PRODUCT-CATEGORY-RECORD IS THE SHARED CATEGORY TABLE LAYOUT -
      * SEE COPYBOOKS/WPRODCAT.CPY.
       FD  PRODUCT-CATEGORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WPRODCAT.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                      PIC X(80).
                 05 FILLER                     PIC X(10) VALUE
                                               "OPERATOR: ".
                 05 SUB-OPERATOR-ID            PIC X(10).
                 05 FILLER                     PIC X(2) VALUE SPACE.
                 05 SUB-LAYOUT-NAME            PIC X(33).

       01  SECTION-LINE                        PIC X(50).

                 05 PRINT-M-MARGIN             PIC ZZ9.9-.
                 05 FILLER                     PIC X(2) VALUE " %".

      * THE SUBTOTAL AT EACH CATEGORY AND EACH PRODUCT LINE, UNDER
      * THE MARGIN COLUMNS, WITH ITS NAME AT THE END.
       01  MARGIN-BREAK-LINE.
                 05 PRINT-BREAK-KIND           PIC X(5).
                 05 PRINT-BREAK-CODE           PIC X(4).
                 05 FILLER                     PIC X(4) VALUE SPACE.
                 05 PRINT-BREAK-UNITS          PIC ZZZZZZ9.
                 05 FILLER                     PIC X(3) VALUE SPACE.
                 05 PRINT-BREAK-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-BREAK-COGS           PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-BREAK-MARGIN         PIC ZZ9.9-.
                 05 FILLER                     PIC X(3) VALUE " % ".
                 05 PRINT-BREAK-NAME           PIC X(17).

       01  MARGIN-HEADING-LINE.
                 05 FILLER                     PIC X(10) VALUE
                                               "PRODUCT".
       01  THE-COGS                            PIC 9(11)V99.
       01  THE-MARGIN-PERCENT                  PIC S9(3)V9.

      * CONTROL-BREAK STATE AND SUBTOTALS FOR THE PRODUCT SECTION
      * WHEN IT IS GROUPED BY PRODUCT LINE AND CATEGORY.
       01  FIRST-ROW-SEEN                      PIC X.
       01  CURRENT-LINE                        PIC X(4).
       01  CURRENT-LINE-NAME                   PIC X(30).
       01  CURRENT-CATEGORY                    PIC X(4).
       01  CURRENT-CATEGORY-NAME               PIC X(30).
       01  CATEGORY-UNITS                      PIC S9(9).
       01  CATEGORY-AMOUNT                     PIC S9(11)V99.
       01  CATEGORY-COGS                       PIC 9(13)V99.
       01  LINE-UNITS                          PIC S9(9).
       01  LINE-AMOUNT                         PIC S9(11)V99.
       01  LINE-COGS                           PIC 9(13)V99.
       01  GROUP-AMOUNT                        PIC S9(11)V99.
       01  GROUP-COGS                          PIC 9(13)V99.

      * CATEGORY LOOKUP AND REPORT LAYOUT FIELDS FOR THE SHARED
      * CATEGORY PARAGRAPHS - SEE COPYBOOKS/WCATLKW.CPY.
       COPY WCATLKW.

      * ROLLING CHILD ACCOUNTS UP TO THEIR PARENT IN THE CUSTOMER
      * SECTION. THE DETAIL IS ALREADY IN ACCOUNT ORDER WHEN IT IS
      * ROLLED, SO FAMFND01 IS ASKED ONCE PER ACCOUNT - SEE
      * COPYBOOKS/WCUSFAM.CPY.
       01  ROLL-UP-ENTRY                       PIC X.
                 88 CHILDREN-ARE-ROLLED-UP     VALUE "Y".
       COPY WCUSFAM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
                 PERFORM GET-OPERATOR-ID.
                 MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
                 PERFORM GET-THE-DATE-RANGE.
                 PERFORM GET-THE-REPORT-LAYOUT.
                 MOVE REPORT-LAYOUT-NAME TO SUB-LAYOUT-NAME.
                 DISPLAY "ROLL CHILD ACCOUNTS UP TO THEIR PARENT "
                         "(Y/N, BLANK FOR N)? " WITH NO ADVANCING.
                 ACCEPT ROLL-UP-ENTRY.
                 IF ROLL-UP-ENTRY = "y"
                           MOVE "Y" TO ROLL-UP-ENTRY.
                 IF LAYOUT-IS-BY-CATEGORY
                           PERFORM OPEN-THE-CATEGORY-FILE.
                 OPEN INPUT PRODUCT-FILE.
                 IF PRODUCT-FILE-STATUS NOT = "00"
                           DISPLAY "UNABLE TO OPEN PRODUCT.DAT - "
       CLOSING-PROCEDURE.
                 PERFORM END-LAST-PAGE.
                 CLOSE PRODUCT-FILE.
                 PERFORM CLOSE-THE-CATEGORY-FILE.
                 CLOSE PRINTER-FILE.

       GET-THE-DATE-RANGE.

      * BUILD-AND-PRINT-A-SECTION RUNS ONE FULL PASS: SORT THE DETAIL
      * ON THE SECTION'S KEY, TOTAL IT WITH A CONTROL BREAK, RE-SORT
      * THE TOTALS LARGEST-FIRST, AND PRINT THE RANKED LIST. A
      * CUSTOMER SECTION ROLLED UP TO THE PARENTS IS SORTED TWICE,
      * ONCE TO ROLL IT AND ONCE ON THE PARENT ACCOUNTS.
       BUILD-AND-PRINT-A-SECTION.
                 IF WHICH-SECTION = "P"
                           SORT DETAIL-SORT-FILE
                                        DSORT-ACCOUNT-NUMBER
                                     USING SALES-DETAIL-FILE
                                     GIVING SORTED-DETAIL-FILE.
                 IF WHICH-SECTION = "C" AND
                    CHILDREN-ARE-ROLLED-UP
                           PERFORM ROLL-UP-THE-DETAIL
                           SORT DETAIL-SORT-FILE
                                     ON ASCENDING KEY
                                        DSORT-ACCOUNT-NUMBER
                                     USING ROLLED-DETAIL-FILE
                                     GIVING SORTED-DETAIL-FILE.
                 PERFORM TOTAL-THE-DETAIL.
                 SORT TOTALS-SORT-FILE
                           ON ASCENDING KEY TSORT-LINE
                                            TSORT-CATEGORY
                           ON DESCENDING KEY TSORT-AMOUNT
                           USING TOTALS-FILE
                           GIVING RANKED-TOTALS-FILE.
                 PERFORM PRINT-THE-SECTION.

      * ROLL-UP-THE-DETAIL COPIES THE ACCOUNT-SORTED DETAIL WITH
      * EACH ACCOUNT REPLACED BY THE HEAD OF ITS FAMILY - ITS PARENT,
      * OR ITSELF WHEN IT HAS NONE.
       ROLL-UP-THE-DETAIL.
                 MOVE ZEROES TO FAMILY-FIND-ACCOUNT FAMILY-HEAD.
                 MOVE "H" TO FAMILY-FIND-SCOPE.
                 OPEN INPUT SORTED-DETAIL-FILE.
                 OPEN OUTPUT ROLLED-DETAIL-FILE.
                 MOVE "N" TO END-OF-FILE.
                 PERFORM READ-NEXT-SORTED-DETAIL.
                 PERFORM ROLL-UP-ONE-RECORD
                      UNTIL END-OF-FILE = "Y".
                 CLOSE SORTED-DETAIL-FILE.
                 CLOSE ROLLED-DETAIL-FILE.

       ROLL-UP-ONE-RECORD.
                 IF SORTED-ACCOUNT-NUMBER NOT = FAMILY-FIND-ACCOUNT
                           MOVE SORTED-ACCOUNT-NUMBER TO
                                     FAMILY-FIND-ACCOUNT
                           CALL "FAMFND01" USING FAMILY-FIND-ACCOUNT
                                     FAMILY-FIND-SCOPE
                                     CUSTOMER-FAMILY-TABLE.
                 MOVE SORTED-DETAIL-RECORD TO ROLLED-DETAIL-RECORD.
                 MOVE FAMILY-HEAD TO ROLLED-ACCOUNT-NUMBER.
                 WRITE ROLLED-DETAIL-RECORD.
                 PERFORM READ-NEXT-SORTED-DETAIL.

       TOTAL-THE-DETAIL.
                 MOVE "N" TO FIRST-RECORD-SEEN.
                 MOVE ZEROES TO RUNNING-AMOUNT RUNNING-UNITS.
                 MOVE RUNNING-AMOUNT TO TOTAL-AMOUNT.
                 MOVE RUNNING-UNITS TO TOTAL-UNITS.
                 MOVE CURRENT-KEY TO TOTAL-KEY.
                 MOVE SPACE TO TOTAL-LINE TOTAL-CATEGORY
                               TOTAL-LINE-NAME TOTAL-CATEGORY-NAME.
                 IF WHICH-SECTION = "P" AND
                    LAYOUT-IS-BY-CATEGORY
                           PERFORM TAG-THE-TOTAL-ROW.
                 WRITE TOTALS-RECORD.
                 MOVE ZEROES TO RUNNING-AMOUNT RUNNING-UNITS.

      * TAG-THE-TOTAL-ROW FILES A PRODUCT'S TOTAL UNDER ITS LINE AND
      * CATEGORY. A PRODUCT NO LONGER ON FILE COUNTS AS UNCATEGORIZED.
       TAG-THE-TOTAL-ROW.
                 MOVE CURRENT-KEY TO PRODUCT-CODE.
                 READ PRODUCT-FILE
                           INVALID KEY
                           MOVE SPACE TO PRODUCT-CATEGORY.
                 MOVE PRODUCT-CATEGORY TO LOOKUP-CATEGORY.
                 PERFORM LOOK-UP-THE-CATEGORY.
                 MOVE LOOKUP-LINE TO TOTAL-LINE.
                 MOVE LOOKUP-CATEGORY TO TOTAL-CATEGORY.
                 MOVE LOOKUP-LINE-NAME TO TOTAL-LINE-NAME.
                 MOVE LOOKUP-CATEGORY-NAME TO TOTAL-CATEGORY-NAME.

       PRINT-THE-SECTION.
                 IF WHICH-SECTION = "P"
                           MOVE "SALES BY PRODUCT - BIGGEST FIRST" TO
                 ELSE
                           MOVE "SALES BY CUSTOMER - BIGGEST FIRST"
                                     TO SECTION-LINE.
                 IF WHICH-SECTION = "C" AND
                    CHILDREN-ARE-ROLLED-UP
                           MOVE
                         "SALES BY PARENT ACCOUNT - BIGGEST FIRST"
                                     TO SECTION-LINE.
                 IF WHICH-SECTION = "P" AND
                    LAYOUT-HAS-SUBTOTALS
                           MOVE
                         "SALES BY LINE AND CATEGORY - BIGGEST FIRST"
                                     TO SECTION-LINE.
                 IF WHICH-SECTION = "P" AND
                    LAYOUT-IS-SUMMARY
                           MOVE "SALES BY LINE AND CATEGORY - SUMMARY"
                                     TO SECTION-LINE.
                 MOVE "N" TO FIRST-ROW-SEEN.
                 PERFORM PRINT-SECTION-HEADING.
                 IF WHICH-SECTION = "P"
                           MOVE MARGIN-HEADING-LINE TO PRINTER-RECORD
                           ADD 1 TO PRINT-LINES.
                 PERFORM PRINT-ONE-RANKED-ROW
                      UNTIL END-OF-FILE = "Y".
                 IF FIRST-ROW-SEEN = "Y"
                           PERFORM CLOSE-OUT-THE-CATEGORY
                           PERFORM CLOSE-OUT-THE-LINE.
                 CLOSE RANKED-TOTALS-FILE.

       READ-NEXT-RANKED-ROW.
                 MOVE "Y" TO END-OF-FILE.

       PRINT-ONE-RANKED-ROW.
                 IF WHICH-SECTION = "P"
                           PERFORM PRINT-A-MARGIN-ROW
                 ELSE
                           PERFORM PRINT-A-CUSTOMER-ROW.
                 PERFORM READ-NEXT-RANKED-ROW.

       PRINT-A-CUSTOMER-ROW.
                 IF PRINT-LINES NOT < 55
                           PERFORM NEXT-PAGE.
                 MOVE RANKED-KEY TO PRINT-RANK-KEY.
                 MOVE RANKED-UNITS TO PRINT-UNITS.
                 MOVE RANKED-AMOUNT TO PRINT-AMOUNT.
                 MOVE DETAIL-LINE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                 ADD 1 TO PRINT-LINES.

      * PRINT-A-MARGIN-ROW COSTS THE UNITS SOLD AT THE PRODUCT'S
      * CURRENT MOVING-AVERAGE UNIT COST AND SHOWS THE GROSS MARGIN
      * PERCENT. A PRODUCT NO LONGER ON FILE, OR WITH NO COST SET,
      * COSTS AT ZERO AND SHOWS FULL MARGIN - CHASE THE COST IN.
      * GROUPED BY CATEGORY, THE ROW ALSO ADDS INTO ITS CATEGORY AND
      * LINE SUBTOTALS, AND IN THE SUMMARY LAYOUT ONLY DOES THAT.
       PRINT-A-MARGIN-ROW.
                 IF LAYOUT-IS-BY-CATEGORY
                           PERFORM CHECK-FOR-A-BREAK.
                 MOVE RANKED-KEY TO PRODUCT-CODE.
                 MOVE "Y" TO PRODUCT-WAS-FOUND.
                 READ PRODUCT-FILE
                           COMPUTE THE-MARGIN-PERCENT ROUNDED =
                                     (RANKED-AMOUNT - THE-COGS)
                                     * 100 / RANKED-AMOUNT.
                 ADD RANKED-UNITS TO CATEGORY-UNITS LINE-UNITS.
                 ADD RANKED-AMOUNT TO CATEGORY-AMOUNT LINE-AMOUNT.
                 ADD THE-COGS TO CATEGORY-COGS LINE-COGS.
                 IF NOT LAYOUT-IS-SUMMARY
                           PERFORM PRINT-THE-MARGIN-DETAIL.

       PRINT-THE-MARGIN-DETAIL.
                 IF PRINT-LINES NOT < 55
                           PERFORM NEXT-PAGE.
                 MOVE RANKED-KEY TO PRINT-M-KEY.
                 MOVE RANKED-UNITS TO PRINT-M-UNITS.
                 MOVE RANKED-AMOUNT TO PRINT-M-AMOUNT.
                 MOVE THE-MARGIN-PERCENT TO PRINT-M-MARGIN.
                 MOVE MARGIN-DETAIL-LINE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                 ADD 1 TO PRINT-LINES.

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
                 MOVE ZEROES TO LINE-UNITS LINE-AMOUNT LINE-COGS.

       START-THE-CATEGORY.
                 MOVE RANKED-CATEGORY TO CURRENT-CATEGORY.
                 MOVE RANKED-CATEGORY-NAME TO CURRENT-CATEGORY-NAME.
                 MOVE ZEROES TO CATEGORY-UNITS CATEGORY-AMOUNT
                                CATEGORY-COGS.

       CLOSE-OUT-THE-CATEGORY.
                 IF PRINT-LINES NOT < 54
                           PERFORM NEXT-PAGE.
                 MOVE "CAT  " TO PRINT-BREAK-KIND.
                 MOVE CURRENT-CATEGORY TO PRINT-BREAK-CODE.
                 MOVE CURRENT-CATEGORY-NAME TO PRINT-BREAK-NAME.
                 MOVE CATEGORY-UNITS TO PRINT-BREAK-UNITS.
                 MOVE CATEGORY-AMOUNT TO GROUP-AMOUNT.
                 MOVE CATEGORY-COGS TO GROUP-COGS.
                 PERFORM FIGURE-THE-GROUP-MARGIN.
                 IF LAYOUT-HAS-SUBTOTALS
                           WRITE PRINTER-RECORD BEFORE ADVANCING 2
                           ADD 2 TO PRINT-LINES
                 ELSE
                           WRITE PRINTER-RECORD BEFORE ADVANCING 1
                           ADD 1 TO PRINT-LINES.

       CLOSE-OUT-THE-LINE.
                 IF PRINT-LINES NOT < 54
                           PERFORM NEXT-PAGE.
                 MOVE "LINE " TO PRINT-BREAK-KIND.
                 MOVE CURRENT-LINE TO PRINT-BREAK-CODE.
                 MOVE CURRENT-LINE-NAME TO PRINT-BREAK-NAME.
                 MOVE LINE-UNITS TO PRINT-BREAK-UNITS.
                 MOVE LINE-AMOUNT TO GROUP-AMOUNT.
                 MOVE LINE-COGS TO GROUP-COGS.
                 PERFORM FIGURE-THE-GROUP-MARGIN.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 2.
                 ADD 2 TO PRINT-LINES.

      * FIGURE-THE-GROUP-MARGIN PUTS A CATEGORY OR LINE'S SALES,
      * COST OF GOODS AND MARGIN ON THE BREAK LINE, READY TO WRITE.
       FIGURE-THE-GROUP-MARGIN.
                 IF GROUP-AMOUNT = ZERO
                           MOVE ZERO TO THE-MARGIN-PERCENT
                 ELSE
                           COMPUTE THE-MARGIN-PERCENT ROUNDED =
                                     (GROUP-AMOUNT - GROUP-COGS)
                                     * 100 / GROUP-AMOUNT
                           ON SIZE ERROR
                                     MOVE ZERO TO THE-MARGIN-PERCENT.
                 MOVE GROUP-AMOUNT TO PRINT-BREAK-AMOUNT.
                 MOVE GROUP-COGS TO PRINT-BREAK-COGS.
                 MOVE THE-MARGIN-PERCENT TO PRINT-BREAK-MARGIN.
                 MOVE MARGIN-BREAK-LINE TO PRINTER-RECORD.

       PRINT-SECTION-HEADING.
                 IF PRINT-LINES NOT < 52
      * COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

      * LOOK-UP-THE-CATEGORY AND GET-THE-REPORT-LAYOUT ARE SHARED
      * ACROSS THE REPORTS THAT GROUP PRODUCTS BY CATEGORY - SEE
      * COPYBOOKS/CATLKUP.CPY AND COPYBOOKS/CATLAYT.CPY.
       COPY CATLKUP.
       COPY CATLAYT.

       END PROGRAM SALESANL01.
