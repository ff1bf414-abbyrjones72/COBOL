      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPRF01.

      ******************************************************************
      * This program is the customer profitability report. SALESANL01
      * ranks customers by what they buy; this ranks them by what
      * they leave behind. For a requested date range each account's
      * SALESDTL.DAT sales are costed at the product's moving-average
      * PRODUCT-UNIT-COST (the SALESANL01 costing), the reversing
      * records ORDRTN01 files for returns and credit memos are
      * shown as returns and come off both the sales and the cost,
      * and the write-offs and early-payment discounts posted to
      * ARWOFF.DAT come off the margin. The average days-to-pay of
      * the receipts on ARCASH.DAT in the range prints alongside,
      * counted the way ARCRV01 counts it.
      *
      * THE ACCOUNTS PRINT TWICE: RANKED BY MARGIN DOLLARS, BIGGEST
      * FIRST, AND RANKED BY MARGIN PERCENT, BEST FIRST - A BIG
      * ACCOUNT NEAR THE TOP OF THE FIRST LIST AND THE BOTTOM OF THE
      * SECOND IS BUSY BUT BREAK-EVEN. ONLY ACCOUNTS WITH SALES,
      * WRITE-OFFS OR RECEIPTS IN THE RANGE PRINT. AN ACCOUNT WITH NO
      * NET SALES HAS NO MARGIN PERCENT AND RANKS LAST ON IT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT CUSTOMER-FILE
                           ASSIGN TO "CUSTOMER.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                           FILE STATUS IS CUSTOMER-FILE-STATUS.

                 SELECT OPTIONAL SALES-DETAIL-FILE
                           ASSIGN TO "SALESDTL.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL.

                 SELECT DETAIL-SORT-FILE
                           ASSIGN TO "CUSPRF1.WRK".

                 SELECT SORTED-DETAIL-FILE
                           ASSIGN TO "CUSPRF2.WRK"
                           ORGANIZATION IS SEQUENTIAL.

                 SELECT PRODUCT-FILE
                           ASSIGN TO "PRODUCT.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PRODUCT-CODE
                           FILE STATUS IS PRODUCT-FILE-STATUS.

                 SELECT OPTIONAL AR-ITEM-FILE
                           ASSIGN TO "ARITEM.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS AR-INVOICE-NUMBER
                           FILE STATUS IS AR-FILE-STATUS.

                 SELECT OPTIONAL CASH-JOURNAL-FILE
                           ASSIGN TO "ARCASH.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CASH-FILE-STATUS.

                 SELECT OPTIONAL WRITE-OFF-FILE
                           ASSIGN TO "ARWOFF.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WRITE-OFF-FILE-STATUS.

                 SELECT PROFIT-FILE
                           ASSIGN TO "CUSPRF3.WRK"
                           ORGANIZATION IS SEQUENTIAL.

                 SELECT PROFIT-SORT-FILE
                           ASSIGN TO "CUSPRF4.WRK".

                 SELECT RANKED-PROFIT-FILE
                           ASSIGN TO "CUSPRF5.WRK"
                           ORGANIZATION IS SEQUENTIAL.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

      * SALES-DETAIL-RECORD IS THE SHARED DETAIL LAYOUT - SEE
      * COPYBOOKS/WSALEDTL.CPY.
       FD  SALES-DETAIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WSALEDTL.

      * THE DETAIL IS SORTED ON ACCOUNT SO IT CAN BE MATCHED AGAINST
      * THE CUSTOMER FILE, WHICH READS IN ACCOUNT ORDER.
       SD  DETAIL-SORT-FILE.
       01  DSORT-RECORD.
                 05 DSORT-DATE                 PIC 9(8).
                 05 DSORT-SALES-ID             PIC X(10).
                 05 DSORT-ACCOUNT-NUMBER       PIC 9(7).
                 05 DSORT-PRODUCT-CODE         PIC X(10).
                 05 DSORT-QUANTITY             PIC S9(5).
                 05 DSORT-AMOUNT               PIC S9(7)V99.
                 05 DSORT-OPERATOR-ID          PIC X(10).
                 05 DSORT-SPLIT-SALES-ID       PIC X(10).
                 05 DSORT-SPLIT-PERCENT        PIC 99V9.

       FD  SORTED-DETAIL-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-DETAIL-RECORD.
                 05 SORTED-DATE                PIC 9(8).
                 05 SORTED-SALES-ID            PIC X(10).
                 05 SORTED-ACCOUNT-NUMBER      PIC 9(7).
                 05 SORTED-PRODUCT-CODE        PIC X(10).
                 05 SORTED-QUANTITY            PIC S9(5).
                 05 SORTED-AMOUNT              PIC S9(7)V99.
                 05 SORTED-OPERATOR-ID         PIC X(10).
                 05 SORTED-SPLIT-SALES-ID      PIC X(10).
                 05 SORTED-SPLIT-PERCENT       PIC 99V9.

       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WPRODF.

      * AR-ITEM-RECORD IS THE SHARED OPEN-ITEM LAYOUT - SEE
      * COPYBOOKS/WARITEM.CPY.
       FD  AR-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARITEM.

      * AR-CASH-RECORD IS THE SHARED CASH JOURNAL LAYOUT - SEE
      * COPYBOOKS/WARCASH.CPY.
       FD  CASH-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARCASH.

      * AR-WRITE-OFF-RECORD IS THE SHARED WRITE-OFF JOURNAL LAYOUT -
      * SEE COPYBOOKS/WARWOFF.CPY.
       FD  WRITE-OFF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARWOFF.

      * ONE ROW PER ACCOUNT, THE TWO RANKING KEYS LEADING SO EITHER
      * RE-SORT HAS ITS KEY UP FRONT.
       FD  PROFIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROFIT-RECORD.
                 05 PROFIT-MARGIN              PIC S9(11)V99.
                 05 PROFIT-PERCENT             PIC S9(3)V9.
                 05 PROFIT-ACCOUNT             PIC 9(7).
                 05 PROFIT-NAME                PIC X(20).
                 05 PROFIT-SALES               PIC S9(11)V99.
                 05 PROFIT-RETURNS             PIC S9(11)V99.
                 05 PROFIT-COST                PIC S9(11)V99.
                 05 PROFIT-WRITE-OFFS          PIC S9(11)V99.
                 05 PROFIT-DAYS-TO-PAY         PIC 9(3).
                 05 PROFIT-PAYMENT-COUNT       PIC 9(5).

       SD  PROFIT-SORT-FILE.
       01  PSORT-RECORD.
                 05 PSORT-MARGIN               PIC S9(11)V99.
                 05 PSORT-PERCENT              PIC S9(3)V9.
                 05 FILLER                     PIC X(87).

       FD  RANKED-PROFIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RANKED-PROFIT-RECORD.
                 05 RANKED-MARGIN              PIC S9(11)V99.
                 05 RANKED-PERCENT             PIC S9(3)V9.
                 05 RANKED-ACCOUNT             PIC 9(7).
                 05 RANKED-NAME                PIC X(20).
                 05 RANKED-SALES               PIC S9(11)V99.
                 05 RANKED-RETURNS             PIC S9(11)V99.
                 05 RANKED-COST                PIC S9(11)V99.
                 05 RANKED-WRITE-OFFS          PIC S9(11)V99.
                 05 RANKED-DAYS-TO-PAY         PIC 9(3).
                 05 RANKED-PAYMENT-COUNT       PIC 9(5).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  CUSTOMER-FILE-STATUS      PIC XX.
       01  PRODUCT-FILE-STATUS       PIC XX.
       01  AR-FILE-STATUS            PIC XX.
       01  CASH-FILE-STATUS          PIC XX.
       01  WRITE-OFF-FILE-STATUS     PIC XX.
       01  END-OF-FILE               PIC X.
       01  DETAIL-END-OF-FILE        PIC X.
       01  CASH-END-OF-FILE          PIC X.
       01  WRITE-OFF-END-OF-FILE     PIC X.
       01  RECORD-FOUND              PIC X.
       01  PRODUCT-WAS-FOUND         PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

      * THE REQUESTED DATE RANGE - A BLANK ENTRY LEAVES THAT END OF
      * THE RANGE OPEN.
       01  FROM-DATE-ENTRY           PIC X(8).
       01  TO-DATE-ENTRY             PIC X(8).
       01  RANGE-FROM-DATE           PIC 9(8).
       01  RANGE-TO-DATE             PIC 9(8).

      * PER-ACCOUNT FIGURES.
       01  ACCOUNT-FIGURES.
                 05 ACCT-SALES             PIC S9(11)V99.
                 05 ACCT-RETURNS           PIC S9(11)V99.
                 05 ACCT-COST              PIC S9(11)V99.
                 05 ACCT-WRITE-OFFS        PIC S9(11)V99.
                 05 ACCT-PAYMENT-COUNT     PIC 9(5).
                 05 ACCT-DAYS-TOTAL        PIC 9(9).
       01  ACCT-NET-SALES            PIC S9(11)V99.
       01  ACCT-MARGIN               PIC S9(11)V99.
       01  ACCT-PERCENT              PIC S9(5)V9.
       01  LINE-COST                 PIC S9(11)V99.
       01  DETAIL-LINES-SKIPPED      PIC 9(7) VALUE ZERO.
       01  ACCOUNTS-LISTED           PIC 9(7) VALUE ZERO.

      * DAYS-TO-PAY IS COUNTED BY WALKING THE INVOICE DATE FORWARD
      * TO THE RECEIPT DATE, THE SAME COUNT ARCRV01 MAKES. ANYTHING
      * PAST 999 DAYS IS HELD AT 999.
       01  WALK-DATE-PARTS.
                 05 WALK-YEAR              PIC 9(4).
                 05 WALK-MONTH             PIC 99.
                 05 WALK-DAY               PIC 99.
       01  WALK-DATE-WHOLE REDEFINES WALK-DATE-PARTS
                                           PIC 9(8).
       01  DAYS-TO-PAY               PIC 9(3).
       01  MONTH-LENGTH-TEXT         PIC X(24) VALUE
                                     "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-TEXT.
                 05 MONTH-LENGTH OCCURS 12 TIMES PIC 99.
       01  LEAP-QUOTIENT             PIC 9(4).
       01  LEAP-REMAINDER            PIC 9(4).
       01  THIS-MONTH-LENGTH         PIC 99.

      * WHICH RANKING IS BEING PRINTED - "D" DOLLARS, "P" PERCENT.
       01  WHICH-SECTION             PIC X.
       01  RANK-NUMBER               PIC 9(5).
       01  PRINT-LINES               PIC 99.
       01  PAGE-NUMBER               PIC 9(5).

      * Structures for the printed report.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(30) VALUE
                                     "CUSTOMER PROFITABILITY - FROM ".
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

       01  SECTION-LINE              PIC X(50).

       01  COLUMN-HEADING-LINE.
                 05 FILLER                 PIC X(6) VALUE "RANK".
                 05 FILLER                 PIC X(8) VALUE "ACCOUNT".
                 05 FILLER                 PIC X(17) VALUE "NAME".
                 05 FILLER                 PIC X(16) VALUE
                                           "           SALES".
                 05 FILLER                 PIC X(16) VALUE
                                           "         RETURNS".
                 05 FILLER                 PIC X(16) VALUE
                                           "            COST".
                 05 FILLER                 PIC X(16) VALUE
                                           "      WRITE-OFFS".
                 05 FILLER                 PIC X(16) VALUE
                                           "          MARGIN".
                 05 FILLER                 PIC X(8) VALUE
                                           "  MARGN%".
                 05 FILLER                 PIC X(9) VALUE
                                           " DAYS-PAY".

       01  PROFIT-DETAIL-LINE.
                 05 PRINT-RANK             PIC ZZZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-ACCOUNT          PIC 9(7).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-NAME             PIC X(16).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-SALES            PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-RETURNS          PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-COST             PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-WRITE-OFFS       PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-MARGIN           PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-PERCENT          PIC ZZZ9.9-.
                 05 FILLER                 PIC X(4) VALUE SPACE.
                 05 PRINT-DAYS-TO-PAY      PIC ZZ9.
                 05 PRINT-NO-PAYMENTS REDEFINES PRINT-DAYS-TO-PAY
                                           PIC X(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            PERFORM BUILD-THE-PROFIT-ROWS.
            MOVE "D" TO WHICH-SECTION.
            SORT PROFIT-SORT-FILE
                      ON DESCENDING KEY PSORT-MARGIN
                      USING PROFIT-FILE
                      GIVING RANKED-PROFIT-FILE.
            PERFORM PRINT-THE-SECTION.
            MOVE "P" TO WHICH-SECTION.
            SORT PROFIT-SORT-FILE
                      ON DESCENDING KEY PSORT-PERCENT
                      USING PROFIT-FILE
                      GIVING RANKED-PROFIT-FILE.
            PERFORM PRINT-THE-SECTION.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
           PERFORM GET-THE-DATE-RANGE.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN PRODUCT.DAT - STATUS "
                             PRODUCT-FILE-STATUS
                     STOP RUN.
           OPEN OUTPUT PRINTER-FILE.
           MOVE RANGE-FROM-DATE TO PRINT-FROM-DATE.
           MOVE RANGE-TO-DATE TO PRINT-TO-DATE.
           MOVE ZEROES TO PRINT-LINES PAGE-NUMBER.
           PERFORM START-NEW-PAGE.

       CLOSING-PROCEDURE.
           PERFORM END-LAST-PAGE.
           CLOSE PRODUCT-FILE.
           CLOSE PRINTER-FILE.
           DISPLAY ACCOUNTS-LISTED " ACCOUNT(S) LISTED".
           IF DETAIL-LINES-SKIPPED NOT = ZERO
                     DISPLAY DETAIL-LINES-SKIPPED " SALES LINE(S) "
                             "FOR ACCOUNTS NO LONGER ON FILE LEFT OUT".

       GET-THE-DATE-RANGE.
           MOVE ZEROES TO RANGE-FROM-DATE.
           MOVE 99999999 TO RANGE-TO-DATE.
           DISPLAY "FROM DATE (YYYYMMDD, BLANK FOR ALL)? "
                   WITH NO ADVANCING.
           ACCEPT FROM-DATE-ENTRY.
           IF FROM-DATE-ENTRY IS NUMERIC
                     MOVE FROM-DATE-ENTRY TO RANGE-FROM-DATE.
           DISPLAY "TO DATE (YYYYMMDD, BLANK FOR ALL)? "
                   WITH NO ADVANCING.
           ACCEPT TO-DATE-ENTRY.
           IF TO-DATE-ENTRY IS NUMERIC
                     MOVE TO-DATE-ENTRY TO RANGE-TO-DATE.

      * BUILD-THE-PROFIT-ROWS SORTS THE DETAIL ON ACCOUNT AND WALKS
      * IT SIDE BY SIDE WITH THE CUSTOMER FILE, WRITING ONE PROFIT
      * ROW FOR EACH ACCOUNT WITH ANYTHING IN THE RANGE.
       BUILD-THE-PROFIT-ROWS.
           SORT DETAIL-SORT-FILE
                     ON ASCENDING KEY DSORT-ACCOUNT-NUMBER
                     USING SALES-DETAIL-FILE
                     GIVING SORTED-DETAIL-FILE.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "
                             CUSTOMER-FILE-STATUS
                     STOP RUN.
           OPEN INPUT SORTED-DETAIL-FILE.
           OPEN OUTPUT PROFIT-FILE.
           MOVE "N" TO DETAIL-END-OF-FILE.
           PERFORM READ-NEXT-IN-RANGE.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-CUSTOMER.
           PERFORM FIGURE-ONE-ACCOUNT
                UNTIL END-OF-FILE = "Y".
           PERFORM SKIP-ONE-ORPHAN
                UNTIL DETAIL-END-OF-FILE = "Y".
           CLOSE PROFIT-FILE.
           CLOSE SORTED-DETAIL-FILE.
           CLOSE CUSTOMER-FILE.

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

      * READ-NEXT-IN-RANGE PASSES OVER DETAIL DATED OUTSIDE THE RANGE.
       READ-NEXT-IN-RANGE.
           PERFORM READ-NEXT-SORTED-DETAIL.
           IF DETAIL-END-OF-FILE = "N"
                     IF SORTED-DATE < RANGE-FROM-DATE OR
                        SORTED-DATE > RANGE-TO-DATE
                               GO TO READ-NEXT-IN-RANGE.

       READ-NEXT-SORTED-DETAIL.
           READ SORTED-DETAIL-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO DETAIL-END-OF-FILE.

       FIGURE-ONE-ACCOUNT.
           MOVE ZEROES TO ACCOUNT-FIGURES.
           PERFORM SKIP-ONE-ORPHAN
                UNTIL DETAIL-END-OF-FILE = "Y" OR
                      SORTED-ACCOUNT-NUMBER NOT <
                                CUSTOMER-ACCOUNT-NUMBER.
           PERFORM TAKE-ONE-SALE
                UNTIL DETAIL-END-OF-FILE = "Y" OR
                      SORTED-ACCOUNT-NUMBER NOT =
                                CUSTOMER-ACCOUNT-NUMBER.
           PERFORM SCAN-THE-WRITE-OFFS.
           PERFORM SCAN-THE-RECEIPTS.
           IF ACCT-SALES NOT = ZERO OR
              ACCT-RETURNS NOT = ZERO OR
              ACCT-WRITE-OFFS NOT = ZERO OR
              ACCT-PAYMENT-COUNT NOT = ZERO
                     PERFORM WRITE-THE-PROFIT-ROW.
           PERFORM READ-NEXT-CUSTOMER.

      * SKIP-ONE-ORPHAN PASSES OVER DETAIL FOR AN ACCOUNT THAT IS NO
      * LONGER ON THE CUSTOMER FILE (MERGED OR ARCHIVED AWAY).
       SKIP-ONE-ORPHAN.
           ADD 1 TO DETAIL-LINES-SKIPPED.
           PERFORM READ-NEXT-IN-RANGE.

      * TAKE-ONE-SALE COSTS THE LINE AT THE PRODUCT'S CURRENT UNIT
      * COST. A NEGATIVE LINE IS AN ORDRTN01 RETURN OR CREDIT MEMO -
      * ITS NEGATIVE QUANTITY PUTS THE COST BACK AS WELL. A PRODUCT
      * NO LONGER ON FILE COSTS AT ZERO, AS IN SALESANL01.
       TAKE-ONE-SALE.
           IF SORTED-AMOUNT < ZERO
                     SUBTRACT SORTED-AMOUNT FROM ACCT-RETURNS
           ELSE
                     ADD SORTED-AMOUNT TO ACCT-SALES.
           MOVE SORTED-PRODUCT-CODE TO PRODUCT-CODE.
           MOVE "Y" TO PRODUCT-WAS-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO PRODUCT-WAS-FOUND.
           IF PRODUCT-WAS-FOUND = "Y"
                     COMPUTE LINE-COST =
                               SORTED-QUANTITY * PRODUCT-UNIT-COST
                     ADD LINE-COST TO ACCT-COST.
           PERFORM READ-NEXT-IN-RANGE.

      * SCAN-THE-WRITE-OFFS TOTALS THE ACCOUNT'S ARWOFF.DAT ROWS IN
      * THE RANGE - BAD DEBT, SMALL BALANCES AND DISCOUNTS TAKEN.
       SCAN-THE-WRITE-OFFS.
           OPEN INPUT WRITE-OFF-FILE.
           IF WRITE-OFF-FILE-STATUS = "00"
                     MOVE "N" TO WRITE-OFF-END-OF-FILE
                     PERFORM READ-NEXT-WRITE-OFF
                     PERFORM TAKE-ONE-WRITE-OFF
                          UNTIL WRITE-OFF-END-OF-FILE = "Y".
           CLOSE WRITE-OFF-FILE.

       READ-NEXT-WRITE-OFF.
           READ WRITE-OFF-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO WRITE-OFF-END-OF-FILE.

       TAKE-ONE-WRITE-OFF.
           IF WOFF-ACCOUNT-NUMBER = CUSTOMER-ACCOUNT-NUMBER AND
              WOFF-DATE NOT < RANGE-FROM-DATE AND
              WOFF-DATE NOT > RANGE-TO-DATE
                     ADD WOFF-AMOUNT TO ACCT-WRITE-OFFS.
           PERFORM READ-NEXT-WRITE-OFF.

      * SCAN-THE-RECEIPTS TIMES EACH RECEIPT IN THE RANGE WHOSE
      * INVOICE IS STILL ON ARITEM.DAT.
       SCAN-THE-RECEIPTS.
           OPEN INPUT AR-ITEM-FILE.
           OPEN INPUT CASH-JOURNAL-FILE.
           IF CASH-FILE-STATUS = "00"
                     MOVE "N" TO CASH-END-OF-FILE
                     PERFORM READ-NEXT-CASH
                     PERFORM TAKE-ONE-RECEIPT
                          UNTIL CASH-END-OF-FILE = "Y".
           CLOSE CASH-JOURNAL-FILE.
           CLOSE AR-ITEM-FILE.

       READ-NEXT-CASH.
           READ CASH-JOURNAL-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO CASH-END-OF-FILE.

       TAKE-ONE-RECEIPT.
           IF CASH-ACCOUNT-NUMBER = CUSTOMER-ACCOUNT-NUMBER AND
              CASH-DATE NOT < RANGE-FROM-DATE AND
              CASH-DATE NOT > RANGE-TO-DATE
                     PERFORM TIME-THE-RECEIPT.
           PERFORM READ-NEXT-CASH.

       TIME-THE-RECEIPT.
           MOVE CASH-INVOICE-NUMBER TO AR-INVOICE-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ AR-ITEM-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     PERFORM COUNT-THE-DAYS-TO-PAY
                     ADD 1 TO ACCT-PAYMENT-COUNT
                     ADD DAYS-TO-PAY TO ACCT-DAYS-TOTAL.

       COUNT-THE-DAYS-TO-PAY.
           MOVE ZERO TO DAYS-TO-PAY.
           MOVE AR-INVOICE-DATE TO WALK-DATE-WHOLE.
           PERFORM COUNT-ONE-DAY
                     UNTIL WALK-DATE-WHOLE NOT < CASH-DATE OR
                           DAYS-TO-PAY = 999.

       COUNT-ONE-DAY.
           PERFORM WALK-FORWARD-ONE-DAY.
           ADD 1 TO DAYS-TO-PAY.

       WALK-FORWARD-ONE-DAY.
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

      * WRITE-THE-PROFIT-ROW WORKS OUT THE MARGIN. THE PERCENT IS OF
      * NET SALES AND IS HELD INSIDE -999.9 TO 999.9; WITH NO NET
      * SALES IT IS SET TO -999.9 SO THE ACCOUNT RANKS LAST.
       WRITE-THE-PROFIT-ROW.
           COMPUTE ACCT-NET-SALES = ACCT-SALES - ACCT-RETURNS.
           COMPUTE ACCT-MARGIN = ACCT-NET-SALES - ACCT-COST
                     - ACCT-WRITE-OFFS.
           IF ACCT-NET-SALES NOT > ZERO
                     MOVE -999.9 TO ACCT-PERCENT
           ELSE
                     COMPUTE ACCT-PERCENT ROUNDED =
                               ACCT-MARGIN * 100 / ACCT-NET-SALES.
           IF ACCT-PERCENT > 999.9
                     MOVE 999.9 TO ACCT-PERCENT.
           IF ACCT-PERCENT < -999.9
                     MOVE -999.9 TO ACCT-PERCENT.
           MOVE ACCT-MARGIN TO PROFIT-MARGIN.
           MOVE ACCT-PERCENT TO PROFIT-PERCENT.
           MOVE CUSTOMER-ACCOUNT-NUMBER TO PROFIT-ACCOUNT.
           MOVE CUSTOMER-LAST-NAME TO PROFIT-NAME.
           MOVE ACCT-SALES TO PROFIT-SALES.
           MOVE ACCT-RETURNS TO PROFIT-RETURNS.
           MOVE ACCT-COST TO PROFIT-COST.
           MOVE ACCT-WRITE-OFFS TO PROFIT-WRITE-OFFS.
           MOVE ACCT-PAYMENT-COUNT TO PROFIT-PAYMENT-COUNT.
           MOVE ZERO TO PROFIT-DAYS-TO-PAY.
           IF ACCT-PAYMENT-COUNT NOT = ZERO
                     COMPUTE PROFIT-DAYS-TO-PAY ROUNDED =
                               ACCT-DAYS-TOTAL / ACCT-PAYMENT-COUNT.
           WRITE PROFIT-RECORD.
           ADD 1 TO ACCOUNTS-LISTED.

       PRINT-THE-SECTION.
           IF WHICH-SECTION = "D"
                     MOVE "RANKED BY MARGIN DOLLARS - BIGGEST FIRST"
                               TO SECTION-LINE
           ELSE
                     MOVE "RANKED BY MARGIN PERCENT - BEST FIRST"
                               TO SECTION-LINE.
           PERFORM PRINT-SECTION-HEADING.
           MOVE ZERO TO RANK-NUMBER.
           OPEN INPUT RANKED-PROFIT-FILE.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-RANKED-ROW.
           IF END-OF-FILE = "Y"
                     MOVE "NOTHING IN THE RANGE" TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1
                     ADD 1 TO PRINT-LINES.
           PERFORM PRINT-ONE-RANKED-ROW
                UNTIL END-OF-FILE = "Y".
           CLOSE RANKED-PROFIT-FILE.

       READ-NEXT-RANKED-ROW.
           READ RANKED-PROFIT-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       PRINT-ONE-RANKED-ROW.
           IF PRINT-LINES NOT < 55
                     PERFORM NEXT-PAGE
                     PERFORM PRINT-SECTION-HEADING.
           ADD 1 TO RANK-NUMBER.
           MOVE RANK-NUMBER TO PRINT-RANK.
           MOVE RANKED-ACCOUNT TO PRINT-ACCOUNT.
           MOVE RANKED-NAME TO PRINT-NAME.
           MOVE RANKED-SALES TO PRINT-SALES.
           MOVE RANKED-RETURNS TO PRINT-RETURNS.
           MOVE RANKED-COST TO PRINT-COST.
           MOVE RANKED-WRITE-OFFS TO PRINT-WRITE-OFFS.
           MOVE RANKED-MARGIN TO PRINT-MARGIN.
           MOVE RANKED-PERCENT TO PRINT-PERCENT.
           IF RANKED-PAYMENT-COUNT = ZERO
                     MOVE "  -" TO PRINT-NO-PAYMENTS
           ELSE
                     MOVE RANKED-DAYS-TO-PAY TO PRINT-DAYS-TO-PAY.
           MOVE PROFIT-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.
           PERFORM READ-NEXT-RANKED-ROW.

       PRINT-SECTION-HEADING.
           IF PRINT-LINES NOT < 51
                     PERFORM NEXT-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SECTION-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE COLUMN-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 4 TO PRINT-LINES.

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

       END PROGRAM CUSTPRF01.
