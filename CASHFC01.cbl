      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFC01.

      ******************************************************************
      * This program prints the thirteen-week cash-flow forecast
      * finance used to build by hand every Monday: what cash comes
      * in and goes out each week from today, and the running net
      * position from a keyed opening cash balance.
      *
      * MONEY IN:
      *   RECEIVABLES - EVERY OPEN ARITEM.DAT ITEM'S BALANCE, EXPECTED
      *                 THE AVERAGE DAYS-TO-PAY AFTER ITS INVOICE DATE
      *                 THAT THE ACCOUNT HAS SHOWN OVER THE LAST TWELVE
      *                 MONTHS OF ARCASH.DAT RECEIPTS (THE ARCRV01
      *                 MEASURE). AN ACCOUNT WITH NO RECEIPTS TO GO BY
      *                 IS EXPECTED ON THE DUE DATE. REBATE CREDITS ARE
      *                 USED AGAINST INVOICES, NOT PAID, AND ARE LEFT
      *                 OUT.
      *   LOANS       - THE SCHEDULED PAYMENTS ON OPEN LOANMST.DAT
      *                 NOTES, STEPPED ON FROM THE LAST TIME MONEY
      *                 MOVED AS LOANSTM01 STEPS THEM, THE LAST ONE
      *                 CUT DOWN TO WHAT CLEARS THE BALANCE.
      * MONEY OUT:
      *   PAYABLES    - EVERY OPEN APITEM.DAT BALANCE ON ITS DUE DATE;
      *                 A DEBIT MEMO COMES OFF THE WEEK IT FALLS IN.
      *   OPEN POS    - WHAT IS STILL TO BE BILLED ON OPEN PURCHASE
      *                 ORDERS (ORDERED LESS BILLED, AT THE LINE COST),
      *                 ON THE PO'S EXPECTED DATE.
      *   COMMISSIONS - EACH SALESPERSON'S UNSETTLED BALANCE, FIGURED
      *                 AS SLSSTL01 FIGURES IT, PAID AT THE SETTLEMENT
      *                 THAT FOLLOWS THE MONTH CLOSE - THE FIRST OF
      *                 NEXT MONTH.
      * A ZERO DUE OR EXPECTED DATE IS TAKEN AS 30 DAYS AFTER THE
      * DOCUMENT DATE, AS THE AGING REPORTS TAKE IT. ANYTHING ALREADY
      * PAST DUE FALLS IN WEEK 1; ANYTHING PAST WEEK 13 PRINTS ON AN
      * AFTER-THE-FORECAST LINE AND STAYS OUT OF THE RUNNING FIGURE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL AR-ITEM-FILE
                           ASSIGN TO "ARITEM.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS AR-INVOICE-NUMBER
                           FILE STATUS IS AR-FILE-STATUS.

                 SELECT AR-SORT-FILE
                           ASSIGN TO "CASHFC1.WRK".

                 SELECT SORTED-AR-FILE
                           ASSIGN TO "CASHFC2.WRK"
                           ORGANIZATION IS SEQUENTIAL.

                 SELECT OPTIONAL CASH-JOURNAL-FILE
                           ASSIGN TO "ARCASH.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CASH-FILE-STATUS.

                 SELECT OPTIONAL AP-ITEM-FILE
                           ASSIGN TO "APITEM.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS AP-VOUCHER-NUMBER
                           FILE STATUS IS AP-FILE-STATUS.

                 SELECT OPTIONAL PO-HEADER-FILE
                           ASSIGN TO "POHDR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PO-NUMBER
                           FILE STATUS IS PO-FILE-STATUS.

                 SELECT OPTIONAL PO-LINE-FILE
                           ASSIGN TO "POLINE.DAT"
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS POLINE-FILE-STATUS.

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

                 SELECT OPTIONAL LOAN-MASTER-FILE
                           ASSIGN TO "LOANMST.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS LOAN-NUMBER
                           FILE STATUS IS LOAN-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * AR-ITEM-RECORD IS THE SHARED OPEN-ITEM LAYOUT - SEE
      * COPYBOOKS/WARITEM.CPY.
       FD  AR-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARITEM.

      * THE OPEN ITEMS ARE SORTED ON ACCOUNT SO EACH ACCOUNT'S
      * DAYS-TO-PAY IS MEASURED ONCE FOR ALL OF ITS ITEMS.
       SD  AR-SORT-FILE.
       01  AR-SORT-RECORD.
                 05 ARSORT-INVOICE-NUMBER      PIC 9(7).
                 05 ARSORT-ACCOUNT-NUMBER      PIC 9(7).
                 05 FILLER                     PIC X(82).

       FD  SORTED-AR-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-AR-RECORD.
                 05 SORTED-INVOICE-NUMBER      PIC 9(7).
                 05 SORTED-ACCOUNT-NUMBER      PIC 9(7).
                 05 SORTED-INVOICE-DATE        PIC 9(8).
                 05 SORTED-ORIGINAL-AMOUNT     PIC 9(9)V99.
                 05 SORTED-BALANCE-DUE         PIC S9(9)V99.
                 05 SORTED-ITEM-STATUS         PIC X(1).
                 05 SORTED-ITEM-TYPE           PIC X(1).
                 05 SORTED-DUE-DATE            PIC 9(8).
                 05 FILLER                     PIC X(42).

      * AR-CASH-RECORD IS THE SHARED CASH JOURNAL LAYOUT - SEE
      * COPYBOOKS/WARCASH.CPY.
       FD  CASH-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARCASH.

      * AP-ITEM-RECORD IS THE SHARED PAYABLES LAYOUT - SEE
      * COPYBOOKS/WAPITEM.CPY.
       FD  AP-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WAPITEM.

       FD  PO-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPOHDR.

       FD  PO-LINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPOLINE.

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

      * LOAN-MASTER-RECORD IS THE SHARED LOAN LAYOUT - SEE
      * COPYBOOKS/WLOANMST.CPY.
       FD  LOAN-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WLOANMST.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  AR-FILE-STATUS            PIC XX.
       01  CASH-FILE-STATUS          PIC XX.
       01  AP-FILE-STATUS            PIC XX.
       01  PO-FILE-STATUS            PIC XX.
       01  POLINE-FILE-STATUS        PIC XX.
       01  SALES-YTD-STATUS          PIC XX.
       01  SETTLE-FILE-STATUS        PIC XX.
       01  CLAW-FILE-STATUS          PIC XX.
       01  LOAN-FILE-STATUS          PIC XX.
       01  END-OF-FILE               PIC X.
       01  SCAN-END-OF-FILE          PIC X.
       01  RECORD-FOUND              PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       01  TODAYS-DATE               PIC 9(8).
       01  HISTORY-FROM-DATE         PIC 9(8).
       01  SETTLEMENT-DATE           PIC 9(8).
       01  OPENING-ENTRY             PIC X(13).
       01  OPENING-AS-EDIT           PIC -(9)9.99.
       01  OPENING-CASH              PIC S9(11)V99.

      * THE THIRTEEN WEEKS, EACH ENDING SIX DAYS AFTER IT STARTS,
      * AND THE MONEY FILED INTO EACH. SLOT 14 HOLDS WHAT FALLS
      * AFTER THE LAST WEEK.
       01  WEEK-TABLE.
                 05 WEEK-ENTRY OCCURS 14 TIMES.
                           10 WEEK-END-DATE       PIC 9(8).
                           10 WEEK-RECEIVABLES    PIC S9(11)V99.
                           10 WEEK-LOANS-IN       PIC S9(11)V99.
                           10 WEEK-PAYABLES       PIC S9(11)V99.
                           10 WEEK-OPEN-POS       PIC S9(11)V99.
                           10 WEEK-COMMISSIONS    PIC S9(11)V99.
       01  WEEK-INDEX                PIC 99.
       01  THE-WEEK                  PIC 99.
       01  FORECAST-DATE             PIC 9(8).
       01  WEEK-NET                  PIC S9(11)V99.
       01  RUNNING-POSITION          PIC S9(11)V99.
       01  TOTAL-FIGURES.
                 05 TOTAL-RECEIVABLES      PIC S9(11)V99.
                 05 TOTAL-LOANS-IN         PIC S9(11)V99.
                 05 TOTAL-PAYABLES         PIC S9(11)V99.
                 05 TOTAL-OPEN-POS         PIC S9(11)V99.
                 05 TOTAL-COMMISSIONS      PIC S9(11)V99.

      * PER-ACCOUNT DAYS-TO-PAY, THE CUSTPRF01 COUNT.
       01  THE-ACCOUNT-NUMBER        PIC 9(7).
       01  ACCT-PAYMENT-COUNT        PIC 9(5).
       01  ACCT-DAYS-TOTAL           PIC 9(9).
       01  ACCT-AVERAGE-DAYS         PIC 9(3).

      * PER-SALESPERSON COMMISSION STILL OWED, THE SLSSTL01 FIGURE.
       01  ALREADY-PAID              PIC S9(11)V99.
       01  PENDING-CLAWBACK          PIC S9(9)V99.
       01  UNSETTLED-BALANCE         PIC S9(11)V99.

      * PER-PO-LINE AMOUNT STILL TO BE BILLED.
       01  UNBILLED-QUANTITY         PIC S9(5).
       01  UNBILLED-AMOUNT           PIC S9(11)V99.

      * THE LOAN SCHEDULE, STEPPED AS LOANSTM01 STEPS IT.
       01  PERIODS-PER-YEAR          PIC 99.
       01  MONTHS-PER-PERIOD         PIC 99.
       01  RATE-PER-PERIOD           PIC V9(8).
       01  SCHEDULE-BALANCE          PIC S9(9)V99.
       01  PERIOD-INTEREST           PIC 9(9)V99.
       01  INSTALLMENT-AMOUNT        PIC 9(9)V99.
       01  LAST-WEEK-END             PIC 9(8).

       01  WALK-DATE-PARTS.
                 05 WALK-YEAR              PIC 9(4).
                 05 WALK-MONTH             PIC 99.
                 05 WALK-DAY               PIC 99.
       01  WALK-DATE-WHOLE REDEFINES WALK-DATE-PARTS
                                           PIC 9(8).
       01  DAYS-TO-PAY               PIC 9(3).
       01  CASH-INVOICE-DATE         PIC 9(8).
       01  MONTH-LENGTH-TEXT         PIC X(24) VALUE
                                     "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-TEXT.
                 05 MONTH-LENGTH OCCURS 12 TIMES PIC 99.
       01  LEAP-QUOTIENT             PIC 9(4).
       01  LEAP-REMAINDER            PIC 9(4).
       01  THIS-MONTH-LENGTH         PIC 99.

       01  PRINT-LINES               PIC 99.
       01  PAGE-NUMBER               PIC 9(5).

      * Structures for the printed report.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(40) VALUE
                           "THIRTEEN-WEEK CASH-FLOW FORECAST FROM ".
                 05 PRINT-TODAYS-DATE      PIC 9(8).
                 05 FILLER                 PIC X(10) VALUE SPACE.
                 05 FILLER                 PIC X(5) VALUE "Page".
                 05 PRINT-PAGE-NUMBER      PIC ZZZZ9.

       01  SUBTITLE-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 SUB-OPERATOR-ID        PIC X(10).

       01  COLUMN-HEADING-LINE-1.
                 05 FILLER                 PIC X(12) VALUE SPACE.
                 05 FILLER                 PIC X(30) VALUE
                           "  ------ MONEY IN ------".
                 05 FILLER                 PIC X(45) VALUE
                           "  -------------- MONEY OUT --------------".

       01  COLUMN-HEADING-LINE-2.
                 05 FILLER                 PIC X(12) VALUE
                                           "WK  ENDING".
                 05 FILLER                 PIC X(15) VALUE
                                           "    RECEIVABLES".
                 05 FILLER                 PIC X(15) VALUE
                                           "          LOANS".
                 05 FILLER                 PIC X(15) VALUE
                                           "       PAYABLES".
                 05 FILLER                 PIC X(15) VALUE
                                           "       OPEN POS".
                 05 FILLER                 PIC X(15) VALUE
                                           "    COMMISSIONS".
                 05 FILLER                 PIC X(15) VALUE
                                           "   NET FOR WEEK".
                 05 FILLER                 PIC X(15) VALUE
                                           "        RUNNING".

       01  WEEK-LINE.
                 05 PRINT-WEEK-NUMBER      PIC Z9.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-WEEK-END         PIC 9(8).
                 05 PRINT-WEEK-LABEL REDEFINES PRINT-WEEK-END
                                           PIC X(8).
                 05 PRINT-AMOUNT OCCURS 7 TIMES.
                           10 FILLER              PIC X(1).
                           10 PRINT-AMOUNT-VALUE  PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            PERFORM SET-UP-THE-WEEKS.
            PERFORM FORECAST-THE-RECEIVABLES.
            PERFORM FORECAST-THE-LOANS.
            PERFORM FORECAST-THE-PAYABLES.
            PERFORM FORECAST-THE-OPEN-POS.
            PERFORM FORECAST-THE-COMMISSIONS.
            PERFORM PRINT-THE-FORECAST.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           PERFORM GET-THE-OPENING-CASH.
           OPEN OUTPUT PRINTER-FILE.
           MOVE TODAYS-DATE TO PRINT-TODAYS-DATE.
           MOVE ZEROES TO PRINT-LINES PAGE-NUMBER.
           PERFORM START-NEW-PAGE.

       CLOSING-PROCEDURE.
           PERFORM END-LAST-PAGE.
           CLOSE PRINTER-FILE.

       GET-THE-OPENING-CASH.
           DISPLAY "OPENING CASH BALANCE (BLANK FOR ZERO)? "
                   WITH NO ADVANCING.
           ACCEPT OPENING-ENTRY.
           MOVE ZERO TO OPENING-CASH.
           IF OPENING-ENTRY NOT = SPACE
                     MOVE OPENING-ENTRY TO OPENING-AS-EDIT
                     MOVE OPENING-AS-EDIT TO OPENING-CASH.

      * SET-UP-THE-WEEKS WALKS FORWARD FROM TODAY TO THE LAST DAY OF
      * EACH WEEK, AND WORKS OUT THE TWO OTHER DATES THE FORECAST
      * NEEDS: A YEAR BACK, WHERE THE DAYS-TO-PAY HISTORY STARTS, AND
      * THE FIRST OF NEXT MONTH, WHEN COMMISSION IS NEXT SETTLED.
       SET-UP-THE-WEEKS.
           MOVE ZEROES TO WEEK-TABLE.
           MOVE ZEROES TO TOTAL-FIGURES.
           MOVE TODAYS-DATE TO WALK-DATE-WHOLE.
           PERFORM WALK-FORWARD-ONE-DAY 6 TIMES.
           MOVE WALK-DATE-WHOLE TO WEEK-END-DATE (1).
           PERFORM SET-UP-ONE-WEEK
                     VARYING WEEK-INDEX FROM 2 BY 1
                     UNTIL WEEK-INDEX > 13.
           MOVE WEEK-END-DATE (13) TO LAST-WEEK-END.
           MOVE 99999999 TO WEEK-END-DATE (14).
           MOVE TODAYS-DATE TO WALK-DATE-WHOLE.
           SUBTRACT 1 FROM WALK-YEAR.
           MOVE WALK-DATE-WHOLE TO HISTORY-FROM-DATE.
           MOVE TODAYS-DATE TO WALK-DATE-WHOLE.
           MOVE 1 TO WALK-DAY.
           IF WALK-MONTH = 12
                     MOVE 1 TO WALK-MONTH
                     ADD 1 TO WALK-YEAR
           ELSE
                     ADD 1 TO WALK-MONTH.
           MOVE WALK-DATE-WHOLE TO SETTLEMENT-DATE.

       SET-UP-ONE-WEEK.
           PERFORM WALK-FORWARD-ONE-DAY 7 TIMES.
           MOVE WALK-DATE-WHOLE TO WEEK-END-DATE (WEEK-INDEX).

      * FIND-THE-WEEK FILES FORECAST-DATE INTO THE-WEEK - WEEK 1 FOR
      * ANYTHING ALREADY PAST, 14 FOR ANYTHING AFTER WEEK 13.
       FIND-THE-WEEK.
           MOVE ZERO TO THE-WEEK.
           PERFORM CHECK-ONE-WEEK
                     VARYING WEEK-INDEX FROM 1 BY 1
                     UNTIL WEEK-INDEX > 14 OR THE-WEEK NOT = ZERO.

       CHECK-ONE-WEEK.
           IF FORECAST-DATE NOT > WEEK-END-DATE (WEEK-INDEX)
                     MOVE WEEK-INDEX TO THE-WEEK.

      * A ZERO DOCUMENT DUE DATE IS TAKEN AS 30 DAYS AFTER THE DATE IN
      * WALK-DATE-WHOLE.
       THIRTY-DAYS-ON.
           PERFORM WALK-FORWARD-ONE-DAY 30 TIMES.
           MOVE WALK-DATE-WHOLE TO FORECAST-DATE.

      * FORECAST-THE-RECEIVABLES SORTS THE OPEN ITEMS ON ACCOUNT AND,
      * FOR EACH ACCOUNT, MEASURES ITS DAYS-TO-PAY BEFORE FILING ITS
      * ITEMS.
       FORECAST-THE-RECEIVABLES.
           SORT AR-SORT-FILE
                     ON ASCENDING KEY ARSORT-ACCOUNT-NUMBER
                     USING AR-ITEM-FILE
                     GIVING SORTED-AR-FILE.
           OPEN INPUT AR-ITEM-FILE.
           OPEN INPUT SORTED-AR-FILE.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-SORTED-ITEM.
           PERFORM FORECAST-ONE-ACCOUNT
                UNTIL END-OF-FILE = "Y".
           CLOSE SORTED-AR-FILE.
           CLOSE AR-ITEM-FILE.

      * READ-NEXT-SORTED-ITEM PASSES OVER PAID ITEMS, ZERO BALANCES
      * AND REBATE CREDITS.
       READ-NEXT-SORTED-ITEM.
           READ SORTED-AR-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.
           IF END-OF-FILE = "N"
                     IF SORTED-ITEM-STATUS NOT = "O" OR
                        SORTED-BALANCE-DUE = ZERO OR
                        SORTED-ITEM-TYPE = "R"
                               GO TO READ-NEXT-SORTED-ITEM.

       FORECAST-ONE-ACCOUNT.
           MOVE SORTED-ACCOUNT-NUMBER TO THE-ACCOUNT-NUMBER.
           PERFORM MEASURE-THE-DAYS-TO-PAY.
           PERFORM FORECAST-ONE-ITEM
                UNTIL END-OF-FILE = "Y" OR
                      SORTED-ACCOUNT-NUMBER NOT = THE-ACCOUNT-NUMBER.

       FORECAST-ONE-ITEM.
           IF ACCT-PAYMENT-COUNT NOT = ZERO
                     MOVE SORTED-INVOICE-DATE TO WALK-DATE-WHOLE
                     PERFORM WALK-FORWARD-ONE-DAY
                               ACCT-AVERAGE-DAYS TIMES
                     MOVE WALK-DATE-WHOLE TO FORECAST-DATE
           ELSE
                     IF SORTED-DUE-DATE NOT = ZERO
                               MOVE SORTED-DUE-DATE TO FORECAST-DATE
                     ELSE
                               MOVE SORTED-INVOICE-DATE TO
                                         WALK-DATE-WHOLE
                               PERFORM THIRTY-DAYS-ON.
           PERFORM FIND-THE-WEEK.
           ADD SORTED-BALANCE-DUE TO WEEK-RECEIVABLES (THE-WEEK).
           PERFORM READ-NEXT-SORTED-ITEM.

      * MEASURE-THE-DAYS-TO-PAY TIMES EACH OF THE ACCOUNT'S RECEIPTS
      * IN THE LAST TWELVE MONTHS WHOSE INVOICE IS STILL ON FILE AND
      * AVERAGES THEM.
       MEASURE-THE-DAYS-TO-PAY.
           MOVE ZEROES TO ACCT-PAYMENT-COUNT ACCT-DAYS-TOTAL
                          ACCT-AVERAGE-DAYS.
           OPEN INPUT CASH-JOURNAL-FILE.
           IF CASH-FILE-STATUS = "00"
                     MOVE "N" TO SCAN-END-OF-FILE
                     PERFORM READ-NEXT-CASH
                     PERFORM TAKE-ONE-RECEIPT
                          UNTIL SCAN-END-OF-FILE = "Y".
           CLOSE CASH-JOURNAL-FILE.
           IF ACCT-PAYMENT-COUNT NOT = ZERO
                     COMPUTE ACCT-AVERAGE-DAYS ROUNDED =
                               ACCT-DAYS-TOTAL / ACCT-PAYMENT-COUNT.

       READ-NEXT-CASH.
           READ CASH-JOURNAL-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO SCAN-END-OF-FILE.

       TAKE-ONE-RECEIPT.
           IF CASH-ACCOUNT-NUMBER = THE-ACCOUNT-NUMBER AND
              CASH-DATE NOT < HISTORY-FROM-DATE
                     PERFORM TIME-THE-RECEIPT.
           PERFORM READ-NEXT-CASH.

       TIME-THE-RECEIPT.
           MOVE CASH-INVOICE-NUMBER TO AR-INVOICE-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ AR-ITEM-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     MOVE AR-INVOICE-DATE TO CASH-INVOICE-DATE
                     PERFORM COUNT-THE-DAYS-TO-PAY
                     ADD 1 TO ACCT-PAYMENT-COUNT
                     ADD DAYS-TO-PAY TO ACCT-DAYS-TOTAL.

       COUNT-THE-DAYS-TO-PAY.
           MOVE ZERO TO DAYS-TO-PAY.
           MOVE CASH-INVOICE-DATE TO WALK-DATE-WHOLE.
           PERFORM COUNT-ONE-DAY
                     UNTIL WALK-DATE-WHOLE NOT < CASH-DATE OR
                           DAYS-TO-PAY = 999.

       COUNT-ONE-DAY.
           PERFORM WALK-FORWARD-ONE-DAY.
           ADD 1 TO DAYS-TO-PAY.

      * FORECAST-THE-LOANS STEPS EACH OPEN NOTE'S PAYMENTS THROUGH
      * THE THIRTEEN WEEKS.
       FORECAST-THE-LOANS.
           OPEN INPUT LOAN-MASTER-FILE.
           IF LOAN-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-LOAN
                     PERFORM FORECAST-ONE-LOAN
                          UNTIL END-OF-FILE = "Y".
           CLOSE LOAN-MASTER-FILE.

       READ-NEXT-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       FORECAST-ONE-LOAN.
           IF LOAN-IS-OPEN AND LOAN-BALANCE > ZERO
                     PERFORM SCHEDULE-THE-LOAN.
           PERFORM READ-NEXT-LOAN.

      * SCHEDULE-THE-LOAN STARTS FROM THE LAST TIME MONEY MOVED (THE
      * START DATE IF IT NEVER HAS) AND FILES EACH PAYMENT THAT FALLS
      * DUE BY THE END OF WEEK 13 UNTIL THE BALANCE IS CLEARED.
       SCHEDULE-THE-LOAN.
           MOVE 1 TO PERIODS-PER-YEAR.
           MOVE 12 TO MONTHS-PER-PERIOD.
           IF LOAN-FREQUENCY = "M"
                     MOVE 12 TO PERIODS-PER-YEAR
                     MOVE 1 TO MONTHS-PER-PERIOD.
           IF LOAN-FREQUENCY = "Q"
                     MOVE 4 TO PERIODS-PER-YEAR
                     MOVE 3 TO MONTHS-PER-PERIOD.
           COMPUTE RATE-PER-PERIOD ROUNDED =
                     (LOAN-RATE / 100) / PERIODS-PER-YEAR.
           MOVE LOAN-BALANCE TO SCHEDULE-BALANCE.
           MOVE LOAN-LAST-PAYMENT-DATE TO WALK-DATE-WHOLE.
           IF LOAN-LAST-PAYMENT-DATE = ZERO
                     MOVE LOAN-START-DATE TO WALK-DATE-WHOLE.
           PERFORM STEP-ONE-PERIOD.
           PERFORM FILE-ONE-INSTALLMENT
                     UNTIL SCHEDULE-BALANCE NOT > ZERO OR
                           WALK-DATE-WHOLE > LAST-WEEK-END.

       FILE-ONE-INSTALLMENT.
           COMPUTE PERIOD-INTEREST ROUNDED =
                     SCHEDULE-BALANCE * RATE-PER-PERIOD.
           MOVE LOAN-PAYMENT TO INSTALLMENT-AMOUNT.
           IF SCHEDULE-BALANCE + PERIOD-INTEREST < LOAN-PAYMENT
                     COMPUTE INSTALLMENT-AMOUNT =
                               SCHEDULE-BALANCE + PERIOD-INTEREST.
           MOVE WALK-DATE-WHOLE TO FORECAST-DATE.
           PERFORM FIND-THE-WEEK.
           ADD INSTALLMENT-AMOUNT TO WEEK-LOANS-IN (THE-WEEK).
           COMPUTE SCHEDULE-BALANCE = SCHEDULE-BALANCE
                     - (INSTALLMENT-AMOUNT - PERIOD-INTEREST).
      * A PAYMENT THAT DOES NOT EVEN COVER THE INTEREST WOULD NEVER
      * CLEAR THE NOTE; THE SCHEDULE STOPS AFTER ONE.
           IF INSTALLMENT-AMOUNT NOT > PERIOD-INTEREST
                     MOVE ZERO TO SCHEDULE-BALANCE.
           PERFORM STEP-ONE-PERIOD.

      * STEP-ONE-PERIOD MOVES WALK-DATE-WHOLE ON A MONTH, A QUARTER OR
      * A YEAR, HELD TO THE LAST DAY OF A SHORTER MONTH.
       STEP-ONE-PERIOD.
           ADD MONTHS-PER-PERIOD TO WALK-MONTH.
           IF WALK-MONTH > 12
                     SUBTRACT 12 FROM WALK-MONTH
                     ADD 1 TO WALK-YEAR.
           PERFORM SET-THE-MONTH-LENGTH.
           IF WALK-DAY > THIS-MONTH-LENGTH
                     MOVE THIS-MONTH-LENGTH TO WALK-DAY.

      * FORECAST-THE-PAYABLES FILES EACH OPEN VOUCHER ON ITS DUE DATE.
       FORECAST-THE-PAYABLES.
           OPEN INPUT AP-ITEM-FILE.
           IF AP-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-AP-ITEM
                     PERFORM FORECAST-ONE-AP-ITEM
                          UNTIL END-OF-FILE = "Y".
           CLOSE AP-ITEM-FILE.

       READ-NEXT-AP-ITEM.
           READ AP-ITEM-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       FORECAST-ONE-AP-ITEM.
           IF AP-ITEM-IS-OPEN AND AP-BALANCE-DUE NOT = ZERO
                     PERFORM FILE-THE-AP-ITEM.
           PERFORM READ-NEXT-AP-ITEM.

       FILE-THE-AP-ITEM.
           IF AP-DUE-DATE NOT = ZERO
                     MOVE AP-DUE-DATE TO FORECAST-DATE
           ELSE
                     MOVE AP-INVOICE-DATE TO WALK-DATE-WHOLE
                     PERFORM THIRTY-DAYS-ON.
           PERFORM FIND-THE-WEEK.
           ADD AP-BALANCE-DUE TO WEEK-PAYABLES (THE-WEEK).

      * FORECAST-THE-OPEN-POS FILES WHAT IS STILL TO BE BILLED ON EACH
      * LINE OF AN OPEN PO ON THE PO'S EXPECTED DATE. WHAT HAS BEEN
      * BILLED IS ALREADY ON APITEM.DAT AND IS NOT COUNTED TWICE.
       FORECAST-THE-OPEN-POS.
           OPEN INPUT PO-HEADER-FILE.
           OPEN INPUT PO-LINE-FILE.
           IF POLINE-FILE-STATUS = "00" AND PO-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-PO-LINE
                     PERFORM FORECAST-ONE-PO-LINE
                          UNTIL END-OF-FILE = "Y".
           CLOSE PO-LINE-FILE.
           CLOSE PO-HEADER-FILE.

       READ-NEXT-PO-LINE.
           READ PO-LINE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       FORECAST-ONE-PO-LINE.
           COMPUTE UNBILLED-QUANTITY =
                     POLINE-QUANTITY - POLINE-BILLED-QTY.
           IF UNBILLED-QUANTITY > ZERO
                     PERFORM FILE-THE-PO-LINE.
           PERFORM READ-NEXT-PO-LINE.

       FILE-THE-PO-LINE.
           MOVE POLINE-PO-NUMBER TO PO-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ PO-HEADER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y" AND PO-IS-OPEN
                     COMPUTE UNBILLED-AMOUNT =
                               UNBILLED-QUANTITY * POLINE-UNIT-COST
                     IF PO-EXPECTED-DATE NOT = ZERO
                               MOVE PO-EXPECTED-DATE TO FORECAST-DATE
                     ELSE
                               MOVE PO-DATE TO WALK-DATE-WHOLE
                               PERFORM THIRTY-DAYS-ON
                     END-IF
                     PERFORM FIND-THE-WEEK
                     ADD UNBILLED-AMOUNT TO WEEK-OPEN-POS (THE-WEEK).

      * FORECAST-THE-COMMISSIONS FILES EACH SALESPERSON'S UNSETTLED
      * BALANCE - EARNED THIS YEAR LESS WHAT THIS YEAR'S SETTLEMENTS
      * PAID AND DEDUCTED, LESS THE CLAWBACKS STILL PENDING - ON THE
      * NEXT SETTLEMENT DATE.
       FORECAST-THE-COMMISSIONS.
           OPEN INPUT SALES-YTD-FILE.
           IF SALES-YTD-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-YTD
                     PERFORM FORECAST-ONE-PERSON
                          UNTIL END-OF-FILE = "Y".
           CLOSE SALES-YTD-FILE.

       READ-NEXT-YTD.
           READ SALES-YTD-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       FORECAST-ONE-PERSON.
           PERFORM SUM-THE-PRIOR-SETTLEMENTS.
           PERFORM SUM-THE-PENDING-CLAWBACKS.
           COMPUTE UNSETTLED-BALANCE =
                     SALES-YTD-COMMISSION - ALREADY-PAID
                     - PENDING-CLAWBACK.
           IF UNSETTLED-BALANCE > ZERO
                     MOVE SETTLEMENT-DATE TO FORECAST-DATE
                     PERFORM FIND-THE-WEEK
                     ADD UNSETTLED-BALANCE TO
                               WEEK-COMMISSIONS (THE-WEEK).
           PERFORM READ-NEXT-YTD.

       SUM-THE-PRIOR-SETTLEMENTS.
           MOVE ZEROES TO ALREADY-PAID.
           OPEN INPUT SETTLEMENT-FILE.
           IF SETTLE-FILE-STATUS = "00"
                     MOVE "N" TO SCAN-END-OF-FILE
                     PERFORM READ-NEXT-SETTLEMENT
                     PERFORM SUM-ONE-SETTLEMENT
                          UNTIL SCAN-END-OF-FILE = "Y".
           CLOSE SETTLEMENT-FILE.

       READ-NEXT-SETTLEMENT.
           READ SETTLEMENT-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO SCAN-END-OF-FILE.

       SUM-ONE-SETTLEMENT.
           IF SETTLE-SALES-ID = SALES-YTD-ID AND
              SETTLE-PERIOD (1:4) = TODAYS-DATE (1:4)
                     ADD SETTLE-AMOUNT-PAID TO ALREADY-PAID
                     IF SETTLE-CLAWBACK IS NUMERIC
                               ADD SETTLE-CLAWBACK TO ALREADY-PAID.
           PERFORM READ-NEXT-SETTLEMENT.

       SUM-THE-PENDING-CLAWBACKS.
           MOVE ZEROES TO PENDING-CLAWBACK.
           OPEN INPUT CLAWBACK-FILE.
           IF CLAW-FILE-STATUS = "00"
                     MOVE "N" TO SCAN-END-OF-FILE
                     PERFORM READ-NEXT-CLAWBACK
                     PERFORM SUM-ONE-CLAWBACK
                          UNTIL SCAN-END-OF-FILE = "Y".
           CLOSE CLAWBACK-FILE.

       READ-NEXT-CLAWBACK.
           READ CLAWBACK-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO SCAN-END-OF-FILE.

       SUM-ONE-CLAWBACK.
           IF CLAW-SALES-ID = SALES-YTD-ID AND CLAW-IS-PENDING
                     ADD CLAW-COMMISSION TO PENDING-CLAWBACK.
           PERFORM READ-NEXT-CLAWBACK.

       WALK-FORWARD-ONE-DAY.
           PERFORM SET-THE-MONTH-LENGTH.
           IF WALK-DAY < THIS-MONTH-LENGTH
                     ADD 1 TO WALK-DAY
           ELSE
                     MOVE 1 TO WALK-DAY
                     IF WALK-MONTH = 12
                               MOVE 1 TO WALK-MONTH
                               ADD 1 TO WALK-YEAR
                     ELSE
                               ADD 1 TO WALK-MONTH.

       SET-THE-MONTH-LENGTH.
           MOVE MONTH-LENGTH (WALK-MONTH) TO THIS-MONTH-LENGTH.
           IF WALK-MONTH = 2
                     DIVIDE WALK-YEAR BY 4 GIVING LEAP-QUOTIENT
                               REMAINDER LEAP-REMAINDER
                     IF LEAP-REMAINDER = ZERO
                               MOVE 29 TO THIS-MONTH-LENGTH.

      * PRINT-THE-FORECAST PRINTS THE OPENING POSITION, ONE LINE PER
      * WEEK WITH ITS NET AND THE RUNNING POSITION, THE THIRTEEN-WEEK
      * TOTALS, AND WHAT FALLS AFTER THEM.
       PRINT-THE-FORECAST.
           MOVE SPACE TO WEEK-LINE.
           MOVE "OPENING" TO PRINT-WEEK-LABEL.
           MOVE OPENING-CASH TO PRINT-AMOUNT-VALUE (7).
           PERFORM WRITE-A-WEEK-LINE.
           MOVE OPENING-CASH TO RUNNING-POSITION.
           PERFORM PRINT-ONE-WEEK
                     VARYING WEEK-INDEX FROM 1 BY 1
                     UNTIL WEEK-INDEX > 13.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.
           MOVE SPACE TO WEEK-LINE.
           MOVE "13 WEEKS" TO PRINT-WEEK-LABEL.
           MOVE TOTAL-RECEIVABLES TO PRINT-AMOUNT-VALUE (1).
           MOVE TOTAL-LOANS-IN TO PRINT-AMOUNT-VALUE (2).
           MOVE TOTAL-PAYABLES TO PRINT-AMOUNT-VALUE (3).
           MOVE TOTAL-OPEN-POS TO PRINT-AMOUNT-VALUE (4).
           MOVE TOTAL-COMMISSIONS TO PRINT-AMOUNT-VALUE (5).
           COMPUTE WEEK-NET = TOTAL-RECEIVABLES + TOTAL-LOANS-IN
                     - TOTAL-PAYABLES - TOTAL-OPEN-POS
                     - TOTAL-COMMISSIONS.
           MOVE WEEK-NET TO PRINT-AMOUNT-VALUE (6).
           MOVE RUNNING-POSITION TO PRINT-AMOUNT-VALUE (7).
           PERFORM WRITE-A-WEEK-LINE.
           MOVE 14 TO WEEK-INDEX.
           MOVE SPACE TO WEEK-LINE.
           MOVE "LATER" TO PRINT-WEEK-LABEL.
           PERFORM MOVE-THE-WEEK-AMOUNTS.
           PERFORM WRITE-A-WEEK-LINE.

       PRINT-ONE-WEEK.
           MOVE SPACE TO WEEK-LINE.
           MOVE WEEK-INDEX TO PRINT-WEEK-NUMBER.
           MOVE WEEK-END-DATE (WEEK-INDEX) TO PRINT-WEEK-END.
           PERFORM MOVE-THE-WEEK-AMOUNTS.
           ADD WEEK-NET TO RUNNING-POSITION.
           MOVE RUNNING-POSITION TO PRINT-AMOUNT-VALUE (7).
           ADD WEEK-RECEIVABLES (WEEK-INDEX) TO TOTAL-RECEIVABLES.
           ADD WEEK-LOANS-IN (WEEK-INDEX) TO TOTAL-LOANS-IN.
           ADD WEEK-PAYABLES (WEEK-INDEX) TO TOTAL-PAYABLES.
           ADD WEEK-OPEN-POS (WEEK-INDEX) TO TOTAL-OPEN-POS.
           ADD WEEK-COMMISSIONS (WEEK-INDEX) TO TOTAL-COMMISSIONS.
           PERFORM WRITE-A-WEEK-LINE.

       MOVE-THE-WEEK-AMOUNTS.
           MOVE WEEK-RECEIVABLES (WEEK-INDEX) TO
                     PRINT-AMOUNT-VALUE (1).
           MOVE WEEK-LOANS-IN (WEEK-INDEX) TO PRINT-AMOUNT-VALUE (2).
           MOVE WEEK-PAYABLES (WEEK-INDEX) TO PRINT-AMOUNT-VALUE (3).
           MOVE WEEK-OPEN-POS (WEEK-INDEX) TO PRINT-AMOUNT-VALUE (4).
           MOVE WEEK-COMMISSIONS (WEEK-INDEX) TO
                     PRINT-AMOUNT-VALUE (5).
           COMPUTE WEEK-NET = WEEK-RECEIVABLES (WEEK-INDEX)
                     + WEEK-LOANS-IN (WEEK-INDEX)
                     - WEEK-PAYABLES (WEEK-INDEX)
                     - WEEK-OPEN-POS (WEEK-INDEX)
                     - WEEK-COMMISSIONS (WEEK-INDEX).
           MOVE WEEK-NET TO PRINT-AMOUNT-VALUE (6).

       WRITE-A-WEEK-LINE.
           IF PRINT-LINES NOT < 55
                     PERFORM NEXT-PAGE.
           MOVE WEEK-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.

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
           MOVE COLUMN-HEADING-LINE-1 TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE COLUMN-HEADING-LINE-2 TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE 7 TO PRINT-LINES.

       END-LAST-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           MOVE ZEROES TO PRINT-LINES.

      * GET-OPERATOR-ID IS SHARED ACROSS THE REPORT PROGRAMS - SEE
      * COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM CASHFC01.
