      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBREC01.

      ******************************************************************
      * This program is the month-end proof that the subledgers agree
      * with each other. CTLTOT01 only counts records; this works the
      * money through from the opening balances EODRPT01 left on
      * EODHIST.DAT at the end of the month before:
      *     RECEIVABLES - the opening AR balance, plus the invoices
      *                   registered on INVREG.DAT and the finance
      *                   charges raised on ARITEM.DAT, less the
      *                   rebate credits raised, the ARCASH.DAT
      *                   receipts, the CRMEMO.DAT credit memos and
      *                   the ARWOFF.DAT write-offs and discounts,
      *                   against the sum of AR-BALANCE-DUE on
      *                   ARITEM.DAT
      *     INVENTORY   - the opening stock at cost, plus the stock
      *                   moved in and less the stock moved out on
      *                   PRODMOVE.DAT at the cost each movement
      *                   carried, against on-hand times
      *                   PRODUCT-UNIT-COST on PRODUCT.DAT
      * Where either side does not agree, the difference is printed
      * with the transactions that could explain it - money posted
      * on one file and not the other, stock taken at order entry
      * with no movement behind it, and movements valued at a cost
      * the product no longer carries.
      *
      * THE PERIOD RUNS FROM THE DAY AFTER THE LAST HISTORY ROW DATED
      * BEFORE THE FIRST OF THE KEYED MONTH THROUGH THE KEYED DATE.
      * THE CLOSING SIDE IS THE FILES AS THEY STAND WHEN IT RUNS.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL HISTORY-FILE
                           ASSIGN TO "EODHIST.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS INPUT-FILE-STATUS.

                 SELECT OPTIONAL REGISTER-FILE
                           ASSIGN TO "INVREG.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS REGISTER-INVOICE-NUMBER
                           FILE STATUS IS REGISTER-FILE-STATUS.

                 SELECT OPTIONAL AR-ITEM-FILE
                           ASSIGN TO "ARITEM.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS AR-INVOICE-NUMBER
                           FILE STATUS IS AR-ITEM-FILE-STATUS.

                 SELECT OPTIONAL CASH-FILE
                           ASSIGN TO "ARCASH.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS INPUT-FILE-STATUS.

                 SELECT OPTIONAL CREDIT-MEMO-FILE
                           ASSIGN TO "CRMEMO.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS INPUT-FILE-STATUS.

                 SELECT OPTIONAL WRITE-OFF-FILE
                           ASSIGN TO "ARWOFF.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS INPUT-FILE-STATUS.

                 SELECT OPTIONAL PRODUCT-FILE
                           ASSIGN TO "PRODUCT.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PRODUCT-CODE
                           FILE STATUS IS PRODUCT-FILE-STATUS.

                 SELECT OPTIONAL MOVEMENT-FILE
                           ASSIGN TO "PRODMOVE.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS INPUT-FILE-STATUS.

                 SELECT OPTIONAL ORDER-HEADER-FILE
                           ASSIGN TO "ORDHDR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS ORDER-NUMBER
                           FILE STATUS IS HEADER-FILE-STATUS.

                 SELECT OPTIONAL ORDER-LINE-FILE
                           ASSIGN TO "ORDLINE.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS INPUT-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * EOD-HISTORY-RECORD IS THE SHARED END-OF-DAY HISTORY LAYOUT -
      * SEE COPYBOOKS/WEODHIST.CPY.
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WEODHIST.

      * INVOICE-REGISTER-RECORD IS THE SHARED REGISTER LAYOUT - SEE
      * COPYBOOKS/WINVREG.CPY.
       FD  REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WINVREG.

      * AR-ITEM-RECORD, AR-CASH-RECORD AND AR-WRITE-OFF-RECORD ARE
      * THE SHARED RECEIVABLES LAYOUTS - SEE COPYBOOKS/WARITEM.CPY,
      * WARCASH.CPY AND WARWOFF.CPY.
       FD  AR-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARITEM.

       FD  CASH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARCASH.

      * CREDIT-MEMO-RECORD IS THE SHARED MEMO LOG LAYOUT - SEE
      * COPYBOOKS/WCRMEMO.CPY.
       FD  CREDIT-MEMO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCRMEMO.

       FD  WRITE-OFF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARWOFF.

       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRODF.

      * MOVEMENT-RECORD IS THE SHARED HISTORY LAYOUT - SEE
      * COPYBOOKS/WPRDMOV.CPY.
       FD  MOVEMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRDMOV.

      * ORDER-HEADER-RECORD AND ORDER-LINE-RECORD ARE THE SHARED
      * ORDER LAYOUTS - SEE COPYBOOKS/WORDHDR.CPY AND WORDLINE.CPY.
       FD  ORDER-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WORDHDR.

       FD  ORDER-LINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WORDLINE.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  INPUT-FILE-STATUS         PIC XX.
       01  REGISTER-FILE-STATUS      PIC XX.
       01  AR-ITEM-FILE-STATUS       PIC XX.
       01  PRODUCT-FILE-STATUS       PIC XX.
       01  HEADER-FILE-STATUS        PIC XX.
       01  END-OF-FILE               PIC X.
       01  RECORD-FOUND              PIC X.
       01  DATE-ENTRY                PIC X(8).
       01  THE-THROUGH-DATE          PIC 9(8).
       01  PERIOD-START-DATE         PIC 9(8).

      * THE OPENING FIGURES, FROM THE LAST HISTORY ROW DATED BEFORE
      * THE PERIOD STARTS. OPENING-DATE STAYS ZERO WHEN THERE IS NO
      * SUCH ROW, AND THEN EVERY TRANSACTION ON FILE IS IN THE PERIOD.
       01  OPENING-DATE              PIC 9(8) VALUE ZERO.
       01  OPENING-AR-BALANCE        PIC S9(13)V99 VALUE ZERO.
       01  OPENING-STOCK-COST        PIC S9(13)V99 VALUE ZERO.
       01  OPENING-AR-KEPT           PIC X VALUE "N".
       01  OPENING-COST-KEPT         PIC X VALUE "N".

      * RECEIVABLES FIGURES.
       01  AR-INVOICE-COUNT          PIC 9(7) VALUE ZERO.
       01  AR-INVOICE-TOTAL          PIC S9(13)V99 VALUE ZERO.
       01  AR-FINANCE-COUNT          PIC 9(7) VALUE ZERO.
       01  AR-FINANCE-TOTAL          PIC S9(13)V99 VALUE ZERO.
       01  AR-REBATE-COUNT           PIC 9(7) VALUE ZERO.
       01  AR-REBATE-TOTAL           PIC S9(13)V99 VALUE ZERO.
       01  AR-CASH-COUNT             PIC 9(7) VALUE ZERO.
       01  AR-CASH-TOTAL             PIC S9(13)V99 VALUE ZERO.
       01  AR-MEMO-COUNT             PIC 9(7) VALUE ZERO.
       01  AR-MEMO-TOTAL             PIC S9(13)V99 VALUE ZERO.
       01  AR-WRITE-OFF-COUNT        PIC 9(7) VALUE ZERO.
       01  AR-WRITE-OFF-TOTAL        PIC S9(13)V99 VALUE ZERO.
       01  AR-EXPECTED               PIC S9(13)V99 VALUE ZERO.
       01  AR-ITEM-COUNT             PIC 9(7) VALUE ZERO.
       01  AR-ON-FILE                PIC S9(13)V99 VALUE ZERO.
       01  AR-DIFFERENCE             PIC S9(13)V99 VALUE ZERO.

      * INVENTORY FIGURES.
       01  STOCK-IN-COUNT            PIC 9(7) VALUE ZERO.
       01  STOCK-IN-TOTAL            PIC S9(13)V99 VALUE ZERO.
       01  STOCK-OUT-COUNT           PIC 9(7) VALUE ZERO.
       01  STOCK-OUT-TOTAL           PIC S9(13)V99 VALUE ZERO.
       01  STOCK-EXPECTED            PIC S9(13)V99 VALUE ZERO.
       01  STOCK-PRODUCT-COUNT       PIC 9(7) VALUE ZERO.
       01  STOCK-ON-FILE             PIC S9(13)V99 VALUE ZERO.
       01  STOCK-DIFFERENCE          PIC S9(13)V99 VALUE ZERO.

       01  COST-TO-USE               PIC 9(7)V99.
       01  MOVEMENT-VALUE            PIC S9(11)V99.
       01  REVALUED-AMOUNT           PIC S9(11)V99.
       01  LINE-COST                 PIC S9(11)V99.

      * ONE ORDER'S STOCK TAKEN AT ORDER ENTRY, GATHERED ACROSS ITS
      * LINES. ORDLINE.DAT IS WRITTEN AN ORDER AT A TIME, SO THE
      * LINES OF ONE ORDER COME TOGETHER.
       01  RELIEF-ORDER-NUMBER       PIC 9(7) VALUE ZERO.
       01  RELIEF-ORDER-DATE         PIC 9(8) VALUE ZERO.
       01  RELIEF-ORDER-IN-PERIOD    PIC X VALUE "N".
       01  RELIEF-ORDER-COST         PIC S9(11)V99 VALUE ZERO.

      * THE TRANSACTIONS THAT COULD EXPLAIN A DIFFERENCE, GATHERED
      * WHILE THE FIGURES ARE ADDED UP AND PRINTED UNDER THE SIDE
      * THEY BELONG TO ONLY WHEN THAT SIDE DOES NOT AGREE.
       01  EXPLAIN-COUNT             PIC 9(4) VALUE ZERO.
       01  EXPLAIN-SUBSCRIPT         PIC 9(4).
       01  AR-EXPLAIN-DROPPED        PIC 9(7) VALUE ZERO.
       01  STOCK-EXPLAIN-DROPPED     PIC 9(7) VALUE ZERO.
       01  EXPLAIN-SIDE-TO-PRINT     PIC X.
       01  DROPPED-TO-PRINT          PIC 9(7).
       01  NEW-EXPLAIN-SIDE          PIC X.
       01  NEW-EXPLAIN-SOURCE        PIC X(14).
       01  NEW-EXPLAIN-REFERENCE     PIC X(10).
       01  NEW-EXPLAIN-DATE          PIC 9(8).
       01  NEW-EXPLAIN-AMOUNT        PIC S9(11)V99.
       01  NEW-EXPLAIN-REASON        PIC X(30).
       01  EXPLAIN-TABLE.
                 05 EXPLAIN-ROW OCCURS 500 TIMES.
                           10 EX-SIDE             PIC X(1).
                           10 EX-SOURCE           PIC X(14).
                           10 EX-REFERENCE        PIC X(10).
                           10 EX-DATE             PIC 9(8).
                           10 EX-AMOUNT           PIC S9(11)V99.
                           10 EX-REASON           PIC X(30).

       01  LINE-COUNT                PIC 999 VALUE ZERO.
       01  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       01  MAXIMUM-LINES             PIC 999 VALUE 55.

      * Structures for the reconciliation report.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(24) VALUE
                                     "SUBLEDGER RECONCILIATION".
                 05 FILLER                 PIC X(9) VALUE " THROUGH ".
                 05 PRINT-THROUGH-DATE     PIC 9(8).
                 05 FILLER                 PIC X(3) VALUE SPACE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 PRINT-OPERATOR-ID      PIC X(10).
                 05 FILLER                 PIC X(6) VALUE SPACE.
                 05 FILLER                 PIC X(5) VALUE "PAGE:".
                 05 PRINT-PAGE-NUMBER      PIC ZZZ9.

       01  OPENING-LINE.
                 05 FILLER                 PIC X(40) VALUE
                       "OPENING FIGURES FROM THE HISTORY ROW OF ".
                 05 PRINT-OPENING-DATE     PIC 9(8).

       01  NO-OPENING-LINE.
                 05 FILLER                 PIC X(34) VALUE
                       "NO HISTORY ROW BEFORE THE PERIOD -".
                 05 FILLER                 PIC X(46) VALUE
                       " OPENING IS ZERO AND ALL HISTORY IS IN IT".

       01  SECTION-HEADING-LINE.
                 05 PRINT-SECTION-HEADING  PIC X(80).

       01  FIGURE-LINE.
                 05 PRINT-FIGURE-LABEL     PIC X(40).
                 05 PRINT-FIGURE-COUNT     PIC ZZZZZZ9
                                           BLANK WHEN ZERO.
                 05 FILLER                 PIC X(3) VALUE SPACE.
                 05 PRINT-FIGURE           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  NOTE-LINE.
                 05 FILLER                 PIC X(4) VALUE SPACE.
                 05 PRINT-NOTE             PIC X(76).

       01  EXPLAIN-HEADING-LINE.
                 05 FILLER                 PIC X(40) VALUE
                       "TRANSACTIONS THAT COULD EXPLAIN THE DIFF".
                 05 FILLER                 PIC X(40) VALUE
                       "ERENCE:".

       01  COLUMN-HEADING-LINE.
                 05 FILLER                 PIC X(15) VALUE "SOURCE".
                 05 FILLER                 PIC X(11) VALUE "REFERENCE".
                 05 FILLER                 PIC X(9) VALUE "DATE".
                 05 FILLER                 PIC X(15) VALUE
                                           "        AMOUNT".
                 05 FILLER                 PIC X(6) VALUE "REASON".

       01  EXPLAIN-LINE.
                 05 PRINT-SOURCE           PIC X(14).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-REFERENCE        PIC X(10).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-DATE             PIC 9(8).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-AMOUNT           PIC ZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-REASON           PIC X(30).

       01  DROPPED-LINE.
                 05 FILLER                 PIC X(4) VALUE SPACE.
                 05 FILLER                 PIC X(4) VALUE "AND ".
                 05 PRINT-DROPPED          PIC ZZZZZZ9.
                 05 FILLER                 PIC X(40) VALUE
                       " MORE NOT LISTED".

       01  AGREES-LINE.
                 05 FILLER                 PIC X(40) VALUE
                       "THE SUBLEDGER AGREES WITH ITS CONTROL".

      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            PERFORM FIND-THE-OPENING-FIGURES.
            PERFORM ADD-UP-THE-INVOICES.
            PERFORM ADD-UP-THE-AR-ITEMS.
            PERFORM ADD-UP-THE-CASH.
            PERFORM ADD-UP-THE-CREDIT-MEMOS.
            PERFORM ADD-UP-THE-WRITE-OFFS.
            PERFORM ADD-UP-THE-MOVEMENTS.
            PERFORM ADD-UP-THE-ORDER-RELIEF.
            PERFORM ADD-UP-THE-STOCK-ON-HAND.
            PERFORM PRINT-THE-RECEIVABLES.
            PERFORM PRINT-THE-INVENTORY.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           DISPLAY "RECONCILE THROUGH (YYYYMMDD, BLANK FOR TODAY) ? ".
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY IS NUMERIC
                     MOVE DATE-ENTRY TO THE-THROUGH-DATE
           ELSE
                     ACCEPT THE-THROUGH-DATE FROM DATE YYYYMMDD.
           MOVE THE-THROUGH-DATE TO PERIOD-START-DATE.
           MOVE "01" TO PERIOD-START-DATE (7:2).
           OPEN INPUT AR-ITEM-FILE.
           IF AR-ITEM-FILE-STATUS NOT = "00" AND
              AR-ITEM-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN ARITEM.DAT - STATUS "
                             AR-ITEM-FILE-STATUS
                     STOP RUN.
           OPEN INPUT REGISTER-FILE.
           IF REGISTER-FILE-STATUS NOT = "00" AND
              REGISTER-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN INVREG.DAT - STATUS "
                             REGISTER-FILE-STATUS
                     STOP RUN.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "00" AND
              PRODUCT-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN PRODUCT.DAT - STATUS "
                             PRODUCT-FILE-STATUS
                     STOP RUN.
           OPEN INPUT ORDER-HEADER-FILE.
           IF HEADER-FILE-STATUS NOT = "00" AND
              HEADER-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN ORDHDR.DAT - STATUS "
                             HEADER-FILE-STATUS
                     STOP RUN.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE AR-ITEM-FILE.
           CLOSE REGISTER-FILE.
           CLOSE PRODUCT-FILE.
           CLOSE ORDER-HEADER-FILE.
           CLOSE PRINTER-FILE.
           IF AR-DIFFERENCE = ZERO AND STOCK-DIFFERENCE = ZERO
                     DISPLAY "RECEIVABLES AND INVENTORY BOTH AGREE"
           ELSE
                     DISPLAY "DIFFERENCES FOUND - SEE THE PRINTED "
                             "RECONCILIATION".

      ******************************************************************
      * THE OPENING FIGURES. THE LAST ROW ON THE HISTORY FILE DATED
      * BEFORE THE PERIOD STARTS IS THE CLOSE OF THE MONTH BEFORE.
      * A ROW WRITTEN BEFORE THE COST AND RECEIVABLES FIGURES WERE
      * KEPT FALLS BACK TO THE STOCK AT SELLING PRICE AND A ZERO AR
      * BALANCE, AND THE REPORT SAYS SO.
      ******************************************************************
       FIND-THE-OPENING-FIGURES.
           OPEN INPUT HISTORY-FILE.
           IF INPUT-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-HISTORY-ROW
                     PERFORM CHECK-ONE-HISTORY-ROW
                          UNTIL END-OF-FILE = "Y"
                     CLOSE HISTORY-FILE.

       READ-NEXT-HISTORY-ROW.
           READ HISTORY-FILE
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       CHECK-ONE-HISTORY-ROW.
           IF EOD-DATE < PERIOD-START-DATE AND
              EOD-DATE NOT < OPENING-DATE
                     PERFORM TAKE-THE-OPENING-ROW.
           PERFORM READ-NEXT-HISTORY-ROW.

       TAKE-THE-OPENING-ROW.
           MOVE EOD-DATE TO OPENING-DATE.
           IF EOD-STOCK-COST IS NUMERIC
                     MOVE EOD-STOCK-COST TO OPENING-STOCK-COST
                     MOVE "Y" TO OPENING-COST-KEPT
           ELSE
                     MOVE EOD-STOCK-VALUE TO OPENING-STOCK-COST
                     MOVE "N" TO OPENING-COST-KEPT.
           IF EOD-AR-BALANCE IS NUMERIC
                     MOVE EOD-AR-BALANCE TO OPENING-AR-BALANCE
                     MOVE "Y" TO OPENING-AR-KEPT
           ELSE
                     MOVE ZERO TO OPENING-AR-BALANCE
                     MOVE "N" TO OPENING-AR-KEPT.

      ******************************************************************
      * HOLDING AN EXPLAINING TRANSACTION. THE TABLE HOLDS 500; ANY
      * MORE ARE COUNTED AND THE COUNT PRINTED UNDER THEIR SIDE.
      ******************************************************************
       HOLD-AN-EXPLANATION.
           IF EXPLAIN-COUNT < 500
                     ADD 1 TO EXPLAIN-COUNT
                     MOVE NEW-EXPLAIN-SIDE TO EX-SIDE (EXPLAIN-COUNT)
                     MOVE NEW-EXPLAIN-SOURCE TO
                          EX-SOURCE (EXPLAIN-COUNT)
                     MOVE NEW-EXPLAIN-REFERENCE TO
                          EX-REFERENCE (EXPLAIN-COUNT)
                     MOVE NEW-EXPLAIN-DATE TO EX-DATE (EXPLAIN-COUNT)
                     MOVE NEW-EXPLAIN-AMOUNT TO
                          EX-AMOUNT (EXPLAIN-COUNT)
                     MOVE NEW-EXPLAIN-REASON TO
                          EX-REASON (EXPLAIN-COUNT)
           ELSE
                     IF NEW-EXPLAIN-SIDE = "A"
                               ADD 1 TO AR-EXPLAIN-DROPPED
                     ELSE
                               ADD 1 TO STOCK-EXPLAIN-DROPPED.

      ******************************************************************
      * INVOICES REGISTERED IN THE PERIOD. EACH SHOULD HAVE FILED AN
      * OPEN ITEM FOR THE SAME AMOUNT - ONE THAT DID NOT, OR DID FOR
      * SOME OTHER AMOUNT, IS HELD TO EXPLAIN A DIFFERENCE.
      ******************************************************************
       ADD-UP-THE-INVOICES.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-INVOICE.
           PERFORM ADD-ONE-INVOICE
                UNTIL END-OF-FILE = "Y".

       READ-NEXT-INVOICE.
           READ REGISTER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       ADD-ONE-INVOICE.
           IF REGISTER-INVOICE-DATE > OPENING-DATE AND
              REGISTER-INVOICE-DATE NOT > THE-THROUGH-DATE
                     ADD 1 TO AR-INVOICE-COUNT
                     ADD REGISTER-AMOUNT TO AR-INVOICE-TOTAL
                     PERFORM MATCH-THE-INVOICE-ITEM.
           PERFORM READ-NEXT-INVOICE.

       MATCH-THE-INVOICE-ITEM.
           MOVE REGISTER-INVOICE-NUMBER TO AR-INVOICE-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ AR-ITEM-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           MOVE "A" TO NEW-EXPLAIN-SIDE.
           MOVE "INVOICE" TO NEW-EXPLAIN-SOURCE.
           MOVE REGISTER-INVOICE-NUMBER TO NEW-EXPLAIN-REFERENCE.
           MOVE REGISTER-INVOICE-DATE TO NEW-EXPLAIN-DATE.
           IF RECORD-FOUND = "N"
                     MOVE REGISTER-AMOUNT TO NEW-EXPLAIN-AMOUNT
                     MOVE "NO OPEN ITEM FOR THE INVOICE" TO
                          NEW-EXPLAIN-REASON
                     PERFORM HOLD-AN-EXPLANATION
           ELSE
                     IF AR-ORIGINAL-AMOUNT NOT = REGISTER-AMOUNT
                               COMPUTE NEW-EXPLAIN-AMOUNT =
                                         REGISTER-AMOUNT -
                                         AR-ORIGINAL-AMOUNT
                               MOVE "OPEN ITEM NOT AT REGISTER AMOUNT"
                                    TO NEW-EXPLAIN-REASON
                               PERFORM HOLD-AN-EXPLANATION.

      ******************************************************************
      * THE OPEN ITEMS. EVERY ITEM'S BALANCE DUE IS THE CLOSING SIDE
      * OF THE RECEIVABLES. FINANCE CHARGES AND REBATE CREDITS RAISED
      * IN THE PERIOD ARE MOVEMENTS OF THEIR OWN; ANY OTHER ITEM
      * DATED IN THE PERIOD SHOULD BE ON THE INVOICE REGISTER.
      ******************************************************************
       ADD-UP-THE-AR-ITEMS.
           CLOSE AR-ITEM-FILE.
           OPEN INPUT AR-ITEM-FILE.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-AR-ITEM.
           PERFORM ADD-ONE-AR-ITEM
                UNTIL END-OF-FILE = "Y".

       READ-NEXT-AR-ITEM.
           READ AR-ITEM-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       ADD-ONE-AR-ITEM.
           ADD 1 TO AR-ITEM-COUNT.
           ADD AR-BALANCE-DUE TO AR-ON-FILE.
           IF AR-INVOICE-DATE > OPENING-DATE AND
              AR-INVOICE-DATE NOT > THE-THROUGH-DATE
                     PERFORM ADD-ONE-PERIOD-ITEM.
           PERFORM READ-NEXT-AR-ITEM.

       ADD-ONE-PERIOD-ITEM.
           IF AR-ITEM-IS-FINANCE-CHARGE
                     ADD 1 TO AR-FINANCE-COUNT
                     ADD AR-ORIGINAL-AMOUNT TO AR-FINANCE-TOTAL
           ELSE
                     IF AR-ITEM-IS-REBATE-CREDIT
                               ADD 1 TO AR-REBATE-COUNT
                               ADD AR-ORIGINAL-AMOUNT TO
                                   AR-REBATE-TOTAL
                     ELSE
                               PERFORM MATCH-THE-ITEM-INVOICE.

       MATCH-THE-ITEM-INVOICE.
           MOVE AR-INVOICE-NUMBER TO REGISTER-INVOICE-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ REGISTER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     MOVE "A" TO NEW-EXPLAIN-SIDE
                     MOVE "OPEN ITEM" TO NEW-EXPLAIN-SOURCE
                     MOVE AR-INVOICE-NUMBER TO NEW-EXPLAIN-REFERENCE
                     MOVE AR-INVOICE-DATE TO NEW-EXPLAIN-DATE
                     MOVE AR-ORIGINAL-AMOUNT TO NEW-EXPLAIN-AMOUNT
                     MOVE "OPEN ITEM NOT ON THE REGISTER" TO
                          NEW-EXPLAIN-REASON
                     PERFORM HOLD-AN-EXPLANATION.

      ******************************************************************
      * CASH RECEIPTS, CREDIT MEMOS AND WRITE-OFFS IN THE PERIOD. ONE
      * NAMING AN INVOICE WITH NO OPEN ITEM TOOK NOTHING OFF THE
      * BALANCES, SO IT IS HELD TO EXPLAIN A DIFFERENCE.
      ******************************************************************
       ADD-UP-THE-CASH.
           OPEN INPUT CASH-FILE.
           IF INPUT-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-CASH
                     PERFORM ADD-ONE-RECEIPT
                          UNTIL END-OF-FILE = "Y"
                     CLOSE CASH-FILE.

       READ-NEXT-CASH.
           READ CASH-FILE
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       ADD-ONE-RECEIPT.
           IF CASH-DATE > OPENING-DATE AND
              CASH-DATE NOT > THE-THROUGH-DATE
                     ADD 1 TO AR-CASH-COUNT
                     ADD CASH-AMOUNT TO AR-CASH-TOTAL
                     MOVE CASH-INVOICE-NUMBER TO AR-INVOICE-NUMBER
                     MOVE "CASH RECEIPT" TO NEW-EXPLAIN-SOURCE
                     MOVE CASH-CHECK-NUMBER TO NEW-EXPLAIN-REFERENCE
                     MOVE CASH-DATE TO NEW-EXPLAIN-DATE
                     MOVE CASH-AMOUNT TO NEW-EXPLAIN-AMOUNT
                     PERFORM CHECK-FOR-THE-OPEN-ITEM.
           PERFORM READ-NEXT-CASH.

      * CHECK-FOR-THE-OPEN-ITEM HOLDS THE TRANSACTION ALREADY MOVED
      * TO THE NEW-EXPLAIN FIELDS WHEN AR-INVOICE-NUMBER IS NOT ON
      * ARITEM.DAT.
       CHECK-FOR-THE-OPEN-ITEM.
           MOVE "Y" TO RECORD-FOUND.
           READ AR-ITEM-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     MOVE "A" TO NEW-EXPLAIN-SIDE
                     MOVE "INVOICE HAS NO OPEN ITEM" TO
                          NEW-EXPLAIN-REASON
                     PERFORM HOLD-AN-EXPLANATION.

       ADD-UP-THE-CREDIT-MEMOS.
           OPEN INPUT CREDIT-MEMO-FILE.
           IF INPUT-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-CREDIT-MEMO
                     PERFORM ADD-ONE-CREDIT-MEMO
                          UNTIL END-OF-FILE = "Y"
                     CLOSE CREDIT-MEMO-FILE.

       READ-NEXT-CREDIT-MEMO.
           READ CREDIT-MEMO-FILE
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       ADD-ONE-CREDIT-MEMO.
           IF CRMEMO-DATE > OPENING-DATE AND
              CRMEMO-DATE NOT > THE-THROUGH-DATE
                     ADD 1 TO AR-MEMO-COUNT
                     ADD CRMEMO-AMOUNT TO AR-MEMO-TOTAL
                     MOVE CRMEMO-INVOICE-NUMBER TO AR-INVOICE-NUMBER
                     MOVE "CREDIT MEMO" TO NEW-EXPLAIN-SOURCE
                     MOVE CRMEMO-INVOICE-NUMBER TO
                          NEW-EXPLAIN-REFERENCE
                     MOVE CRMEMO-DATE TO NEW-EXPLAIN-DATE
                     MOVE CRMEMO-AMOUNT TO NEW-EXPLAIN-AMOUNT
                     PERFORM CHECK-FOR-THE-OPEN-ITEM.
           PERFORM READ-NEXT-CREDIT-MEMO.

       ADD-UP-THE-WRITE-OFFS.
           OPEN INPUT WRITE-OFF-FILE.
           IF INPUT-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-WRITE-OFF
                     PERFORM ADD-ONE-WRITE-OFF
                          UNTIL END-OF-FILE = "Y"
                     CLOSE WRITE-OFF-FILE.

       READ-NEXT-WRITE-OFF.
           READ WRITE-OFF-FILE
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       ADD-ONE-WRITE-OFF.
           IF WOFF-DATE > OPENING-DATE AND
              WOFF-DATE NOT > THE-THROUGH-DATE
                     ADD 1 TO AR-WRITE-OFF-COUNT
                     ADD WOFF-AMOUNT TO AR-WRITE-OFF-TOTAL
                     MOVE WOFF-INVOICE-NUMBER TO AR-INVOICE-NUMBER
                     MOVE "WRITE-OFF" TO NEW-EXPLAIN-SOURCE
                     MOVE WOFF-INVOICE-NUMBER TO NEW-EXPLAIN-REFERENCE
                     MOVE WOFF-DATE TO NEW-EXPLAIN-DATE
                     MOVE WOFF-AMOUNT TO NEW-EXPLAIN-AMOUNT
                     PERFORM CHECK-FOR-THE-OPEN-ITEM.
           PERFORM READ-NEXT-WRITE-OFF.

      ******************************************************************
      * STOCK MOVEMENTS IN THE PERIOD, EACH VALUED AT THE UNIT COST IT
      * CARRIED (THE PRODUCT'S CURRENT COST WHEN IT CARRIED NONE).
      * EVERY MOVEMENT CHANGED THE QUANTITY ON HAND, SO ALL OF THEM
      * COUNT HERE - A TRANSFER'S PAIRED ROWS CANCEL EACH OTHER OUT.
      * THE CLOSING SIDE VALUES THE STOCK AT TODAY'S COST, SO A
      * MOVEMENT AT ANY OTHER COST IS HELD WITH THE REVALUATION IT
      * ACCOUNTS FOR.
      ******************************************************************
       ADD-UP-THE-MOVEMENTS.
           OPEN INPUT MOVEMENT-FILE.
           IF INPUT-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-MOVEMENT
                     PERFORM ADD-ONE-MOVEMENT
                          UNTIL END-OF-FILE = "Y"
                     CLOSE MOVEMENT-FILE.

       READ-NEXT-MOVEMENT.
           READ MOVEMENT-FILE
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       ADD-ONE-MOVEMENT.
           IF MOVEMENT-DATE > OPENING-DATE AND
              MOVEMENT-DATE NOT > THE-THROUGH-DATE
                     PERFORM VALUE-ONE-MOVEMENT.
           PERFORM READ-NEXT-MOVEMENT.

       VALUE-ONE-MOVEMENT.
           MOVE MOVEMENT-PRODUCT-CODE TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     MOVE ZERO TO PRODUCT-UNIT-COST.
           MOVE "I" TO NEW-EXPLAIN-SIDE.
           MOVE "STOCK MOVE" TO NEW-EXPLAIN-SOURCE.
           MOVE MOVEMENT-PRODUCT-CODE TO NEW-EXPLAIN-REFERENCE.
           MOVE MOVEMENT-DATE TO NEW-EXPLAIN-DATE.
           IF MOVEMENT-UNIT-COST IS NUMERIC AND
              MOVEMENT-UNIT-COST > ZERO
                     MOVE MOVEMENT-UNIT-COST TO COST-TO-USE
           ELSE
                     MOVE PRODUCT-UNIT-COST TO COST-TO-USE.
           COMPUTE MOVEMENT-VALUE ROUNDED =
                     MOVEMENT-QUANTITY * COST-TO-USE.
           IF MOVEMENT-SIGN = "-"
                     COMPUTE MOVEMENT-VALUE = ZERO - MOVEMENT-VALUE
                     ADD 1 TO STOCK-OUT-COUNT
                     SUBTRACT MOVEMENT-VALUE FROM STOCK-OUT-TOTAL
           ELSE
                     ADD 1 TO STOCK-IN-COUNT
                     ADD MOVEMENT-VALUE TO STOCK-IN-TOTAL.
           IF RECORD-FOUND = "N"
                     MOVE MOVEMENT-VALUE TO NEW-EXPLAIN-AMOUNT
                     MOVE "PRODUCT NOT ON FILE" TO NEW-EXPLAIN-REASON
                     PERFORM HOLD-AN-EXPLANATION
           ELSE
                     PERFORM CHECK-THE-MOVEMENT-COST.

       CHECK-THE-MOVEMENT-COST.
           IF MOVEMENT-UNIT-COST IS NOT NUMERIC OR
              MOVEMENT-UNIT-COST = ZERO
                     MOVE MOVEMENT-VALUE TO NEW-EXPLAIN-AMOUNT
                     MOVE "NO COST CARRIED - AT TODAY'S" TO
                          NEW-EXPLAIN-REASON
                     PERFORM HOLD-AN-EXPLANATION
           ELSE
                     IF MOVEMENT-UNIT-COST NOT = PRODUCT-UNIT-COST
                               COMPUTE REVALUED-AMOUNT ROUNDED =
                                         MOVEMENT-QUANTITY *
                                         (PRODUCT-UNIT-COST -
                                          MOVEMENT-UNIT-COST)
                               PERFORM HOLD-THE-REVALUATION.

       HOLD-THE-REVALUATION.
           IF MOVEMENT-SIGN = "-"
                     COMPUTE REVALUED-AMOUNT = ZERO - REVALUED-AMOUNT.
           MOVE REVALUED-AMOUNT TO NEW-EXPLAIN-AMOUNT.
           MOVE "MOVED AT A COST SINCE CHANGED" TO NEW-EXPLAIN-REASON.
           PERFORM HOLD-AN-EXPLANATION.

      ******************************************************************
      * STOCK TAKEN AT ORDER ENTRY. ORDADD01 TAKES AN ORDER'S STOCK
      * OFF THE SHELF THE MOMENT THE LINE IS KEYED, WITH NO MOVEMENT
      * BEHIND IT, SO EVERY ORDER ENTERED IN THE PERIOD IS HELD AT
      * ITS LINES' COST AS A LIKELY PART OF ANY STOCK DIFFERENCE.
      ******************************************************************
       ADD-UP-THE-ORDER-RELIEF.
           OPEN INPUT ORDER-LINE-FILE.
           IF INPUT-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-ORDER-LINE
                     PERFORM ADD-ONE-ORDER-LINE
                          UNTIL END-OF-FILE = "Y"
                     PERFORM HOLD-THE-ORDER-RELIEF
                     CLOSE ORDER-LINE-FILE.

       READ-NEXT-ORDER-LINE.
           READ ORDER-LINE-FILE
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       ADD-ONE-ORDER-LINE.
           IF LINE-ORDER-NUMBER NOT = RELIEF-ORDER-NUMBER
                     PERFORM HOLD-THE-ORDER-RELIEF
                     PERFORM START-THE-ORDER-RELIEF.
           IF RELIEF-ORDER-IN-PERIOD = "Y" AND
              LINE-QUANTITY > ZERO
                     PERFORM COST-THE-ORDER-LINE.
           PERFORM READ-NEXT-ORDER-LINE.

       START-THE-ORDER-RELIEF.
           MOVE LINE-ORDER-NUMBER TO RELIEF-ORDER-NUMBER ORDER-NUMBER.
           MOVE ZERO TO RELIEF-ORDER-COST RELIEF-ORDER-DATE.
           MOVE "N" TO RELIEF-ORDER-IN-PERIOD.
           MOVE "Y" TO RECORD-FOUND.
           READ ORDER-HEADER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     MOVE ORDER-DATE TO RELIEF-ORDER-DATE
                     IF ORDER-DATE > OPENING-DATE AND
                        ORDER-DATE NOT > THE-THROUGH-DATE
                               MOVE "Y" TO RELIEF-ORDER-IN-PERIOD.

       COST-THE-ORDER-LINE.
           MOVE LINE-PRODUCT-CODE TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     COMPUTE LINE-COST ROUNDED =
                               LINE-QUANTITY * PRODUCT-UNIT-COST
                     SUBTRACT LINE-COST FROM RELIEF-ORDER-COST.

       HOLD-THE-ORDER-RELIEF.
           IF RELIEF-ORDER-COST NOT = ZERO
                     MOVE "I" TO NEW-EXPLAIN-SIDE
                     MOVE "ORDER ENTRY" TO NEW-EXPLAIN-SOURCE
                     MOVE RELIEF-ORDER-NUMBER TO NEW-EXPLAIN-REFERENCE
                     MOVE RELIEF-ORDER-DATE TO NEW-EXPLAIN-DATE
                     MOVE RELIEF-ORDER-COST TO NEW-EXPLAIN-AMOUNT
                     MOVE "STOCK TAKEN WITH NO MOVEMENT" TO
                          NEW-EXPLAIN-REASON
                     PERFORM HOLD-AN-EXPLANATION.

      ******************************************************************
      * THE CLOSING SIDE OF THE INVENTORY - EVERY PRODUCT'S ON-HAND
      * QUANTITY AT ITS UNIT COST.
      ******************************************************************
       ADD-UP-THE-STOCK-ON-HAND.
           CLOSE PRODUCT-FILE.
           OPEN INPUT PRODUCT-FILE.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-PRODUCT.
           PERFORM ADD-ONE-PRODUCT
                UNTIL END-OF-FILE = "Y".

       READ-NEXT-PRODUCT.
           READ PRODUCT-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       ADD-ONE-PRODUCT.
           ADD 1 TO STOCK-PRODUCT-COUNT.
           COMPUTE STOCK-ON-FILE = STOCK-ON-FILE +
                     (PRODUCT-QTY-ON-HAND * PRODUCT-UNIT-COST).
           PERFORM READ-NEXT-PRODUCT.

      ******************************************************************
      * PRINTING. EACH SIDE PRINTS ITS OPENING FIGURE, WHAT MOVED IT,
      * WHAT IT SHOULD COME TO AND WHAT IS ON FILE, AND THEN EITHER
      * THAT IT AGREES OR THE DIFFERENCE AND WHAT COULD EXPLAIN IT.
      ******************************************************************
       PRINT-THE-RECEIVABLES.
           COMPUTE AR-EXPECTED = OPENING-AR-BALANCE +
                     AR-INVOICE-TOTAL + AR-FINANCE-TOTAL -
                     AR-REBATE-TOTAL - AR-CASH-TOTAL -
                     AR-MEMO-TOTAL - AR-WRITE-OFF-TOTAL.
           COMPUTE AR-DIFFERENCE = AR-ON-FILE - AR-EXPECTED.
           PERFORM START-NEW-PAGE.
           MOVE "ACCOUNTS RECEIVABLE" TO PRINT-SECTION-HEADING.
           PERFORM PRINT-THE-SECTION-HEADING.
           MOVE "OPENING AR BALANCE" TO PRINT-FIGURE-LABEL.
           MOVE ZERO TO PRINT-FIGURE-COUNT.
           MOVE OPENING-AR-BALANCE TO PRINT-FIGURE.
           PERFORM PRINT-A-FIGURE.
           IF OPENING-DATE NOT = ZERO AND OPENING-AR-KEPT = "N"
                     MOVE "HISTORY ROW HAS NO AR BALANCE - ZERO USED"
                          TO PRINT-NOTE
                     PERFORM PRINT-A-NOTE.
           MOVE " + INVOICES REGISTERED" TO PRINT-FIGURE-LABEL.
           MOVE AR-INVOICE-COUNT TO PRINT-FIGURE-COUNT.
           MOVE AR-INVOICE-TOTAL TO PRINT-FIGURE.
           PERFORM PRINT-A-FIGURE.
           MOVE " + FINANCE CHARGES RAISED" TO PRINT-FIGURE-LABEL.
           MOVE AR-FINANCE-COUNT TO PRINT-FIGURE-COUNT.
           MOVE AR-FINANCE-TOTAL TO PRINT-FIGURE.
           PERFORM PRINT-A-FIGURE.
           MOVE " - REBATE CREDITS RAISED" TO PRINT-FIGURE-LABEL.
           MOVE AR-REBATE-COUNT TO PRINT-FIGURE-COUNT.
           MOVE AR-REBATE-TOTAL TO PRINT-FIGURE.
           PERFORM PRINT-A-FIGURE.
           MOVE " - CASH RECEIPTS" TO PRINT-FIGURE-LABEL.
           MOVE AR-CASH-COUNT TO PRINT-FIGURE-COUNT.
           MOVE AR-CASH-TOTAL TO PRINT-FIGURE.
           PERFORM PRINT-A-FIGURE.
           MOVE " - CREDIT MEMOS" TO PRINT-FIGURE-LABEL.
           MOVE AR-MEMO-COUNT TO PRINT-FIGURE-COUNT.
           MOVE AR-MEMO-TOTAL TO PRINT-FIGURE.
           PERFORM PRINT-A-FIGURE.
           MOVE " - WRITE-OFFS AND DISCOUNTS" TO PRINT-FIGURE-LABEL.
           MOVE AR-WRITE-OFF-COUNT TO PRINT-FIGURE-COUNT.
           MOVE AR-WRITE-OFF-TOTAL TO PRINT-FIGURE.
           PERFORM PRINT-A-FIGURE.
           MOVE " = AR BALANCE EXPECTED" TO PRINT-FIGURE-LABEL.
           MOVE ZERO TO PRINT-FIGURE-COUNT.
           MOVE AR-EXPECTED TO PRINT-FIGURE.
           PERFORM PRINT-A-FIGURE.
           MOVE "BALANCE DUE ON ARITEM.DAT" TO PRINT-FIGURE-LABEL.
           MOVE AR-ITEM-COUNT TO PRINT-FIGURE-COUNT.
           MOVE AR-ON-FILE TO PRINT-FIGURE.
           PERFORM PRINT-A-FIGURE.
           MOVE "A" TO EXPLAIN-SIDE-TO-PRINT.
           IF AR-DIFFERENCE = ZERO
                     PERFORM PRINT-THE-AGREEMENT
           ELSE
                     MOVE AR-DIFFERENCE TO PRINT-FIGURE
                     PERFORM PRINT-THE-DIFFERENCE
                     MOVE AR-EXPLAIN-DROPPED TO DROPPED-TO-PRINT
                     PERFORM PRINT-THE-DROPPED-COUNT.

       PRINT-THE-INVENTORY.
           COMPUTE STOCK-EXPECTED = OPENING-STOCK-COST +
                     STOCK-IN-TOTAL - STOCK-OUT-TOTAL.
           COMPUTE STOCK-DIFFERENCE = STOCK-ON-FILE - STOCK-EXPECTED.
           PERFORM START-NEW-PAGE.
           MOVE "INVENTORY AT COST" TO PRINT-SECTION-HEADING.
           PERFORM PRINT-THE-SECTION-HEADING.
           MOVE "OPENING STOCK AT COST" TO PRINT-FIGURE-LABEL.
           MOVE ZERO TO PRINT-FIGURE-COUNT.
           MOVE OPENING-STOCK-COST TO PRINT-FIGURE.
           PERFORM PRINT-A-FIGURE.
           IF OPENING-DATE NOT = ZERO AND OPENING-COST-KEPT = "N"
                     MOVE "HISTORY ROW CARRIES NO COST - PRICE USED"
                          TO PRINT-NOTE
                     PERFORM PRINT-A-NOTE.
           MOVE " + STOCK MOVED IN" TO PRINT-FIGURE-LABEL.
           MOVE STOCK-IN-COUNT TO PRINT-FIGURE-COUNT.
           MOVE STOCK-IN-TOTAL TO PRINT-FIGURE.
           PERFORM PRINT-A-FIGURE.
           MOVE " - STOCK MOVED OUT" TO PRINT-FIGURE-LABEL.
           MOVE STOCK-OUT-COUNT TO PRINT-FIGURE-COUNT.
           MOVE STOCK-OUT-TOTAL TO PRINT-FIGURE.
           PERFORM PRINT-A-FIGURE.
           MOVE " = STOCK AT COST EXPECTED" TO PRINT-FIGURE-LABEL.
           MOVE ZERO TO PRINT-FIGURE-COUNT.
           MOVE STOCK-EXPECTED TO PRINT-FIGURE.
           PERFORM PRINT-A-FIGURE.
           MOVE "ON HAND AT COST ON PRODUCT.DAT" TO PRINT-FIGURE-LABEL.
           MOVE STOCK-PRODUCT-COUNT TO PRINT-FIGURE-COUNT.
           MOVE STOCK-ON-FILE TO PRINT-FIGURE.
           PERFORM PRINT-A-FIGURE.
           MOVE "I" TO EXPLAIN-SIDE-TO-PRINT.
           IF STOCK-DIFFERENCE = ZERO
                     PERFORM PRINT-THE-AGREEMENT
           ELSE
                     MOVE STOCK-DIFFERENCE TO PRINT-FIGURE
                     PERFORM PRINT-THE-DIFFERENCE
                     MOVE STOCK-EXPLAIN-DROPPED TO DROPPED-TO-PRINT
                     PERFORM PRINT-THE-DROPPED-COUNT.

       PRINT-THE-SECTION-HEADING.
           MOVE SECTION-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF OPENING-DATE = ZERO
                     MOVE NO-OPENING-LINE TO PRINTER-RECORD
           ELSE
                     MOVE OPENING-DATE TO PRINT-OPENING-DATE
                     MOVE OPENING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           ADD 3 TO LINE-COUNT.

       PRINT-A-FIGURE.
           MOVE FIGURE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO LINE-COUNT.

       PRINT-A-NOTE.
           MOVE NOTE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO LINE-COUNT.

       PRINT-THE-AGREEMENT.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE AGREES-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 2 TO LINE-COUNT.

      * PRINT-THE-DIFFERENCE EXPECTS THE DIFFERENCE IN PRINT-FIGURE
      * AND THE SIDE IN EXPLAIN-SIDE-TO-PRINT.
       PRINT-THE-DIFFERENCE.
           MOVE "DIFFERENCE (ON FILE LESS EXPECTED)" TO
                PRINT-FIGURE-LABEL.
           MOVE ZERO TO PRINT-FIGURE-COUNT.
           PERFORM PRINT-A-FIGURE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE EXPLAIN-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE COLUMN-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           ADD 5 TO LINE-COUNT.
           PERFORM PRINT-ONE-EXPLANATION
                VARYING EXPLAIN-SUBSCRIPT FROM 1 BY 1
                  UNTIL EXPLAIN-SUBSCRIPT > EXPLAIN-COUNT.

       PRINT-ONE-EXPLANATION.
           IF EX-SIDE (EXPLAIN-SUBSCRIPT) = EXPLAIN-SIDE-TO-PRINT
                     PERFORM PRINT-THE-EXPLANATION-LINE.

       PRINT-THE-EXPLANATION-LINE.
           IF LINE-COUNT > MAXIMUM-LINES
                     PERFORM START-NEW-PAGE
                     MOVE COLUMN-HEADING-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 2
                     ADD 2 TO LINE-COUNT.
           MOVE EX-SOURCE (EXPLAIN-SUBSCRIPT) TO PRINT-SOURCE.
           MOVE EX-REFERENCE (EXPLAIN-SUBSCRIPT) TO PRINT-REFERENCE.
           MOVE EX-DATE (EXPLAIN-SUBSCRIPT) TO PRINT-DATE.
           MOVE EX-AMOUNT (EXPLAIN-SUBSCRIPT) TO PRINT-AMOUNT.
           MOVE EX-REASON (EXPLAIN-SUBSCRIPT) TO PRINT-REASON.
           MOVE EXPLAIN-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO LINE-COUNT.

      * PRINT-THE-DROPPED-COUNT EXPECTS THE SIDE'S COUNT OF
      * EXPLANATIONS THAT DID NOT FIT IN DROPPED-TO-PRINT.
       PRINT-THE-DROPPED-COUNT.
           IF DROPPED-TO-PRINT > ZERO
                     MOVE DROPPED-TO-PRINT TO PRINT-DROPPED
                     MOVE DROPPED-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1
                     ADD 1 TO LINE-COUNT.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
           MOVE THE-THROUGH-DATE TO PRINT-THROUGH-DATE.
           MOVE OPERATOR-ID TO PRINT-OPERATOR-ID.
           IF PAGE-NUMBER > 1
                     MOVE SPACE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE 2 TO LINE-COUNT.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM SUBREC01.
