      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRN01.

      ******************************************************************
      * This program turns one business day's subledger activity
      * into balanced double-entry journal lines on GLJRNL.DAT, so
      * finance stops re-keying invoicing, cash, stock and AR
      * adjustments into the ledger. Every transaction dated the
      * keyed day becomes one journal entry, posted through the
      * GLRULE.DAT posting rules (GLRMNT01) to accounts on the
      * GLACCT.DAT chart (GLAMNT01):
      *     INVREG.DAT  - each invoice: merchandise, sales tax and
      *                   freight (INVM, INVT, INVF), which together
      *                   must come to the registered invoice amount
      *     ORDLINE.DAT - the cost of the goods each of those invoices
      *                   shipped, at the product's unit cost (COGS)
      *     CRMEMO.DAT  - each credit memo ORDRTN01 printed (CRMM)
      *     ARCASH.DAT  - each cash receipt (CASH), and the realized
      *                   exchange gain or loss on a foreign-currency
      *                   receipt as an entry of its own (FXGL)
      *     ARWOFF.DAT  - each prompt-pay discount (DISC) and every
      *                   other write-off (WOFF)
      *     ARITEM.DAT  - finance charges (FINC) and rebate credits
      *                   (REBT) raised that day
      *     PRODMOVE.DAT- stock receipts, issues, adjustments and
      *                   count corrections, valued at the unit cost
      *                   carried on the movement (M + TYPE + SOURCE)
      *     LOANACR.DAT - each loan's month-end interest accrual
      *                   (LACR) on its month-end date, booked back
      *                   out on the first of the next month
      * An entry with no rule for its type, a rule naming an account
      * missing from the chart or dropped from it, or lines whose
      * debits and credits do not balance (or do not come to the
      * source amount) is refused: nothing of it is written, and it
      * is listed on the printed error report with the reason, to be
      * fixed and journaled by hand. Transfers between storerooms,
      * kit assembly, and order stock holds move no value and are
      * counted but not posted - stock leaves the books when it is
      * invoiced, through COGS.
      *
      * EACH DAY GOES ON THE FILE AS ONE BATCH (SEE WGLJRNL.CPY) AND
      * A DAY ALREADY ON THE FILE IS NEVER JOURNALED AGAIN.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL GL-RULE-FILE
                           ASSIGN TO "GLRULE.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS GL-RULE-TYPE
                           FILE STATUS IS RULE-FILE-STATUS.

                 SELECT OPTIONAL GL-ACCOUNT-FILE
                           ASSIGN TO "GLACCT.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS GL-ACCOUNT-NUMBER
                           FILE STATUS IS ACCOUNT-FILE-STATUS.

                 SELECT OPTIONAL REGISTER-FILE
                           ASSIGN TO "INVREG.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS REGISTER-INVOICE-NUMBER
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

                 SELECT OPTIONAL PRODUCT-FILE
                           ASSIGN TO "PRODUCT.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PRODUCT-CODE
                           FILE STATUS IS PRODUCT-FILE-STATUS.

                 SELECT OPTIONAL CREDIT-MEMO-FILE
                           ASSIGN TO "CRMEMO.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS INPUT-FILE-STATUS.

                 SELECT OPTIONAL CASH-FILE
                           ASSIGN TO "ARCASH.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS INPUT-FILE-STATUS.

                 SELECT OPTIONAL WRITE-OFF-FILE
                           ASSIGN TO "ARWOFF.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS INPUT-FILE-STATUS.

                 SELECT OPTIONAL AR-ITEM-FILE
                           ASSIGN TO "ARITEM.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS AR-INVOICE-NUMBER
                           FILE STATUS IS INPUT-FILE-STATUS.

                 SELECT OPTIONAL MOVEMENT-FILE
                           ASSIGN TO "PRODMOVE.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS INPUT-FILE-STATUS.

                 SELECT OPTIONAL LOAN-ACCRUAL-FILE
                           ASSIGN TO "LOANACR.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS INPUT-FILE-STATUS.

                 SELECT OPTIONAL JOURNAL-FILE
                           ASSIGN TO "GLJRNL.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS JOURNAL-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * GL-RULE-RECORD AND GL-ACCOUNT-RECORD ARE THE SHARED POSTING
      * RULE AND CHART LAYOUTS - SEE COPYBOOKS/WGLRULE.CPY AND
      * WGLACCT.CPY.
       FD  GL-RULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WGLRULE.

       FD  GL-ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WGLACCT.

      * INVOICE-REGISTER-RECORD IS THE SHARED REGISTER LAYOUT - SEE
      * COPYBOOKS/WINVREG.CPY.
       FD  REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WINVREG.

      * ORDER-HEADER-RECORD AND ORDER-LINE-RECORD ARE THE SHARED
      * ORDER LAYOUTS - SEE COPYBOOKS/WORDHDR.CPY AND WORDLINE.CPY.
       FD  ORDER-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WORDHDR.

       FD  ORDER-LINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WORDLINE.

       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRODF.

      * CREDIT-MEMO-RECORD IS THE SHARED MEMO LOG LAYOUT - SEE
      * COPYBOOKS/WCRMEMO.CPY.
       FD  CREDIT-MEMO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCRMEMO.

      * AR-CASH-RECORD, AR-WRITE-OFF-RECORD AND AR-ITEM-RECORD ARE
      * THE SHARED RECEIVABLES LAYOUTS - SEE COPYBOOKS/WARCASH.CPY,
      * WARWOFF.CPY AND WARITEM.CPY.
       FD  CASH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARCASH.

       FD  WRITE-OFF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARWOFF.

       FD  AR-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARITEM.

      * MOVEMENT-RECORD IS THE SHARED HISTORY LAYOUT - SEE
      * COPYBOOKS/WPRDMOV.CPY.
       FD  MOVEMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRDMOV.

      * LOAN-ACCRUAL-RECORD IS THE SHARED ACCRUAL LAYOUT - SEE
      * COPYBOOKS/WLOANACR.CPY.
       FD  LOAN-ACCRUAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WLOANACR.

      * JOURNAL-RECORD IS THE SHARED JOURNAL INTERFACE LAYOUT - SEE
      * COPYBOOKS/WGLJRNL.CPY.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WGLJRNL.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  RULE-FILE-STATUS          PIC XX.
       01  ACCOUNT-FILE-STATUS       PIC XX.
       01  INPUT-FILE-STATUS         PIC XX.
       01  HEADER-FILE-STATUS        PIC XX.
       01  PRODUCT-FILE-STATUS       PIC XX.
       01  JOURNAL-FILE-STATUS       PIC XX.
       01  END-OF-FILE               PIC X.
       01  RECORD-FOUND              PIC X.
       01  DATE-ENTRY                PIC X(8).
       01  THE-JOURNAL-DATE          PIC 9(8).
       01  DATE-ALREADY-JOURNALED    PIC X.

      * THE ENTRY BEING BUILT. ITS LINES ARE HELD HERE UNTIL THE
      * WHOLE ENTRY HAS PROVED OUT, SO A REFUSED ENTRY LEAVES NO
      * HALF OF ITSELF ON THE JOURNAL.
       01  ENTRY-NUMBER              PIC 9(5) VALUE ZERO.
       01  ENTRY-REFERENCE           PIC X(10).
       01  ENTRY-SHOWN-TYPE          PIC X(4).
       01  ENTRY-CONTROL-AMOUNT      PIC 9(11)V99.
       01  ENTRY-SHOWN-AMOUNT        PIC S9(11)V99.
       01  ENTRY-IS-REFUSED          PIC X.
       01  ENTRY-REASON              PIC X(30).
       01  ENTRY-DEBITS              PIC 9(13)V99.
       01  ENTRY-CREDITS             PIC 9(13)V99.
       01  ENTRY-LINE-COUNT          PIC 99.
       01  LINE-SUBSCRIPT            PIC 99.
       01  ENTRY-LINE-TABLE.
                 05 ENTRY-LINE OCCURS 8 TIMES.
                           10 EL-TRANSACTION-TYPE PIC X(4).
                           10 EL-ACCOUNT-NUMBER   PIC X(8).
                           10 EL-DEBIT-CREDIT     PIC X(1).
                           10 EL-AMOUNT           PIC 9(11)V99.

      * ONE POSTING THROUGH ONE RULE.
       01  RULE-TO-APPLY             PIC X(4).
       01  AMOUNT-TO-POST            PIC S9(11)V99.
       01  POST-MAGNITUDE            PIC 9(11)V99.
       01  ACCOUNT-TO-CHECK          PIC X(8).
       01  DEBIT-SIDE-ACCOUNT        PIC X(8).
       01  CREDIT-SIDE-ACCOUNT       PIC X(8).

      * THE DAY'S INVOICES, HELD FOR ONE PASS OF ORDLINE.DAT TO COST
      * THE GOODS THEY SHIPPED.
       01  INVOICE-COUNT             PIC 9(4) VALUE ZERO.
       01  INVOICE-SUBSCRIPT         PIC 9(4).
       01  INVOICE-WAS-FOUND         PIC X.
       01  INVOICE-COST-TABLE.
                 05 INVOICE-COST-ROW OCCURS 2000 TIMES.
                           10 IC-INVOICE-NUMBER   PIC 9(7).
                           10 IC-ORDER-NUMBER     PIC 9(7).
                           10 IC-COST             PIC 9(11)V99.
                           10 IC-MISSING-PRODUCT  PIC X(10).
       01  LINE-COST                 PIC 9(11)V99.

       01  COST-TO-USE               PIC 9(7)V99.
       01  MOVEMENT-VALUE            PIC 9(11)V99.
       01  WRITE-OFF-MAGNITUDE       PIC 9(9)V99.
       01  GAIN-LOSS-MAGNITUDE       PIC 9(9)V99.

      * JOURNAL TOTALS FOR THE TRAILER AND THE REPORT.
       01  JOURNAL-LINE-COUNT        PIC 9(7) VALUE ZERO.
       01  JOURNAL-DEBIT-TOTAL       PIC 9(13)V99 VALUE ZERO.
       01  JOURNAL-CREDIT-TOTAL      PIC 9(13)V99 VALUE ZERO.

      * WHAT EACH SOURCE CAME TO, BY SOURCE-INDEX.
       01  SOURCE-INDEX              PIC 9.
       01  SOURCE-NAME-VALUES.
                 05 FILLER                 PIC X(14) VALUE
                                           "INVOICES".
                 05 FILLER                 PIC X(14) VALUE
                                           "COST OF SALES".
                 05 FILLER                 PIC X(14) VALUE
                                           "CREDIT MEMOS".
                 05 FILLER                 PIC X(14) VALUE
                                           "CASH RECEIPTS".
                 05 FILLER                 PIC X(14) VALUE
                                           "WRITE-OFFS".
                 05 FILLER                 PIC X(14) VALUE
                                           "AR CHARGES".
                 05 FILLER                 PIC X(14) VALUE
                                           "STOCK MOVES".
                 05 FILLER                 PIC X(14) VALUE
                                           "LOAN ACCRUALS".
       01  SOURCE-NAME-TABLE REDEFINES SOURCE-NAME-VALUES.
                 05 SOURCE-NAME            PIC X(14) OCCURS 8 TIMES.
       01  SOURCE-COUNT-TABLE.
                 05 SOURCE-COUNTS OCCURS 8 TIMES.
                           10 SOURCE-POSTED       PIC 9(7).
                           10 SOURCE-REFUSED      PIC 9(7).
                           10 SOURCE-SKIPPED      PIC 9(7).
       01  TOTAL-REFUSED             PIC 9(7) VALUE ZERO.

       01  LINE-COUNT                PIC 999 VALUE ZERO.
       01  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       01  MAXIMUM-LINES             PIC 999 VALUE 55.

      * Structures for the error report.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(24) VALUE
                                     "DAILY JOURNAL FOR DATE ".
                 05 PRINT-JOURNAL-DATE     PIC 9(8).
                 05 FILLER                 PIC X(12) VALUE SPACE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 PRINT-OPERATOR-ID      PIC X(10).
                 05 FILLER                 PIC X(6) VALUE SPACE.
                 05 FILLER                 PIC X(5) VALUE "PAGE:".
                 05 PRINT-PAGE-NUMBER      PIC ZZZ9.

       01  REFUSAL-HEADING-LINE.
                 05 FILLER                 PIC X(40) VALUE
                       "REFUSED TRANSACTIONS - NOTHING OF THESE ".
                 05 FILLER                 PIC X(40) VALUE
                       "WAS JOURNALED".

       01  COLUMN-HEADING-LINE.
                 05 FILLER                 PIC X(15) VALUE "SOURCE".
                 05 FILLER                 PIC X(11) VALUE "REFERENCE".
                 05 FILLER                 PIC X(5) VALUE "TYPE".
                 05 FILLER                 PIC X(16) VALUE
                                           "         AMOUNT".
                 05 FILLER                 PIC X(6) VALUE "REASON".

       01  REFUSAL-LINE.
                 05 PRINT-SOURCE           PIC X(14).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-REFERENCE        PIC X(10).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-TYPE             PIC X(4).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-AMOUNT           PIC ZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-REASON           PIC X(30).

       01  SUMMARY-HEADING-LINE.
                 05 FILLER                 PIC X(15) VALUE "SOURCE".
                 05 FILLER                 PIC X(10) VALUE
                                           "    POSTED".
                 05 FILLER                 PIC X(10) VALUE
                                           "   REFUSED".
                 05 FILLER                 PIC X(12) VALUE
                                           "  NOT POSTED".

       01  SUMMARY-LINE.
                 05 PRINT-SUMMARY-SOURCE   PIC X(14).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-POSTED           PIC Z,ZZZ,ZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-REFUSED          PIC Z,ZZZ,ZZ9.
                 05 FILLER                 PIC X(3) VALUE SPACE.
                 05 PRINT-SKIPPED          PIC Z,ZZZ,ZZ9.

       01  NOTHING-REFUSED-LINE.
                 05 FILLER                 PIC X(40) VALUE
                       "NO TRANSACTIONS REFUSED".

       01  TOTAL-LINE-1.
                 05 FILLER                 PIC X(26) VALUE
                                     "JOURNAL LINES WRITTEN:".
                 05 PRINT-LINE-COUNT       PIC ZZZZZZ9.

       01  TOTAL-LINE-2.
                 05 FILLER                 PIC X(26) VALUE
                                     "TOTAL DEBITS:".
                 05 PRINT-DEBIT-TOTAL      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  TOTAL-LINE-3.
                 05 FILLER                 PIC X(26) VALUE
                                     "TOTAL CREDITS:".
                 05 PRINT-CREDIT-TOTAL     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            PERFORM WRITE-THE-HEADER.
            PERFORM JOURNAL-THE-INVOICES.
            PERFORM JOURNAL-THE-COST-OF-SALES.
            PERFORM JOURNAL-THE-CREDIT-MEMOS.
            PERFORM JOURNAL-THE-CASH.
            PERFORM JOURNAL-THE-WRITE-OFFS.
            PERFORM JOURNAL-THE-AR-CHARGES.
            PERFORM JOURNAL-THE-MOVEMENTS.
            PERFORM JOURNAL-THE-LOAN-ACCRUALS.
            PERFORM WRITE-THE-TRAILER.
            PERFORM PRINT-THE-SUMMARY.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           DISPLAY "JOURNAL DATE (YYYYMMDD, BLANK FOR TODAY) ? ".
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY IS NUMERIC
                     MOVE DATE-ENTRY TO THE-JOURNAL-DATE
           ELSE
                     ACCEPT THE-JOURNAL-DATE FROM DATE YYYYMMDD.
           PERFORM CHECK-FOR-A-PRIOR-BATCH.
           OPEN INPUT GL-RULE-FILE.
           IF RULE-FILE-STATUS NOT = "00" AND
              RULE-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN GLRULE.DAT - STATUS "
                             RULE-FILE-STATUS
                     STOP RUN.
           OPEN INPUT GL-ACCOUNT-FILE.
           IF ACCOUNT-FILE-STATUS NOT = "00" AND
              ACCOUNT-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN GLACCT.DAT - STATUS "
                             ACCOUNT-FILE-STATUS
                     STOP RUN.
           OPEN INPUT ORDER-HEADER-FILE.
           IF HEADER-FILE-STATUS NOT = "00" AND
              HEADER-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN ORDHDR.DAT - STATUS "
                             HEADER-FILE-STATUS
                     STOP RUN.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "00" AND
              PRODUCT-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN PRODUCT.DAT - STATUS "
                             PRODUCT-FILE-STATUS
                     STOP RUN.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS NOT = "00" AND
              JOURNAL-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN GLJRNL.DAT - STATUS "
                             JOURNAL-FILE-STATUS
                     STOP RUN.
           MOVE ZEROES TO SOURCE-COUNT-TABLE.
           OPEN OUTPUT PRINTER-FILE.
           PERFORM START-NEW-PAGE.
           MOVE REFUSAL-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE COLUMN-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           ADD 4 TO LINE-COUNT.

      * CHECK-FOR-A-PRIOR-BATCH READS THE JOURNAL FILE THROUGH FOR
      * A BATCH HEADER ALREADY CARRYING THE KEYED DATE. A DAY IS
      * JOURNALED ONCE - RUNNING IT AGAIN WOULD POST IT TWICE.
       CHECK-FOR-A-PRIOR-BATCH.
           MOVE "N" TO DATE-ALREADY-JOURNALED.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-JOURNAL-RECORD
                     PERFORM CHECK-ONE-JOURNAL-RECORD
                          UNTIL END-OF-FILE = "Y".
           CLOSE JOURNAL-FILE.
           IF DATE-ALREADY-JOURNALED = "Y"
                     DISPLAY "THE JOURNAL FOR " THE-JOURNAL-DATE
                             " IS ALREADY ON GLJRNL.DAT - NOTHING "
                             "JOURNALED"
                     STOP RUN.

       READ-NEXT-JOURNAL-RECORD.
           READ JOURNAL-FILE
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       CHECK-ONE-JOURNAL-RECORD.
           IF JRNH-RECORD-TYPE = "H" AND
              JRNH-JOURNAL-DATE = THE-JOURNAL-DATE
                     MOVE "Y" TO DATE-ALREADY-JOURNALED.
           PERFORM READ-NEXT-JOURNAL-RECORD.

       CLOSING-PROCEDURE.
           CLOSE GL-RULE-FILE.
           CLOSE GL-ACCOUNT-FILE.
           CLOSE ORDER-HEADER-FILE.
           CLOSE PRODUCT-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE PRINTER-FILE.
           DISPLAY JOURNAL-LINE-COUNT " JOURNAL LINE(S) WRITTEN TO "
                   "GLJRNL.DAT, " TOTAL-REFUSED
                   " TRANSACTION(S) REFUSED".

       WRITE-THE-HEADER.
           MOVE SPACE TO JOURNAL-RECORD.
           MOVE "H" TO JRNH-RECORD-TYPE.
           MOVE THE-JOURNAL-DATE TO JRNH-JOURNAL-DATE.
           ACCEPT JRNH-CREATED-DATE FROM DATE YYYYMMDD.
           MOVE OPERATOR-ID TO JRNH-OPERATOR-ID.
           PERFORM WRITE-THE-JOURNAL-RECORD.

       WRITE-THE-TRAILER.
           MOVE SPACE TO JOURNAL-RECORD.
           MOVE "T" TO JRNT-RECORD-TYPE.
           MOVE JOURNAL-LINE-COUNT TO JRNT-LINE-COUNT.
           MOVE JOURNAL-DEBIT-TOTAL TO JRNT-DEBIT-TOTAL.
           MOVE JOURNAL-CREDIT-TOTAL TO JRNT-CREDIT-TOTAL.
           PERFORM WRITE-THE-JOURNAL-RECORD.

       WRITE-THE-JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           IF JOURNAL-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING GLJRNL.DAT - STATUS "
                             JOURNAL-FILE-STATUS
                     STOP RUN.

      ******************************************************************
      * BUILDING AND PROVING ONE ENTRY. EACH SOURCE STARTS AN ENTRY,
      * APPLIES ONE OR MORE RULES TO IT, AND FINISHES IT; FINISHING
      * EITHER WRITES EVERY LINE OR REFUSES THE LOT.
      ******************************************************************
       START-AN-ENTRY.
           MOVE "N" TO ENTRY-IS-REFUSED.
           MOVE SPACE TO ENTRY-REASON ENTRY-REFERENCE ENTRY-SHOWN-TYPE.
           MOVE ZERO TO ENTRY-LINE-COUNT ENTRY-CONTROL-AMOUNT
                        ENTRY-SHOWN-AMOUNT.

       REFUSE-THE-ENTRY.
           MOVE "Y" TO ENTRY-IS-REFUSED.

      * ADD-THE-RULE-LINES POSTS AMOUNT-TO-POST THROUGH THE RULE FOR
      * RULE-TO-APPLY. A ZERO AMOUNT POSTS NOTHING, AND NOTHING MORE
      * IS ADDED TO AN ENTRY ONCE IT HAS BEEN REFUSED.
       ADD-THE-RULE-LINES.
           IF AMOUNT-TO-POST NOT = ZERO AND ENTRY-IS-REFUSED = "N"
                     PERFORM LOOK-UP-THE-RULE.

       LOOK-UP-THE-RULE.
           MOVE RULE-TO-APPLY TO GL-RULE-TYPE.
           MOVE "Y" TO RECORD-FOUND.
           READ GL-RULE-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     MOVE RULE-TO-APPLY TO ENTRY-SHOWN-TYPE
                     STRING "NO POSTING RULE FOR " RULE-TO-APPLY
                            DELIMITED BY SIZE INTO ENTRY-REASON
                     PERFORM REFUSE-THE-ENTRY
           ELSE
                     MOVE GL-RULE-DEBIT-ACCOUNT TO ACCOUNT-TO-CHECK
                     PERFORM CHECK-THE-CHART-ACCOUNT
                     MOVE GL-RULE-CREDIT-ACCOUNT TO ACCOUNT-TO-CHECK
                     PERFORM CHECK-THE-CHART-ACCOUNT
                     IF ENTRY-IS-REFUSED = "N"
                               PERFORM STORE-THE-LINE-PAIR.

      * CHECK-THE-CHART-ACCOUNT REFUSES THE ENTRY WHEN A RULE POINTS
      * AT AN ACCOUNT THAT IS NOT ON THE CHART OR HAS BEEN DROPPED
      * SINCE THE RULE WAS SET UP.
       CHECK-THE-CHART-ACCOUNT.
           IF ENTRY-IS-REFUSED = "N"
                     MOVE ACCOUNT-TO-CHECK TO GL-ACCOUNT-NUMBER
                     MOVE "Y" TO RECORD-FOUND
                     READ GL-ACCOUNT-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND
                     END-READ
                     PERFORM JUDGE-THE-CHART-ACCOUNT.

       JUDGE-THE-CHART-ACCOUNT.
           IF RECORD-FOUND = "N"
                     MOVE RULE-TO-APPLY TO ENTRY-SHOWN-TYPE
                     STRING "ACCOUNT " ACCOUNT-TO-CHECK
                            " NOT ON CHART"
                            DELIMITED BY SIZE INTO ENTRY-REASON
                     PERFORM REFUSE-THE-ENTRY
           ELSE
                     IF NOT GL-ACCOUNT-IS-ACTIVE
                               MOVE RULE-TO-APPLY TO ENTRY-SHOWN-TYPE
                               STRING "ACCOUNT " ACCOUNT-TO-CHECK
                                      " IS DROPPED"
                                      DELIMITED BY SIZE
                                      INTO ENTRY-REASON
                               PERFORM REFUSE-THE-ENTRY.

      * STORE-THE-LINE-PAIR HOLDS THE DEBIT AND THE CREDIT LINE. A
      * NEGATIVE AMOUNT POSTS THE RULE'S PAIR THE OTHER WAY ROUND.
       STORE-THE-LINE-PAIR.
           IF AMOUNT-TO-POST < ZERO
                     COMPUTE POST-MAGNITUDE = ZERO - AMOUNT-TO-POST
                     MOVE GL-RULE-CREDIT-ACCOUNT TO DEBIT-SIDE-ACCOUNT
                     MOVE GL-RULE-DEBIT-ACCOUNT TO CREDIT-SIDE-ACCOUNT
           ELSE
                     MOVE AMOUNT-TO-POST TO POST-MAGNITUDE
                     MOVE GL-RULE-DEBIT-ACCOUNT TO DEBIT-SIDE-ACCOUNT
                     MOVE GL-RULE-CREDIT-ACCOUNT TO
                          CREDIT-SIDE-ACCOUNT.
           IF ENTRY-LINE-COUNT > 6
                     MOVE "TOO MANY LINES FOR ONE ENTRY" TO
                          ENTRY-REASON
                     PERFORM REFUSE-THE-ENTRY
           ELSE
                     ADD 1 TO ENTRY-LINE-COUNT
                     MOVE RULE-TO-APPLY TO
                          EL-TRANSACTION-TYPE (ENTRY-LINE-COUNT)
                     MOVE DEBIT-SIDE-ACCOUNT TO
                          EL-ACCOUNT-NUMBER (ENTRY-LINE-COUNT)
                     MOVE "D" TO EL-DEBIT-CREDIT (ENTRY-LINE-COUNT)
                     MOVE POST-MAGNITUDE TO
                          EL-AMOUNT (ENTRY-LINE-COUNT)
                     ADD 1 TO ENTRY-LINE-COUNT
                     MOVE RULE-TO-APPLY TO
                          EL-TRANSACTION-TYPE (ENTRY-LINE-COUNT)
                     MOVE CREDIT-SIDE-ACCOUNT TO
                          EL-ACCOUNT-NUMBER (ENTRY-LINE-COUNT)
                     MOVE "C" TO EL-DEBIT-CREDIT (ENTRY-LINE-COUNT)
                     MOVE POST-MAGNITUDE TO
                          EL-AMOUNT (ENTRY-LINE-COUNT).

      * FINISH-THE-ENTRY PROVES THE ENTRY AND THEN WRITES IT OR
      * REPORTS IT. AN ENTRY THAT CAME TO NOTHING AT ALL (A ZERO
      * AMOUNT) IS COUNTED AS NOT POSTED.
       FINISH-THE-ENTRY.
           IF ENTRY-IS-REFUSED = "N"
                     PERFORM PROVE-THE-ENTRY.
           IF ENTRY-IS-REFUSED = "Y"
                     PERFORM REPORT-THE-REFUSAL
                     ADD 1 TO SOURCE-REFUSED (SOURCE-INDEX)
                     ADD 1 TO TOTAL-REFUSED
           ELSE
                     IF ENTRY-LINE-COUNT = ZERO
                               ADD 1 TO SOURCE-SKIPPED (SOURCE-INDEX)
                     ELSE
                               PERFORM WRITE-THE-ENTRY
                               ADD 1 TO SOURCE-POSTED (SOURCE-INDEX).

      * PROVE-THE-ENTRY REFUSES AN ENTRY WHOSE DEBITS DO NOT EQUAL
      * ITS CREDITS, OR WHOSE DEBITS DO NOT COME TO THE AMOUNT THE
      * SUBLEDGER RECORDED - AN INVOICE WHOSE MERCHANDISE, TAX AND
      * FREIGHT DO NOT ADD UP TO THE REGISTERED INVOICE AMOUNT.
       PROVE-THE-ENTRY.
           MOVE ZERO TO ENTRY-DEBITS ENTRY-CREDITS.
           PERFORM ADD-UP-ONE-LINE
                VARYING LINE-SUBSCRIPT FROM 1 BY 1
                  UNTIL LINE-SUBSCRIPT > ENTRY-LINE-COUNT.
           IF ENTRY-DEBITS NOT = ENTRY-CREDITS
                     MOVE "DEBITS AND CREDITS DO NOT AGREE" TO
                          ENTRY-REASON
                     PERFORM REFUSE-THE-ENTRY
           ELSE
                     IF ENTRY-DEBITS NOT = ENTRY-CONTROL-AMOUNT
                               MOVE "LINES DO NOT MATCH THE SOURCE" TO
                                    ENTRY-REASON
                               PERFORM REFUSE-THE-ENTRY.

       ADD-UP-ONE-LINE.
           IF EL-DEBIT-CREDIT (LINE-SUBSCRIPT) = "D"
                     ADD EL-AMOUNT (LINE-SUBSCRIPT) TO ENTRY-DEBITS
           ELSE
                     ADD EL-AMOUNT (LINE-SUBSCRIPT) TO ENTRY-CREDITS.

       WRITE-THE-ENTRY.
           ADD 1 TO ENTRY-NUMBER.
           PERFORM WRITE-ONE-ENTRY-LINE
                VARYING LINE-SUBSCRIPT FROM 1 BY 1
                  UNTIL LINE-SUBSCRIPT > ENTRY-LINE-COUNT.
           ADD ENTRY-DEBITS TO JOURNAL-DEBIT-TOTAL.
           ADD ENTRY-CREDITS TO JOURNAL-CREDIT-TOTAL.

       WRITE-ONE-ENTRY-LINE.
           MOVE SPACE TO JOURNAL-RECORD.
           MOVE "D" TO JRND-RECORD-TYPE.
           MOVE ENTRY-NUMBER TO JRND-ENTRY-NUMBER.
           MOVE EL-TRANSACTION-TYPE (LINE-SUBSCRIPT) TO
                JRND-TRANSACTION-TYPE.
           MOVE ENTRY-REFERENCE TO JRND-REFERENCE.
           MOVE EL-ACCOUNT-NUMBER (LINE-SUBSCRIPT) TO
                JRND-ACCOUNT-NUMBER.
           MOVE EL-DEBIT-CREDIT (LINE-SUBSCRIPT) TO JRND-DEBIT-CREDIT.
           MOVE EL-AMOUNT (LINE-SUBSCRIPT) TO JRND-AMOUNT.
           PERFORM WRITE-THE-JOURNAL-RECORD.
           ADD 1 TO JOURNAL-LINE-COUNT.

       REPORT-THE-REFUSAL.
           IF LINE-COUNT > MAXIMUM-LINES
                     PERFORM START-NEW-PAGE
                     MOVE COLUMN-HEADING-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 2
                     ADD 2 TO LINE-COUNT.
           MOVE SOURCE-NAME (SOURCE-INDEX) TO PRINT-SOURCE.
           MOVE ENTRY-REFERENCE TO PRINT-REFERENCE.
           MOVE ENTRY-SHOWN-TYPE TO PRINT-TYPE.
           MOVE ENTRY-SHOWN-AMOUNT TO PRINT-AMOUNT.
           MOVE ENTRY-REASON TO PRINT-REASON.
           MOVE REFUSAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO LINE-COUNT.

      ******************************************************************
      * INVOICES. EACH INVOICE REGISTERED THAT DAY POSTS ITS
      * MERCHANDISE, TAX AND FREIGHT OFF THE ORDER HEADER, PROVED
      * AGAINST THE REGISTERED AMOUNT, AND IS HELD FOR COSTING.
      ******************************************************************
       JOURNAL-THE-INVOICES.
           MOVE 1 TO SOURCE-INDEX.
           OPEN INPUT REGISTER-FILE.
           IF INPUT-FILE-STATUS NOT = "00"
                     DISPLAY "INVREG.DAT NOT AVAILABLE - STATUS "
                             INPUT-FILE-STATUS
           ELSE
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-INVOICE
                     PERFORM JOURNAL-ONE-INVOICE
                          UNTIL END-OF-FILE = "Y"
                     CLOSE REGISTER-FILE.

       READ-NEXT-INVOICE.
           READ REGISTER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       JOURNAL-ONE-INVOICE.
           IF REGISTER-INVOICE-DATE = THE-JOURNAL-DATE
                     PERFORM POST-ONE-INVOICE.
           PERFORM READ-NEXT-INVOICE.

       POST-ONE-INVOICE.
           MOVE 1 TO SOURCE-INDEX.
           PERFORM START-AN-ENTRY.
           MOVE REGISTER-INVOICE-NUMBER TO ENTRY-REFERENCE.
           MOVE "INVM" TO ENTRY-SHOWN-TYPE.
           MOVE REGISTER-AMOUNT TO ENTRY-CONTROL-AMOUNT
                                   ENTRY-SHOWN-AMOUNT.
           MOVE REGISTER-ORDER-NUMBER TO ORDER-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ ORDER-HEADER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     MOVE "ORDER NOT ON ORDHDR.DAT" TO ENTRY-REASON
                     PERFORM REFUSE-THE-ENTRY
                     PERFORM FINISH-THE-ENTRY
           ELSE
                     MOVE "INVM" TO RULE-TO-APPLY
                     MOVE ORDER-TOTAL TO AMOUNT-TO-POST
                     PERFORM ADD-THE-RULE-LINES
                     MOVE "INVT" TO RULE-TO-APPLY
                     MOVE ORDER-TAX-AMOUNT TO AMOUNT-TO-POST
                     PERFORM ADD-THE-RULE-LINES
                     MOVE "INVF" TO RULE-TO-APPLY
                     MOVE ORDER-FREIGHT-AMOUNT TO AMOUNT-TO-POST
                     PERFORM ADD-THE-RULE-LINES
                     PERFORM FINISH-THE-ENTRY
                     PERFORM HOLD-THE-INVOICE-FOR-COSTING.

      * HOLD-THE-INVOICE-FOR-COSTING FILES THE INVOICE IN THE COSTING
      * TABLE. ONE THAT WILL NOT FIT IS REFUSED ON THE COST SIDE NOW,
      * SO ITS COST OF SALES IS NOT SILENTLY LEFT OFF.
       HOLD-THE-INVOICE-FOR-COSTING.
           IF INVOICE-COUNT < 2000
                     ADD 1 TO INVOICE-COUNT
                     MOVE REGISTER-INVOICE-NUMBER TO
                          IC-INVOICE-NUMBER (INVOICE-COUNT)
                     MOVE REGISTER-ORDER-NUMBER TO
                          IC-ORDER-NUMBER (INVOICE-COUNT)
                     MOVE ZERO TO IC-COST (INVOICE-COUNT)
                     MOVE SPACE TO IC-MISSING-PRODUCT (INVOICE-COUNT)
           ELSE
                     MOVE 2 TO SOURCE-INDEX
                     PERFORM START-AN-ENTRY
                     MOVE REGISTER-INVOICE-NUMBER TO ENTRY-REFERENCE
                     MOVE "COGS" TO ENTRY-SHOWN-TYPE
                     MOVE "TOO MANY INVOICES TO COST" TO
                          ENTRY-REASON
                     PERFORM REFUSE-THE-ENTRY
                     PERFORM FINISH-THE-ENTRY.

      ******************************************************************
      * COST OF SALES. ONE PASS OF THE ORDER LINES COSTS WHAT EACH OF
      * THE DAY'S INVOICES SHIPPED AT THE PRODUCT'S UNIT COST - THE
      * STOCK LEFT THE SHELF AT ORDER ENTRY, BUT LEAVES THE BOOKS
      * HERE, WHEN IT IS BILLED.
      ******************************************************************
       JOURNAL-THE-COST-OF-SALES.
           MOVE 2 TO SOURCE-INDEX.
           IF INVOICE-COUNT > ZERO
                     PERFORM COST-THE-ORDER-LINES
                     PERFORM POST-ONE-COST-OF-SALES
                          VARYING INVOICE-SUBSCRIPT FROM 1 BY 1
                            UNTIL INVOICE-SUBSCRIPT > INVOICE-COUNT.

       COST-THE-ORDER-LINES.
           OPEN INPUT ORDER-LINE-FILE.
           IF INPUT-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-ORDER-LINE
                     PERFORM COST-ONE-ORDER-LINE
                          UNTIL END-OF-FILE = "Y"
                     CLOSE ORDER-LINE-FILE.

       READ-NEXT-ORDER-LINE.
           READ ORDER-LINE-FILE
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       COST-ONE-ORDER-LINE.
           MOVE "N" TO INVOICE-WAS-FOUND.
           PERFORM MATCH-ONE-INVOICE
                VARYING INVOICE-SUBSCRIPT FROM 1 BY 1
                  UNTIL INVOICE-SUBSCRIPT > INVOICE-COUNT
                     OR INVOICE-WAS-FOUND = "Y".
           IF INVOICE-WAS-FOUND = "Y" AND
              LINE-SHIPPED-QUANTITY > ZERO
                     SUBTRACT 1 FROM INVOICE-SUBSCRIPT
                     PERFORM ADD-THE-LINE-COST.
           PERFORM READ-NEXT-ORDER-LINE.

       MATCH-ONE-INVOICE.
           IF IC-ORDER-NUMBER (INVOICE-SUBSCRIPT) = LINE-ORDER-NUMBER
                     MOVE "Y" TO INVOICE-WAS-FOUND.

       ADD-THE-LINE-COST.
           MOVE LINE-PRODUCT-CODE TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     MOVE LINE-PRODUCT-CODE TO
                          IC-MISSING-PRODUCT (INVOICE-SUBSCRIPT)
           ELSE
                     COMPUTE LINE-COST ROUNDED =
                               LINE-SHIPPED-QUANTITY *
                               PRODUCT-UNIT-COST
                     ADD LINE-COST TO IC-COST (INVOICE-SUBSCRIPT).

       POST-ONE-COST-OF-SALES.
           PERFORM START-AN-ENTRY.
           MOVE IC-INVOICE-NUMBER (INVOICE-SUBSCRIPT) TO
                ENTRY-REFERENCE.
           MOVE "COGS" TO ENTRY-SHOWN-TYPE.
           MOVE IC-COST (INVOICE-SUBSCRIPT) TO ENTRY-CONTROL-AMOUNT
                                               ENTRY-SHOWN-AMOUNT.
           IF IC-MISSING-PRODUCT (INVOICE-SUBSCRIPT) NOT = SPACE
                     STRING "NO COST - " DELIMITED BY SIZE
                            IC-MISSING-PRODUCT (INVOICE-SUBSCRIPT)
                            DELIMITED BY SPACE
                            " NOT ON FILE" DELIMITED BY SIZE
                            INTO ENTRY-REASON
                     PERFORM REFUSE-THE-ENTRY
           ELSE
                     MOVE "COGS" TO RULE-TO-APPLY
                     MOVE IC-COST (INVOICE-SUBSCRIPT) TO AMOUNT-TO-POST
                     PERFORM ADD-THE-RULE-LINES.
           PERFORM FINISH-THE-ENTRY.

      ******************************************************************
      * CREDIT MEMOS LOGGED BY ORDRTN01 THAT DAY.
      ******************************************************************
       JOURNAL-THE-CREDIT-MEMOS.
           MOVE 3 TO SOURCE-INDEX.
           OPEN INPUT CREDIT-MEMO-FILE.
           IF INPUT-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-CREDIT-MEMO
                     PERFORM JOURNAL-ONE-CREDIT-MEMO
                          UNTIL END-OF-FILE = "Y"
                     CLOSE CREDIT-MEMO-FILE.

       READ-NEXT-CREDIT-MEMO.
           READ CREDIT-MEMO-FILE
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       JOURNAL-ONE-CREDIT-MEMO.
           IF CRMEMO-DATE = THE-JOURNAL-DATE
                     PERFORM START-AN-ENTRY
                     MOVE CRMEMO-INVOICE-NUMBER TO ENTRY-REFERENCE
                     MOVE "CRMM" TO ENTRY-SHOWN-TYPE RULE-TO-APPLY
                     MOVE CRMEMO-AMOUNT TO ENTRY-CONTROL-AMOUNT
                                           ENTRY-SHOWN-AMOUNT
                                           AMOUNT-TO-POST
                     PERFORM ADD-THE-RULE-LINES
                     PERFORM FINISH-THE-ENTRY.
           PERFORM READ-NEXT-CREDIT-MEMO.

      ******************************************************************
      * CASH RECEIPTS, KEYED OR FROM THE LOCKBOX.
      ******************************************************************
       JOURNAL-THE-CASH.
           MOVE 4 TO SOURCE-INDEX.
           OPEN INPUT CASH-FILE.
           IF INPUT-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-CASH
                     PERFORM JOURNAL-ONE-RECEIPT
                          UNTIL END-OF-FILE = "Y"
                     CLOSE CASH-FILE.

       READ-NEXT-CASH.
           READ CASH-FILE
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       JOURNAL-ONE-RECEIPT.
           IF CASH-DATE = THE-JOURNAL-DATE
                     PERFORM START-AN-ENTRY
                     MOVE CASH-CHECK-NUMBER TO ENTRY-REFERENCE
                     MOVE "CASH" TO ENTRY-SHOWN-TYPE RULE-TO-APPLY
                     MOVE CASH-AMOUNT TO ENTRY-CONTROL-AMOUNT
                                         ENTRY-SHOWN-AMOUNT
                                         AMOUNT-TO-POST
                     PERFORM ADD-THE-RULE-LINES
                     PERFORM FINISH-THE-ENTRY
                     IF CASH-FX-GAIN-LOSS IS NUMERIC AND
                        CASH-FX-GAIN-LOSS NOT = ZERO
                               PERFORM POST-ONE-EXCHANGE-GAIN-LOSS.
           PERFORM READ-NEXT-CASH.

      * POST-ONE-EXCHANGE-GAIN-LOSS BOOKS THE REALIZED GAIN (OR LOSS,
      * NEGATIVE) ON A FOREIGN-CURRENCY RECEIPT AS AN ENTRY OF ITS
      * OWN THROUGH THE FXGL RULE, WHOSE DEBIT IS THE CASH ACCOUNT -
      * SO CASH CARRIES CASH-AMOUNT PLUS THE GAIN OR LOSS, WHAT WAS
      * ACTUALLY BANKED. A LOSS POSTS THE RULE THE OTHER WAY ROUND. A
      * ROW WRITTEN BEFORE THE CURRENCY FIELDS WERE KEPT READS BACK
      * BLANK THERE AND HAS NOTHING TO BOOK.
       POST-ONE-EXCHANGE-GAIN-LOSS.
           PERFORM START-AN-ENTRY.
           MOVE CASH-CHECK-NUMBER TO ENTRY-REFERENCE.
           MOVE "FXGL" TO ENTRY-SHOWN-TYPE RULE-TO-APPLY.
           IF CASH-FX-GAIN-LOSS < ZERO
                     COMPUTE GAIN-LOSS-MAGNITUDE =
                             ZERO - CASH-FX-GAIN-LOSS
           ELSE
                     MOVE CASH-FX-GAIN-LOSS TO GAIN-LOSS-MAGNITUDE.
           MOVE GAIN-LOSS-MAGNITUDE TO ENTRY-CONTROL-AMOUNT.
           MOVE CASH-FX-GAIN-LOSS TO ENTRY-SHOWN-AMOUNT
                                     AMOUNT-TO-POST.
           PERFORM ADD-THE-RULE-LINES.
           PERFORM FINISH-THE-ENTRY.

      ******************************************************************
      * WRITE-OFFS. A PROMPT-PAY DISCOUNT (REASON DC) POSTS AS DISC,
      * EVERY OTHER REASON AS WOFF; A NEGATIVE WRITE-OFF (A REVERSAL)
      * POSTS ITS RULE THE OTHER WAY ROUND.
      ******************************************************************
       JOURNAL-THE-WRITE-OFFS.
           MOVE 5 TO SOURCE-INDEX.
           OPEN INPUT WRITE-OFF-FILE.
           IF INPUT-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-WRITE-OFF
                     PERFORM JOURNAL-ONE-WRITE-OFF
                          UNTIL END-OF-FILE = "Y"
                     CLOSE WRITE-OFF-FILE.

       READ-NEXT-WRITE-OFF.
           READ WRITE-OFF-FILE
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       JOURNAL-ONE-WRITE-OFF.
           IF WOFF-DATE = THE-JOURNAL-DATE
                     PERFORM POST-ONE-WRITE-OFF.
           PERFORM READ-NEXT-WRITE-OFF.

       POST-ONE-WRITE-OFF.
           PERFORM START-AN-ENTRY.
           MOVE WOFF-INVOICE-NUMBER TO ENTRY-REFERENCE.
           IF WOFF-REASON = "DC"
                     MOVE "DISC" TO RULE-TO-APPLY
           ELSE
                     MOVE "WOFF" TO RULE-TO-APPLY.
           MOVE RULE-TO-APPLY TO ENTRY-SHOWN-TYPE.
           IF WOFF-AMOUNT < ZERO
                     COMPUTE WRITE-OFF-MAGNITUDE = ZERO - WOFF-AMOUNT
           ELSE
                     MOVE WOFF-AMOUNT TO WRITE-OFF-MAGNITUDE.
           MOVE WRITE-OFF-MAGNITUDE TO ENTRY-CONTROL-AMOUNT.
           MOVE WOFF-AMOUNT TO ENTRY-SHOWN-AMOUNT AMOUNT-TO-POST.
           PERFORM ADD-THE-RULE-LINES.
           PERFORM FINISH-THE-ENTRY.

      ******************************************************************
      * AR CHARGES - FINANCE CHARGES (ARFIN01) AND REBATE CREDITS
      * (REBSTL01) RAISED AS OPEN ITEMS THAT DAY. ORDINARY INVOICE
      * ITEMS ARE JOURNALED OFF THE REGISTER ABOVE, NOT HERE.
      ******************************************************************
       JOURNAL-THE-AR-CHARGES.
           MOVE 6 TO SOURCE-INDEX.
           OPEN INPUT AR-ITEM-FILE.
           IF INPUT-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-AR-ITEM
                     PERFORM JOURNAL-ONE-AR-ITEM
                          UNTIL END-OF-FILE = "Y"
                     CLOSE AR-ITEM-FILE.

       READ-NEXT-AR-ITEM.
           READ AR-ITEM-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       JOURNAL-ONE-AR-ITEM.
           IF AR-INVOICE-DATE = THE-JOURNAL-DATE
                     IF AR-ITEM-IS-FINANCE-CHARGE
                               MOVE "FINC" TO RULE-TO-APPLY
                               PERFORM POST-ONE-AR-CHARGE
                     ELSE
                               IF AR-ITEM-IS-REBATE-CREDIT
                                         MOVE "REBT" TO RULE-TO-APPLY
                                         PERFORM POST-ONE-AR-CHARGE.
           PERFORM READ-NEXT-AR-ITEM.

       POST-ONE-AR-CHARGE.
           PERFORM START-AN-ENTRY.
           MOVE AR-INVOICE-NUMBER TO ENTRY-REFERENCE.
           MOVE RULE-TO-APPLY TO ENTRY-SHOWN-TYPE.
           MOVE AR-ORIGINAL-AMOUNT TO ENTRY-CONTROL-AMOUNT
                                      ENTRY-SHOWN-AMOUNT
                                      AMOUNT-TO-POST.
           PERFORM ADD-THE-RULE-LINES.
           PERFORM FINISH-THE-ENTRY.

      ******************************************************************
      * STOCK MOVEMENTS. EACH IS VALUED AT THE UNIT COST IT CARRIES
      * (THE PRODUCT'S CURRENT COST WHEN IT CARRIES NONE) AND POSTED
      * UNDER "M" + ITS TYPE + ITS SOURCE; A MINUS MOVEMENT POSTS ITS
      * RULE THE OTHER WAY ROUND. TRANSFERS, KIT ASSEMBLY AND ORDER
      * STOCK HOLDS CHANGE NO BOOK VALUE AND ARE COUNTED, NOT POSTED.
      ******************************************************************
       JOURNAL-THE-MOVEMENTS.
           MOVE 7 TO SOURCE-INDEX.
           OPEN INPUT MOVEMENT-FILE.
           IF INPUT-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-MOVEMENT
                     PERFORM JOURNAL-ONE-MOVEMENT
                          UNTIL END-OF-FILE = "Y"
                     CLOSE MOVEMENT-FILE.

       READ-NEXT-MOVEMENT.
           READ MOVEMENT-FILE
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       JOURNAL-ONE-MOVEMENT.
           IF MOVEMENT-DATE = THE-JOURNAL-DATE
                     IF MOVEMENT-IS-TRANSFER OR
                        MOVEMENT-SOURCE = "KA" OR
                        MOVEMENT-SOURCE = "OS"
                               ADD 1 TO SOURCE-SKIPPED (SOURCE-INDEX)
                     ELSE
                               PERFORM POST-ONE-MOVEMENT.
           PERFORM READ-NEXT-MOVEMENT.

       POST-ONE-MOVEMENT.
           PERFORM START-AN-ENTRY.
           MOVE MOVEMENT-PRODUCT-CODE TO ENTRY-REFERENCE.
           MOVE SPACE TO RULE-TO-APPLY.
           STRING "M" MOVEMENT-TYPE MOVEMENT-SOURCE
                  DELIMITED BY SIZE INTO RULE-TO-APPLY.
           MOVE RULE-TO-APPLY TO ENTRY-SHOWN-TYPE.
           PERFORM FIND-THE-MOVEMENT-COST.
           COMPUTE MOVEMENT-VALUE ROUNDED =
                     MOVEMENT-QUANTITY * COST-TO-USE.
           MOVE MOVEMENT-VALUE TO ENTRY-CONTROL-AMOUNT.
           IF MOVEMENT-SIGN = "-"
                     COMPUTE AMOUNT-TO-POST = ZERO - MOVEMENT-VALUE
           ELSE
                     MOVE MOVEMENT-VALUE TO AMOUNT-TO-POST.
           MOVE AMOUNT-TO-POST TO ENTRY-SHOWN-AMOUNT.
           IF MOVEMENT-VALUE = ZERO AND MOVEMENT-QUANTITY NOT = ZERO
                     MOVE "NO UNIT COST TO VALUE IT" TO ENTRY-REASON
                     PERFORM REFUSE-THE-ENTRY
           ELSE
                     PERFORM ADD-THE-RULE-LINES.
           PERFORM FINISH-THE-ENTRY.

      * ROWS WRITTEN BEFORE MOVEMENTS CARRIED A COST READ AS BLANK,
      * AND A ZERO COST MEANS THE WRITER LEFT IT TO THE PRODUCT.
       FIND-THE-MOVEMENT-COST.
           MOVE ZERO TO COST-TO-USE.
           IF MOVEMENT-UNIT-COST IS NUMERIC
                     MOVE MOVEMENT-UNIT-COST TO COST-TO-USE.
           IF COST-TO-USE = ZERO
                     MOVE MOVEMENT-PRODUCT-CODE TO PRODUCT-CODE
                     READ PRODUCT-FILE
                               INVALID KEY
                               MOVE ZERO TO PRODUCT-UNIT-COST
                     END-READ
                     MOVE PRODUCT-UNIT-COST TO COST-TO-USE.

      ******************************************************************
      * LOAN INTEREST ACCRUALS (LOANACR01). A ROW IS BOOKED ON ITS
      * MONTH-END DATE AND BOOKED BACK OUT, ITS RULE THE OTHER WAY
      * ROUND, ON ITS REVERSING DATE - SO THE RECEIPT THAT PAYS THE
      * INTEREST LATER IS NOT COUNTED ON TOP OF THE ACCRUAL.
      ******************************************************************
       JOURNAL-THE-LOAN-ACCRUALS.
           MOVE 8 TO SOURCE-INDEX.
           OPEN INPUT LOAN-ACCRUAL-FILE.
           IF INPUT-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-LOAN-ACCRUAL
                     PERFORM JOURNAL-ONE-LOAN-ACCRUAL
                          UNTIL END-OF-FILE = "Y"
                     CLOSE LOAN-ACCRUAL-FILE.

       READ-NEXT-LOAN-ACCRUAL.
           READ LOAN-ACCRUAL-FILE
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       JOURNAL-ONE-LOAN-ACCRUAL.
           IF LACR-ACCRUAL-DATE = THE-JOURNAL-DATE
                     MOVE LACR-AMOUNT TO AMOUNT-TO-POST
                     PERFORM POST-ONE-LOAN-ACCRUAL.
           IF LACR-REVERSE-DATE = THE-JOURNAL-DATE
                     COMPUTE AMOUNT-TO-POST = ZERO - LACR-AMOUNT
                     PERFORM POST-ONE-LOAN-ACCRUAL.
           PERFORM READ-NEXT-LOAN-ACCRUAL.

       POST-ONE-LOAN-ACCRUAL.
           PERFORM START-AN-ENTRY.
           MOVE LACR-LOAN-NUMBER TO ENTRY-REFERENCE.
           MOVE "LACR" TO ENTRY-SHOWN-TYPE RULE-TO-APPLY.
           MOVE LACR-AMOUNT TO ENTRY-CONTROL-AMOUNT.
           MOVE AMOUNT-TO-POST TO ENTRY-SHOWN-AMOUNT.
           PERFORM ADD-THE-RULE-LINES.
           PERFORM FINISH-THE-ENTRY.

      ******************************************************************
      * THE REPORT.
      ******************************************************************
       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
           MOVE THE-JOURNAL-DATE TO PRINT-JOURNAL-DATE.
           MOVE OPERATOR-ID TO PRINT-OPERATOR-ID.
           IF PAGE-NUMBER > 1
                     MOVE SPACE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE 2 TO LINE-COUNT.

       PRINT-THE-SUMMARY.
           IF TOTAL-REFUSED = ZERO
                     MOVE NOTHING-REFUSED-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF LINE-COUNT > MAXIMUM-LINES - 15
                     PERFORM START-NEW-PAGE
           ELSE
                     MOVE SPACE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE SUMMARY-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           PERFORM PRINT-ONE-SOURCE
                VARYING SOURCE-INDEX FROM 1 BY 1
                  UNTIL SOURCE-INDEX > 8.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE JOURNAL-LINE-COUNT TO PRINT-LINE-COUNT.
           MOVE TOTAL-LINE-1 TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE JOURNAL-DEBIT-TOTAL TO PRINT-DEBIT-TOTAL.
           MOVE TOTAL-LINE-2 TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE JOURNAL-CREDIT-TOTAL TO PRINT-CREDIT-TOTAL.
           MOVE TOTAL-LINE-3 TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

       PRINT-ONE-SOURCE.
           MOVE SOURCE-NAME (SOURCE-INDEX) TO PRINT-SUMMARY-SOURCE.
           MOVE SOURCE-POSTED (SOURCE-INDEX) TO PRINT-POSTED.
           MOVE SOURCE-REFUSED (SOURCE-INDEX) TO PRINT-REFUSED.
           MOVE SOURCE-SKIPPED (SOURCE-INDEX) TO PRINT-SKIPPED.
           MOVE SUMMARY-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM GLJRN01.
