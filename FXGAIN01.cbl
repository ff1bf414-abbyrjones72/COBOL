      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXGAIN01.

      ******************************************************************
      * This program reports the realized exchange gains and losses
      * on payments taken against foreign-currency invoices. ARCSH01
      * writes every such application to ARCASH.DAT with the amount
      * received in the invoice's currency, the rate in force the day
      * it was posted, and the difference between that amount at
      * that rate and the home amount the invoice was billed at - a
      * gain when the currency strengthened, a loss when it weakened.
      * For a range of posting dates the report lists each one with
      * its account, invoice, check, currency, amount and rate, then
      * the net gain or loss per currency and for the whole range.
      * Home-currency payments carry no currency and are left out.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL CASH-JOURNAL-FILE
                           ASSIGN TO "ARCASH.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CASH-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * AR-CASH-RECORD IS THE SHARED CASH JOURNAL LAYOUT - SEE
      * COPYBOOKS/WARCASH.CPY.
       FD  CASH-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARCASH.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  CASH-FILE-STATUS          PIC XX.
       01  END-OF-FILE               PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       01  FROM-DATE-ENTRY           PIC X(8).
       01  TO-DATE-ENTRY             PIC X(8).
       01  RANGE-FROM-DATE           PIC 9(8).
       01  RANGE-TO-DATE             PIC 9(8).

       01  PAYMENTS-LISTED           PIC 9(7) VALUE ZERO.
       01  GRAND-GAIN-LOSS           PIC S9(11)V99 VALUE ZERO.
       01  PRINT-LINES               PIC 99.
       01  PAGE-NUMBER               PIC 9(5).

      * THE NET GAIN OR LOSS PER CURRENCY, GATHERED AS THE JOURNAL
      * IS READ. A CURRENCY PAST THE TWENTIETH STILL COUNTS IN THE
      * GRAND TOTAL BUT GETS NO LINE OF ITS OWN.
       01  CURRENCY-COUNT            PIC 99 VALUE ZERO.
       01  CURRENCY-SUBSCRIPT        PIC 99.
       01  CURRENCY-WAS-FOUND        PIC X.
       01  CURRENCY-TABLE-FULL       PIC X VALUE "N".
       01  CURRENCY-TOTALS.
                 05 CURRENCY-TOTAL OCCURS 20 TIMES.
                           10 TOTAL-CURRENCY-CODE  PIC X(3).
                           10 TOTAL-PAYMENT-COUNT  PIC 9(5).
                           10 TOTAL-FOREIGN-AMOUNT PIC 9(11)V99.
                           10 TOTAL-GAIN-LOSS      PIC S9(11)V99.

      * Structures for the printed report.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(30) VALUE
                                     "EXCHANGE GAIN/LOSS - FROM ".
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

       01  COLUMN-HEADING-LINE.
                 05 FILLER                 PIC X(9) VALUE "DATE".
                 05 FILLER                 PIC X(8) VALUE "ACCOUNT".
                 05 FILLER                 PIC X(8) VALUE "INVOICE".
                 05 FILLER                 PIC X(11) VALUE "CHECK".
                 05 FILLER                 PIC X(4) VALUE "CUR".
                 05 FILLER                 PIC X(14) VALUE
                                           "     RECEIVED".
                 05 FILLER                 PIC X(11) VALUE
                                           "      RATE".
                 05 FILLER                 PIC X(14) VALUE
                                           "   GAIN (LOSS)".

       01  GAIN-DETAIL-LINE.
                 05 PRINT-CASH-DATE        PIC 9(8).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-ACCOUNT          PIC 9(7).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-INVOICE-NUMBER   PIC 9(7).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-CHECK-NUMBER     PIC X(10).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-CURRENCY-CODE    PIC X(3).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-FOREIGN-AMOUNT   PIC ZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-EXCHANGE-RATE    PIC ZZ9.999999.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-GAIN-LOSS        PIC ZZ,ZZZ,ZZ9.99-.

       01  CURRENCY-TOTAL-LINE.
                 05 FILLER                 PIC X(4) VALUE SPACE.
                 05 PRINT-TOTAL-CURRENCY   PIC X(3).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-TOTAL-COUNT      PIC ZZZZ9.
                 05 FILLER                 PIC X(12) VALUE
                                           " PAYMENT(S) ".
                 05 FILLER                 PIC X(10) VALUE
                                           "RECEIVED ".
                 05 PRINT-TOTAL-FOREIGN    PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(5) VALUE SPACE.
                 05 PRINT-TOTAL-GAIN-LOSS  PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  GRAND-TOTAL-LINE.
                 05 FILLER                 PIC X(20) VALUE
                                           "PAYMENTS: ".
                 05 PRINT-PAYMENT-COUNT    PIC ZZZZZZ9.
                 05 FILLER                 PIC X(28) VALUE
                                           "  NET GAIN (LOSS) IN HOME ".
                 05 PRINT-GRAND-GAIN-LOSS  PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "N" TO END-OF-FILE.
            PERFORM READ-NEXT-CASH.
            PERFORM LIST-ONE-PAYMENT
                 UNTIL END-OF-FILE = "Y".
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           PERFORM GET-THE-DATE-RANGE.
           OPEN INPUT CASH-JOURNAL-FILE.
           IF CASH-FILE-STATUS NOT = "00" AND
              CASH-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN ARCASH.DAT - STATUS "
                             CASH-FILE-STATUS
                     STOP RUN.
           OPEN OUTPUT PRINTER-FILE.
           MOVE RANGE-FROM-DATE TO PRINT-FROM-DATE.
           MOVE RANGE-TO-DATE TO PRINT-TO-DATE.
           MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
           MOVE ZEROES TO PRINT-LINES PAGE-NUMBER.
           PERFORM START-NEW-PAGE.

       CLOSING-PROCEDURE.
           CLOSE CASH-JOURNAL-FILE.
           PERFORM PRINT-THE-TOTALS.
           PERFORM END-LAST-PAGE.
           CLOSE PRINTER-FILE.
           DISPLAY PAYMENTS-LISTED " FOREIGN-CURRENCY PAYMENT(S) "
                   "LISTED".

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

       READ-NEXT-CASH.
           READ CASH-JOURNAL-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

      * LIST-ONE-PAYMENT TAKES A JOURNAL ROW POSTED IN THE RANGE
      * AGAINST A FOREIGN-CURRENCY ITEM. A ROW WRITTEN BEFORE THE
      * CURRENCY FIELDS WERE KEPT READS BACK BLANK AND IS PASSED OVER
      * WITH THE HOME-CURRENCY ROWS.
       LIST-ONE-PAYMENT.
           IF CASH-CURRENCY-CODE NOT = SPACE AND
              CASH-FX-GAIN-LOSS IS NUMERIC AND
              CASH-DATE NOT < RANGE-FROM-DATE AND
              CASH-DATE NOT > RANGE-TO-DATE
                     PERFORM PRINT-ONE-PAYMENT.
           PERFORM READ-NEXT-CASH.

       PRINT-ONE-PAYMENT.
           IF PRINT-LINES > 55
                     PERFORM END-LAST-PAGE
                     PERFORM START-NEW-PAGE.
           ADD 1 TO PAYMENTS-LISTED.
           ADD CASH-FX-GAIN-LOSS TO GRAND-GAIN-LOSS.
           PERFORM ADD-TO-THE-CURRENCY.
           MOVE CASH-DATE TO PRINT-CASH-DATE.
           MOVE CASH-ACCOUNT-NUMBER TO PRINT-ACCOUNT.
           MOVE CASH-INVOICE-NUMBER TO PRINT-INVOICE-NUMBER.
           MOVE CASH-CHECK-NUMBER TO PRINT-CHECK-NUMBER.
           MOVE CASH-CURRENCY-CODE TO PRINT-CURRENCY-CODE.
           MOVE CASH-FOREIGN-AMOUNT TO PRINT-FOREIGN-AMOUNT.
           MOVE CASH-EXCHANGE-RATE TO PRINT-EXCHANGE-RATE.
           MOVE CASH-FX-GAIN-LOSS TO PRINT-GAIN-LOSS.
           MOVE GAIN-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.

      * ADD-TO-THE-CURRENCY FINDS THE PAYMENT'S CURRENCY IN THE
      * TABLE, STARTING A NEW ENTRY THE FIRST TIME IT IS SEEN.
       ADD-TO-THE-CURRENCY.
           MOVE "N" TO CURRENCY-WAS-FOUND.
           PERFORM FIND-ONE-CURRENCY
                VARYING CURRENCY-SUBSCRIPT FROM 1 BY 1
                UNTIL CURRENCY-SUBSCRIPT > CURRENCY-COUNT OR
                      CURRENCY-WAS-FOUND = "Y".
           IF CURRENCY-WAS-FOUND = "N"
                     IF CURRENCY-COUNT < 20
                               ADD 1 TO CURRENCY-COUNT
                               MOVE CURRENCY-COUNT TO
                                         CURRENCY-SUBSCRIPT
                               MOVE CASH-CURRENCY-CODE TO
                                    TOTAL-CURRENCY-CODE
                                         (CURRENCY-SUBSCRIPT)
                               MOVE ZERO TO
                                    TOTAL-PAYMENT-COUNT
                                         (CURRENCY-SUBSCRIPT)
                                    TOTAL-FOREIGN-AMOUNT
                                         (CURRENCY-SUBSCRIPT)
                                    TOTAL-GAIN-LOSS
                                         (CURRENCY-SUBSCRIPT)
                               MOVE "Y" TO CURRENCY-WAS-FOUND
                     ELSE
                               MOVE "Y" TO CURRENCY-TABLE-FULL.
           IF CURRENCY-WAS-FOUND = "Y"
                     ADD 1 TO TOTAL-PAYMENT-COUNT (CURRENCY-SUBSCRIPT)
                     ADD CASH-FOREIGN-AMOUNT TO
                               TOTAL-FOREIGN-AMOUNT
                                         (CURRENCY-SUBSCRIPT)
                     ADD CASH-FX-GAIN-LOSS TO
                               TOTAL-GAIN-LOSS (CURRENCY-SUBSCRIPT).

      * FIND-ONE-CURRENCY LEAVES THE SUBSCRIPT ON THE MATCHING ENTRY
      * BY STEPPING IT BACK ONE, SINCE THE VARYING STEPS IT PAST.
       FIND-ONE-CURRENCY.
           IF TOTAL-CURRENCY-CODE (CURRENCY-SUBSCRIPT) =
              CASH-CURRENCY-CODE
                     MOVE "Y" TO CURRENCY-WAS-FOUND
                     SUBTRACT 1 FROM CURRENCY-SUBSCRIPT.

      * PRINT-THE-TOTALS GIVES THE NET PER CURRENCY AND FOR THE
      * WHOLE RANGE, IN HOME CURRENCY.
       PRINT-THE-TOTALS.
           IF PRINT-LINES > 50
                     PERFORM END-LAST-PAGE
                     PERFORM START-NEW-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           PERFORM PRINT-ONE-CURRENCY-TOTAL
                VARYING CURRENCY-SUBSCRIPT FROM 1 BY 1
                UNTIL CURRENCY-SUBSCRIPT > CURRENCY-COUNT.
           IF CURRENCY-TABLE-FULL = "Y"
                     MOVE "MORE THAN 20 CURRENCIES - THE REST ARE IN "
                          TO PRINTER-RECORD
                     MOVE "THE NET ONLY" TO PRINTER-RECORD (43:12)
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE PAYMENTS-LISTED TO PRINT-PAYMENT-COUNT.
           MOVE GRAND-GAIN-LOSS TO PRINT-GRAND-GAIN-LOSS.
           MOVE GRAND-TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       PRINT-ONE-CURRENCY-TOTAL.
           MOVE TOTAL-CURRENCY-CODE (CURRENCY-SUBSCRIPT) TO
                     PRINT-TOTAL-CURRENCY.
           MOVE TOTAL-PAYMENT-COUNT (CURRENCY-SUBSCRIPT) TO
                     PRINT-TOTAL-COUNT.
           MOVE TOTAL-FOREIGN-AMOUNT (CURRENCY-SUBSCRIPT) TO
                     PRINT-TOTAL-FOREIGN.
           MOVE TOTAL-GAIN-LOSS (CURRENCY-SUBSCRIPT) TO
                     PRINT-TOTAL-GAIN-LOSS.
           MOVE CURRENCY-TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE SUBTITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE COLUMN-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE 5 TO PRINT-LINES.

       END-LAST-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           MOVE ZEROES TO PRINT-LINES.

      * GET-OPERATOR-ID IS SHARED ACROSS THE REPORT PROGRAMS - SEE
      * COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM FXGAIN01.
