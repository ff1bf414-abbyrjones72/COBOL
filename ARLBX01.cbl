      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARLBX01.

      ******************************************************************
      * This program applies the bank's daily lockbox file to the AR
      * open items, so the clerk no longer keys every check into
      * ARCSH01 by hand. Each payment on LOCKBOX.DAT names the
      * account, the check number, the amount, and up to five
      * invoices from the remittance. The payment is applied to
      * those invoices in the order given, each up to its balance
      * due, exactly as POST-THE-APPLICATION in ARCSH01 works the
      * balance down - an item brought to zero is marked paid, and
      * every application writes its ARCASH.DAT row under the check
      * number. Whatever cannot be applied - an unknown account, a
      * remittance naming no open invoice of the account, or money
      * left over once the invoices named are paid - goes to the
      * ARSUSP.DAT unapplied-cash suspense file with a reason code.
      * An invoice billed in a foreign currency is never applied
      * here - the lockbox gives only the home amount deposited, not
      * what the customer paid in the invoice's currency - so the
      * money meant for it is suspended for the clerk to post
      * through ARCSH01, which works out the gain or loss on the rate.
      * The report lists every payment with what was applied and
      * what was suspended, and proves applied plus suspended
      * against the bank's trailer count and total.
      *
      * THE FILE IS ONE "H" HEADER, THE "D" PAYMENTS, AND ONE "T"
      * TRAILER:
      *     H  BATCH(6) DEPOSIT DATE(8)
      *     D  ACCOUNT(7) CHECK(10) AMOUNT(11, 2 DECIMALS IMPLIED)
      *        INVOICE(7) X 5
      *     T  PAYMENT COUNT(5) BATCH TOTAL(13, 2 DECIMALS IMPLIED)
      * A BATCH NUMBER NOT HIGHER THAN THE LAST ONE ON LBXCTL.DAT IS
      * REFUSED, SO THE SAME FILE CAN NEVER POST TWICE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT LOCKBOX-FILE
                           ASSIGN TO "LOCKBOX.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS LOCKBOX-FILE-STATUS.

                 SELECT AR-ITEM-FILE
                           ASSIGN TO "ARITEM.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS AR-INVOICE-NUMBER
                           FILE STATUS IS AR-FILE-STATUS.

                 SELECT CUSTOMER-FILE
                           ASSIGN TO "CUSTOMER.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                           FILE STATUS IS CUSTOMER-FILE-STATUS.

                 SELECT OPTIONAL CASH-JOURNAL-FILE
                           ASSIGN TO "ARCASH.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CASH-FILE-STATUS.

                 SELECT OPTIONAL SUSPENSE-FILE
                           ASSIGN TO "ARSUSP.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SUSPENSE-FILE-STATUS.

                 SELECT OPTIONAL LOCKBOX-CONTROL-FILE
                           ASSIGN TO "LBXCTL.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CONTROL-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  LOCKBOX-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOCKBOX-HEADER-RECORD.
                 05 LBX-RECORD-TYPE        PIC X(1).
                 05 LBX-BATCH-NUMBER       PIC 9(6).
                 05 LBX-DEPOSIT-DATE       PIC 9(8).
                 05 FILLER                 PIC X(63).
       01  LOCKBOX-PAYMENT-RECORD.
                 05 FILLER                 PIC X(1).
                 05 LBX-ACCOUNT            PIC X(7).
                 05 LBX-CHECK-NUMBER       PIC X(10).
                 05 LBX-AMOUNT-TEXT        PIC X(11).
                 05 LBX-AMOUNT REDEFINES LBX-AMOUNT-TEXT
                                           PIC 9(9)V99.
                 05 LBX-INVOICE            PIC X(7) OCCURS 5 TIMES.
                 05 FILLER                 PIC X(14).
       01  LOCKBOX-TRAILER-RECORD.
                 05 FILLER                 PIC X(1).
                 05 LBX-PAYMENT-COUNT      PIC 9(5).
                 05 LBX-BATCH-TOTAL        PIC 9(11)V99.
                 05 FILLER                 PIC X(59).

      * AR-ITEM-RECORD IS THE SHARED OPEN-ITEM LAYOUT - SEE
      * COPYBOOKS/WARITEM.CPY.
       FD  AR-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARITEM.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

      * AR-CASH-RECORD AND AR-SUSPENSE-RECORD ARE THE SHARED CASH
      * LAYOUTS - SEE COPYBOOKS/WARCASH.CPY AND WARSUSP.CPY.
       FD  CASH-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARCASH.

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARSUSP.

       FD  LOCKBOX-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOCKBOX-CONTROL-RECORD.
                 05 LAST-BATCH-NUMBER      PIC 9(6).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  LOCKBOX-FILE-STATUS   PIC XX.
       01  AR-FILE-STATUS        PIC XX.
       01  CUSTOMER-FILE-STATUS  PIC XX.
       01  CASH-FILE-STATUS      PIC XX.
       01  SUSPENSE-FILE-STATUS  PIC XX.
       01  CONTROL-FILE-STATUS   PIC XX.
       01  END-OF-FILE           PIC X.
       01  RECORD-FOUND          PIC X.
       01  TRAILER-WAS-READ      PIC X.
       01  POSTING-CHECK-DATE    PIC 9(8).
       01  PERIOD-IS-GOOD        PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       01  THE-BATCH-NUMBER      PIC 9(6).
       01  PRIOR-BATCH-NUMBER    PIC 9(6).
       01  THE-ACCOUNT-NUMBER    PIC 9(7).
       01  THE-PAYMENT           PIC 9(9)V99.
       01  AMOUNT-REMAINING      PIC 9(9)V99.
       01  THE-AMOUNT            PIC 9(9)V99.
       01  PAYMENT-APPLIED       PIC 9(9)V99.
       01  INVOICE-SUBSCRIPT     PIC 9.
       01  THE-REASON            PIC X(4).
       01  FOREIGN-ITEM-NAMED    PIC X.

      * THE BATCH FIGURES THE REPORT TIES OUT TO THE BANK'S TRAILER.
       01  PAYMENTS-READ         PIC 9(5) VALUE ZERO.
       01  APPLIED-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  SUSPENDED-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01  RECEIVED-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  BANK-COUNT            PIC 9(5) VALUE ZERO.
       01  BANK-TOTAL            PIC 9(11)V99 VALUE ZERO.

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

      * Structures for the printed report.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(22) VALUE
                                           "LOCKBOX BATCH ".
                 05 PRINT-BATCH-NUMBER     PIC 9(6).
                 05 FILLER                 PIC X(16) VALUE
                                           "  DEPOSIT DATE ".
                 05 PRINT-DEPOSIT-DATE     PIC 9(8).

       01  SUBTITLE-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 SUB-OPERATOR-ID        PIC X(10).

       01  COLUMN-HEADING-LINE.
                 05 FILLER                 PIC X(8) VALUE "ACCOUNT".
                 05 FILLER                 PIC X(11) VALUE "CHECK".
                 05 FILLER                 PIC X(15) VALUE
                                           "        AMOUNT".
                 05 FILLER                 PIC X(15) VALUE
                                           "       APPLIED".
                 05 FILLER                 PIC X(15) VALUE
                                           "     SUSPENDED".
                 05 FILLER                 PIC X(6) VALUE "  WHY".

       01  PAYMENT-DETAIL-LINE.
                 05 PRINT-ACCOUNT          PIC X(7).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-CHECK-NUMBER     PIC X(10).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-APPLIED          PIC ZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-SUSPENDED        PIC ZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-REASON           PIC X(4).

       01  APPLICATION-DETAIL-LINE.
                 05 FILLER                 PIC X(10) VALUE SPACE.
                 05 FILLER                 PIC X(8) VALUE "INVOICE ".
                 05 PRINT-INVOICE-NUMBER   PIC 9(7).
                 05 FILLER                 PIC X(9) VALUE " APPLIED ".
                 05 PRINT-INVOICE-APPLIED  PIC ZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(9) VALUE " BALANCE ".
                 05 PRINT-INVOICE-BALANCE  PIC ZZ,ZZZ,ZZ9.99-.

       01  TOTAL-LINE.
                 05 PRINT-TOTAL-CAPTION    PIC X(30).
                 05 PRINT-TOTAL-COUNT      PIC ZZZZ9.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-TOTAL-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  BALANCE-LINE.
                 05 PRINT-BALANCE-MESSAGE  PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "N" TO END-OF-FILE.
            MOVE "N" TO TRAILER-WAS-READ.
            PERFORM READ-NEXT-LOCKBOX.
            PERFORM APPLY-ONE-PAYMENT
                 UNTIL END-OF-FILE = "Y" OR
                       TRAILER-WAS-READ = "Y".
            PERFORM PRINT-THE-TIE-OUT.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           IF OPERATOR-AUTHORITY < 5
                     DISPLAY "UPDATE AUTHORITY IS NEEDED TO RUN "
                             "THIS PROGRAM"
                     STOP RUN.
           PERFORM CHECK-THE-OPEN-PERIOD.
           OPEN INPUT LOCKBOX-FILE.
           IF LOCKBOX-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN LOCKBOX.DAT - STATUS "
                             LOCKBOX-FILE-STATUS
                     STOP RUN.
           PERFORM CHECK-THE-BATCH-HEADER.
           OPEN I-O AR-ITEM-FILE.
           IF AR-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN ARITEM.DAT - STATUS "
                             AR-FILE-STATUS
                     STOP RUN.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "
                             CUSTOMER-FILE-STATUS
                     STOP RUN.
           OPEN EXTEND CASH-JOURNAL-FILE.
           IF CASH-FILE-STATUS NOT = "00" AND
              CASH-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN ARCASH.DAT - STATUS "
                             CASH-FILE-STATUS
                     STOP RUN.
           OPEN EXTEND SUSPENSE-FILE.
           IF SUSPENSE-FILE-STATUS NOT = "00" AND
              SUSPENSE-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN ARSUSP.DAT - STATUS "
                             SUSPENSE-FILE-STATUS
                     STOP RUN.
           PERFORM SAVE-THE-LOCKBOX-CONTROL.
           OPEN OUTPUT PRINTER-FILE.
           MOVE THE-BATCH-NUMBER TO PRINT-BATCH-NUMBER.
           MOVE LBX-DEPOSIT-DATE TO PRINT-DEPOSIT-DATE.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
           MOVE SUBTITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE COLUMN-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.

      * CHECK-THE-OPEN-PERIOD REFUSES TO START A POSTING RUN WHEN
      * TODAY'S FISCAL PERIOD IS NOT OPEN, THROUGH THE SHARED
      * FISCHK01 CHECK - EVERYTHING THIS PROGRAM POSTS CARRIES
      * TODAY'S DATE.
       CHECK-THE-OPEN-PERIOD.
           ACCEPT POSTING-CHECK-DATE FROM DATE YYYYMMDD.
           CALL "FISCHK01" USING POSTING-CHECK-DATE PERIOD-IS-GOOD.
           IF PERIOD-IS-GOOD NOT = "Y"
                     DISPLAY "TODAY'S FISCAL PERIOD IS NOT OPEN FOR "
                             "POSTING - SEE FISCMNT01"
                     STOP RUN.

      * CHECK-THE-BATCH-HEADER INSISTS ON THE HEADER RECORD AND
      * REFUSES A BATCH THAT IS NOT NEWER THAN THE LAST ONE POSTED.
       CHECK-THE-BATCH-HEADER.
           READ LOCKBOX-FILE
                     AT END
                     MOVE SPACE TO LBX-RECORD-TYPE.
           IF LBX-RECORD-TYPE NOT = "H" OR
              LBX-BATCH-NUMBER NOT NUMERIC
                     DISPLAY "LOCKBOX.DAT DOES NOT START WITH A "
                             "BATCH HEADER - NOTHING POSTED"
                     STOP RUN.
           MOVE LBX-BATCH-NUMBER TO THE-BATCH-NUMBER.
           MOVE ZERO TO PRIOR-BATCH-NUMBER.
           OPEN INPUT LOCKBOX-CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
                     READ LOCKBOX-CONTROL-FILE
                     IF CONTROL-FILE-STATUS = "00"
                               MOVE LAST-BATCH-NUMBER TO
                                    PRIOR-BATCH-NUMBER.
           CLOSE LOCKBOX-CONTROL-FILE.
           IF THE-BATCH-NUMBER NOT > PRIOR-BATCH-NUMBER
                     DISPLAY "LOCKBOX BATCH " THE-BATCH-NUMBER
                             " IS NOT AFTER THE LAST BATCH POSTED ("
                             PRIOR-BATCH-NUMBER ") - NOTHING POSTED"
                     STOP RUN.

      * SAVE-THE-LOCKBOX-CONTROL RECORDS THE BATCH AS TAKEN BEFORE
      * THE FIRST PAYMENT POSTS, SO A RUN THAT DIES PART WAY CANNOT
      * BE RESTARTED OVER THE TOP OF ITSELF - THE PART THAT DID POST
      * IS ON ARCASH.DAT AND THE REPORT FOR SOMEBODY TO FINISH.
       SAVE-THE-LOCKBOX-CONTROL.
           OPEN OUTPUT LOCKBOX-CONTROL-FILE.
           MOVE THE-BATCH-NUMBER TO LAST-BATCH-NUMBER.
           WRITE LOCKBOX-CONTROL-RECORD.
           CLOSE LOCKBOX-CONTROL-FILE.

       CLOSING-PROCEDURE.
           CLOSE LOCKBOX-FILE.
           CLOSE AR-ITEM-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE CASH-JOURNAL-FILE.
           CLOSE SUSPENSE-FILE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           CLOSE PRINTER-FILE.
           DISPLAY PAYMENTS-READ " LOCKBOX PAYMENT(S) READ".

       READ-NEXT-LOCKBOX.
           READ LOCKBOX-FILE
                     AT END
                     MOVE "Y" TO END-OF-FILE.

      * APPLY-ONE-PAYMENT TAKES A "D" RECORD THROUGH THE ACCOUNT
      * CHECK AND THE INVOICE APPLICATIONS. THE "T" TRAILER ENDS THE
      * BATCH AND CARRIES THE BANK'S FIGURES FOR THE TIE-OUT.
       APPLY-ONE-PAYMENT.
           IF LBX-RECORD-TYPE = "T"
                     MOVE "Y" TO TRAILER-WAS-READ
                     MOVE LBX-PAYMENT-COUNT TO BANK-COUNT
                     MOVE LBX-BATCH-TOTAL TO BANK-TOTAL
           ELSE
                     IF LBX-RECORD-TYPE = "D"
                               PERFORM APPLY-THE-PAYMENT
                     END-IF
                     PERFORM READ-NEXT-LOCKBOX.

       APPLY-THE-PAYMENT.
           ADD 1 TO PAYMENTS-READ.
           MOVE ZERO TO PAYMENT-APPLIED.
           MOVE SPACE TO THE-REASON.
           MOVE "N" TO FOREIGN-ITEM-NAMED.
           IF LBX-AMOUNT-TEXT NOT NUMERIC
                     MOVE ZERO TO THE-PAYMENT
                     MOVE "S004" TO THE-REASON
           ELSE
                     MOVE LBX-AMOUNT TO THE-PAYMENT
                     ADD THE-PAYMENT TO RECEIVED-TOTAL
                     PERFORM FIND-THE-ACCOUNT
                     IF RECORD-FOUND = "N"
                               MOVE "S001" TO THE-REASON
                     ELSE
                               MOVE THE-PAYMENT TO AMOUNT-REMAINING
                               PERFORM APPLY-ONE-INVOICE
                                    VARYING INVOICE-SUBSCRIPT
                                    FROM 1 BY 1
                                    UNTIL INVOICE-SUBSCRIPT > 5 OR
                                          AMOUNT-REMAINING = ZERO
                               IF AMOUNT-REMAINING NOT = ZERO
                                    PERFORM SET-THE-SUSPENSE-REASON.
           ADD PAYMENT-APPLIED TO APPLIED-TOTAL.
           IF THE-REASON NOT = SPACE
                     PERFORM WRITE-THE-SUSPENSE-ROW.
           PERFORM PRINT-THE-PAYMENT-LINE.

      * SET-THE-SUSPENSE-REASON SAYS WHY MONEY WAS LEFT OVER ONCE
      * THE INVOICES NAMED HAD BEEN WORKED THROUGH.
       SET-THE-SUSPENSE-REASON.
           IF FOREIGN-ITEM-NAMED = "Y"
                     MOVE "S005" TO THE-REASON
           ELSE
                     IF PAYMENT-APPLIED = ZERO
                               MOVE "S002" TO THE-REASON
                     ELSE
                               MOVE "S003" TO THE-REASON.

       FIND-THE-ACCOUNT.
           MOVE "N" TO RECORD-FOUND.
           MOVE LBX-ACCOUNT TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD = "Y"
                     MOVE KEYED-NUMBER-VALUE TO
                               CUSTOMER-ACCOUNT-NUMBER
                     MOVE CUSTOMER-ACCOUNT-NUMBER TO
                               THE-ACCOUNT-NUMBER
                     MOVE "Y" TO RECORD-FOUND
                     READ CUSTOMER-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND.

      * APPLY-ONE-INVOICE POSTS AGAINST ONE INVOICE THE REMITTANCE
      * NAMES, UP TO ITS BALANCE DUE. AN INVOICE OF ANOTHER ACCOUNT,
      * ONE ALREADY PAID, OR ONE NOT ON FILE IS PASSED OVER - THE
      * MONEY MEANT FOR IT STAYS IN THE REMAINDER AND IS SUSPENDED.
      * SO IS ONE BILLED IN A FOREIGN CURRENCY, WHICH IS NOTED SO THE
      * SUSPENSE ROW SAYS TO POST IT THROUGH ARCSH01.
       APPLY-ONE-INVOICE.
           IF LBX-INVOICE (INVOICE-SUBSCRIPT) NOT = SPACE
                     MOVE LBX-INVOICE (INVOICE-SUBSCRIPT) TO
                               KEYED-NUMBER-TEXT
                     CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                               KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD
                     IF KEYED-NUMBER-GOOD = "Y"
                               PERFORM FIND-AND-APPLY.

       FIND-AND-APPLY.
           MOVE KEYED-NUMBER-VALUE TO AR-INVOICE-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ AR-ITEM-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y" AND
              AR-ACCOUNT-NUMBER = THE-ACCOUNT-NUMBER AND
              AR-ITEM-IS-OPEN AND
              AR-CURRENCY-CODE NOT = SPACE
                     MOVE "Y" TO FOREIGN-ITEM-NAMED
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y" AND
              AR-ACCOUNT-NUMBER = THE-ACCOUNT-NUMBER AND
              AR-ITEM-IS-OPEN AND
              AR-BALANCE-DUE > ZERO
                     IF AMOUNT-REMAINING > AR-BALANCE-DUE
                               MOVE AR-BALANCE-DUE TO THE-AMOUNT
                     ELSE
                               MOVE AMOUNT-REMAINING TO THE-AMOUNT
                     END-IF
                     PERFORM POST-THE-APPLICATION.

      * POST-THE-APPLICATION WORKS THE BALANCE DOWN AND MARKS THE
      * ITEM PAID AT ZERO, THE SAME WAY ARCSH01 POSTS A KEYED CHECK.
      * THE JOURNAL ROW IS ONLY WRITTEN AFTER THE REWRITE SUCCEEDS,
      * SO THE OPEN ITEMS AND THE JOURNAL CANNOT DRIFT APART.
       POST-THE-APPLICATION.
           SUBTRACT THE-AMOUNT FROM AR-BALANCE-DUE.
           IF AR-BALANCE-DUE = ZERO
                     MOVE "P" TO AR-ITEM-STATUS.
           REWRITE AR-ITEM-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED - STATUS "
                             AR-FILE-STATUS
                     NOT INVALID KEY
                     PERFORM WRITE-THE-JOURNAL-ROW
                     SUBTRACT THE-AMOUNT FROM AMOUNT-REMAINING
                     ADD THE-AMOUNT TO PAYMENT-APPLIED
                     PERFORM PRINT-THE-APPLICATION-LINE.

       WRITE-THE-JOURNAL-ROW.
           ACCEPT CASH-DATE FROM DATE YYYYMMDD.
           ACCEPT CASH-TIME FROM TIME.
           MOVE THE-ACCOUNT-NUMBER TO CASH-ACCOUNT-NUMBER.
           MOVE AR-INVOICE-NUMBER TO CASH-INVOICE-NUMBER.
           MOVE LBX-CHECK-NUMBER TO CASH-CHECK-NUMBER.
           MOVE THE-AMOUNT TO CASH-AMOUNT.
           MOVE OPERATOR-ID TO CASH-OPERATOR-ID.
           MOVE SPACE TO CASH-CURRENCY-CODE.
           MOVE ZERO TO CASH-FOREIGN-AMOUNT CASH-EXCHANGE-RATE
                        CASH-FX-GAIN-LOSS.
           WRITE AR-CASH-RECORD.
           IF CASH-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING ARCASH.DAT - STATUS "
                             CASH-FILE-STATUS.

      * WRITE-THE-SUSPENSE-ROW PARKS WHAT COULD NOT BE APPLIED. A
      * NON-NUMERIC AMOUNT IS STILL LOGGED, AT ZERO, SO THE ROW IS
      * THERE TO BE CHASED WITH THE BANK.
       WRITE-THE-SUSPENSE-ROW.
           ACCEPT SUSP-DATE FROM DATE YYYYMMDD.
           MOVE THE-BATCH-NUMBER TO SUSP-BATCH-NUMBER.
           MOVE LBX-ACCOUNT TO SUSP-ACCOUNT.
           MOVE LBX-CHECK-NUMBER TO SUSP-CHECK-NUMBER.
           IF THE-REASON = "S001" OR THE-REASON = "S004"
                     MOVE THE-PAYMENT TO SUSP-AMOUNT
           ELSE
                     MOVE AMOUNT-REMAINING TO SUSP-AMOUNT.
           MOVE THE-REASON TO SUSP-REASON.
           MOVE OPERATOR-ID TO SUSP-OPERATOR-ID.
           WRITE AR-SUSPENSE-RECORD.
           IF SUSPENSE-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING ARSUSP.DAT - STATUS "
                             SUSPENSE-FILE-STATUS.
           ADD SUSP-AMOUNT TO SUSPENDED-TOTAL.

       PRINT-THE-PAYMENT-LINE.
           MOVE LBX-ACCOUNT TO PRINT-ACCOUNT.
           MOVE LBX-CHECK-NUMBER TO PRINT-CHECK-NUMBER.
           MOVE THE-PAYMENT TO PRINT-AMOUNT.
           MOVE PAYMENT-APPLIED TO PRINT-APPLIED.
           IF THE-REASON = SPACE
                     MOVE ZERO TO PRINT-SUSPENDED
           ELSE
                     MOVE SUSP-AMOUNT TO PRINT-SUSPENDED.
           MOVE THE-REASON TO PRINT-REASON.
           MOVE PAYMENT-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       PRINT-THE-APPLICATION-LINE.
           MOVE AR-INVOICE-NUMBER TO PRINT-INVOICE-NUMBER.
           MOVE THE-AMOUNT TO PRINT-INVOICE-APPLIED.
           MOVE AR-BALANCE-DUE TO PRINT-INVOICE-BALANCE.
           MOVE APPLICATION-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * PRINT-THE-TIE-OUT PROVES THE RUN AGAINST THE BANK: WHAT WAS
      * APPLIED PLUS WHAT WAS SUSPENDED MUST EQUAL THE TRAILER TOTAL,
      * AND THE PAYMENT COUNT MUST EQUAL THE TRAILER COUNT.
       PRINT-THE-TIE-OUT.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "APPLIED TO OPEN ITEMS" TO PRINT-TOTAL-CAPTION.
           MOVE ZERO TO PRINT-TOTAL-COUNT.
           MOVE APPLIED-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "SUSPENDED AS UNAPPLIED CASH" TO PRINT-TOTAL-CAPTION.
           MOVE SUSPENDED-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "PAYMENTS RECEIVED" TO PRINT-TOTAL-CAPTION.
           MOVE PAYMENTS-READ TO PRINT-TOTAL-COUNT.
           MOVE RECEIVED-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "BANK BATCH TRAILER" TO PRINT-TOTAL-CAPTION.
           MOVE BANK-COUNT TO PRINT-TOTAL-COUNT.
           MOVE BANK-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           IF TRAILER-WAS-READ NOT = "Y"
                     MOVE "*** NO BATCH TRAILER - CALL THE BANK ***"
                          TO PRINT-BALANCE-MESSAGE
           ELSE
                     IF APPLIED-TOTAL + SUSPENDED-TOTAL = BANK-TOTAL
                        AND PAYMENTS-READ = BANK-COUNT
                               MOVE "IN BALANCE WITH THE BANK"
                                    TO PRINT-BALANCE-MESSAGE
                     ELSE
                               MOVE "*** OUT OF BALANCE ***"
                                    TO PRINT-BALANCE-MESSAGE.
           MOVE BALANCE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           DISPLAY PRINT-BALANCE-MESSAGE.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM ARLBX01.
