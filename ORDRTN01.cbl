      * reversing (negative) SALES-DETAIL-RECORD backs the sale out
      * of the commission totals, and the credit accumulates into a
      * printed credit memo that is applied against the customer's
      * open item on ARITEM.DAT. Every memo printed is logged on
      * CRMEMO.DAT for the daily journal.
      ******************************************************************

       ENVIRONMENT DIVISION.
                           RECORD KEY IS AR-INVOICE-NUMBER
                           FILE STATUS IS AR-FILE-STATUS.

                 SELECT OPTIONAL CREDIT-MEMO-FILE
                           ASSIGN TO "CRMEMO.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CRMEMO-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.
           LABEL RECORDS ARE STANDARD.
           COPY WARITEM.

      * CREDIT-MEMO-RECORD IS THE SHARED MEMO LOG LAYOUT - SEE
      * COPYBOOKS/WCRMEMO.CPY.
       FD  CREDIT-MEMO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCRMEMO.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(80).
           01 MOVEMENT-FILE-STATUS  PIC XX.
           01 DETAIL-FILE-STATUS    PIC XX.
           01 AR-FILE-STATUS        PIC XX.
           01 CRMEMO-FILE-STATUS    PIC XX.
           01 YES-NO                PIC X.
           01 RECORD-FOUND          PIC X.
           01 END-OF-FILE           PIC X.
                     DISPLAY "UNABLE TO OPEN ARITEM.DAT - STATUS "
                             AR-FILE-STATUS
                     STOP RUN.
           OPEN EXTEND CREDIT-MEMO-FILE.
           IF CRMEMO-FILE-STATUS NOT = "00" AND
              CRMEMO-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN CRMEMO.DAT - STATUS "
                             CRMEMO-FILE-STATUS
                     STOP RUN.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE MOVEMENT-FILE.
           CLOSE DETAIL-FILE.
           CLOSE AR-ITEM-FILE.
           CLOSE CREDIT-MEMO-FILE.
           CLOSE PRINTER-FILE.

       PROCESS-RETURNS.
                     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE
           ELSE
                     PERFORM FINISH-THE-CREDIT-MEMO
                     PERFORM APPLY-CREDIT-TO-AR
                     PERFORM LOG-THE-CREDIT-MEMO.

       GET-THE-SALESPERSON.
           DISPLAY "SALESPERSON TO BACK OUT (BLANK IF NONE) ? ".
           MOVE RETURN-QUANTITY TO MOVEMENT-QUANTITY.
           MOVE OPERATOR-ID TO MOVEMENT-OPERATOR-ID.
           MOVE SPACE TO MOVEMENT-LOCATION.
           MOVE "CR" TO MOVEMENT-SOURCE.
           MOVE PRODUCT-UNIT-COST TO MOVEMENT-UNIT-COST.
           WRITE MOVEMENT-RECORD.
           IF MOVEMENT-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING PRODMOVE.DAT - STATUS "

      * WRITE-THE-REVERSAL FILES A NEGATIVE SALES DETAIL SO THE
      * COMMISSION TOTALS BACK THE SALE OUT INSTEAD OF CARRYING A
      * STICKY NOTE ON THE COMMISSION REPORT. IT CARRIES THE ORDER'S
      * INVOICE SO A SALESPERSON PAID ON COLLECTIONS HAS THE RETURN
      * BACKED OUT WHEN THE INVOICE IT CREDITED IS PAID.
       WRITE-THE-REVERSAL.
           ACCEPT DETAIL-DATE FROM DATE YYYYMMDD.
           MOVE SALES-ID-ENTRY TO DETAIL-SALES-ID.
           MOVE OPERATOR-ID TO DETAIL-OPERATOR-ID.
           MOVE SPACE TO DETAIL-SPLIT-SALES-ID.
           MOVE ZERO TO DETAIL-SPLIT-PERCENT.
           MOVE ZEROES TO DETAIL-INVOICE-NUMBER.
           IF ORDER-INVOICE-NUMBER IS NUMERIC
                     MOVE ORDER-INVOICE-NUMBER TO
                               DETAIL-INVOICE-NUMBER.
           WRITE SALES-DETAIL-RECORD.
           IF DETAIL-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING SALESDTL.DAT - STATUS "
                             " APPLIED TO INVOICE "
                             AR-INVOICE-NUMBER.

      * LOG-THE-CREDIT-MEMO FILES THE MEMO ON CRMEMO.DAT UNDER THE
      * SAME INVOICE NUMBER THE CREDIT WAS WORKED AGAINST, WHETHER OR
      * NOT AN OPEN ITEM WAS THERE TO TAKE IT - THE GOODS CAME BACK
      * AND THE LEDGER STILL HAS TO HEAR ABOUT IT.
       LOG-THE-CREDIT-MEMO.
           ACCEPT CRMEMO-DATE FROM DATE YYYYMMDD.
           ACCEPT CRMEMO-TIME FROM TIME.
           MOVE ORDER-NUMBER TO CRMEMO-ORDER-NUMBER.
           IF ORDER-INVOICE-NUMBER NOT = ZERO
                     MOVE ORDER-INVOICE-NUMBER TO CRMEMO-INVOICE-NUMBER
           ELSE
                     MOVE ORDER-NUMBER TO CRMEMO-INVOICE-NUMBER.
           MOVE ORDER-ACCOUNT-NUMBER TO CRMEMO-ACCOUNT-NUMBER.
           MOVE CREDIT-MEMO-TOTAL TO CRMEMO-AMOUNT.
           MOVE OPERATOR-ID TO CRMEMO-OPERATOR-ID.
           WRITE CREDIT-MEMO-RECORD.
           IF CRMEMO-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING CRMEMO.DAT - STATUS "
                             CRMEMO-FILE-STATUS.

       GO-AGAIN.
           DISPLAY "PROCESS ANOTHER RETURN?".
           ACCEPT YES-NO.
