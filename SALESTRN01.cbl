      * instead of one pre-totaled figure per salesperson: each entry
      * takes the sale date, salesperson id, customer account
      * (checked against CUSTOMER.DAT), product code (checked against
      * PRODUCT.DAT), the invoice it was billed on (checked against
      * ARITEM.DAT, blank when it was not invoiced through us),
      * quantity, and amount, and appends it to
      * SALESDTL.DAT. SALESRPT01 and the analysis reports total this
      * detail, so a keying error is one visible transaction, not an
      * invisible nudge to a hand-entered total.
                           RECORD KEY IS PRODUCT-CODE
                           FILE STATUS IS PRODUCT-FILE-STATUS.

                 SELECT OPTIONAL AR-ITEM-FILE
                           ASSIGN TO "ARITEM.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS AR-INVOICE-NUMBER
                           FILE STATUS IS AR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           LABEL RECORDS ARE STANDARD.
           COPY WPRODF.

      * AR-ITEM-RECORD IS THE SHARED OPEN-ITEM LAYOUT - SEE
      * COPYBOOKS/WARITEM.CPY.
       FD  AR-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARITEM.

       WORKING-STORAGE SECTION.

           01 DETAIL-FILE-STATUS    PIC XX.
           01 CUSTOMER-FILE-STATUS  PIC XX.
           01 PRODUCT-FILE-STATUS   PIC XX.
           01 AR-FILE-STATUS        PIC XX.
           01 YES-NO                PIC X.
           01 ENTRY-OK              PIC X.
           01 RECORD-FOUND          PIC X.
           01 DATE-ENTRY            PIC X(8).
           01 SALES-ID-ENTRY        PIC X(10).
           01 ACCOUNT-ENTRY         PIC X(7).
           01 INVOICE-ENTRY         PIC X(7).
           01 QUANTITY-ENTRY        PIC X(5).
           01 AMOUNT-ENTRY-FIELD    PIC Z(6).ZZ.
           01 THE-AMOUNT            PIC 9(7)V99.
                     DISPLAY "UNABLE TO OPEN PRODUCT.DAT - STATUS "
                             PRODUCT-FILE-STATUS
                     STOP RUN.
           OPEN INPUT AR-ITEM-FILE.

       CLOSING-PROCEDURE.
           CLOSE DETAIL-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE PRODUCT-FILE.
           CLOSE AR-ITEM-FILE.

       ADD-TRANSACTIONS.
           MOVE "N" TO ENTRY-OK.
           IF ENTRY-OK = "Y"
                     PERFORM CHECK-THE-PERIOD.
           PERFORM GET-THE-CUSTOMER.
           PERFORM GET-THE-INVOICE.
           PERFORM GET-THE-SALESPERSON.
           PERFORM GET-THE-SPLIT.
           PERFORM GET-THE-PRODUCT.
                     MOVE CUSTOMER-ACCOUNT-NUMBER TO
                               DETAIL-ACCOUNT-NUMBER.

      * GET-THE-INVOICE TAKES THE INVOICE THE SALE WAS BILLED ON, SO
      * A SALESPERSON PAID ON COLLECTIONS EARNS WHEN IT IS PAID. IT
      * MUST BE ON ARITEM.DAT FOR THE SAME CUSTOMER. BLANK LEAVES THE
      * SALE WITH NO INVOICE.
       GET-THE-INVOICE.
           MOVE ZEROES TO DETAIL-INVOICE-NUMBER.
           DISPLAY "INVOICE NUMBER (BLANK IF NONE) ? ".
           ACCEPT INVOICE-ENTRY.
           IF INVOICE-ENTRY NOT = SPACE
                     PERFORM CHECK-THE-INVOICE.

       CHECK-THE-INVOICE.
           MOVE INVOICE-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           MOVE "N" TO RECORD-FOUND.
           IF KEYED-NUMBER-GOOD = "Y"
                     MOVE KEYED-NUMBER-VALUE TO AR-INVOICE-NUMBER
                     MOVE "Y" TO RECORD-FOUND
                     READ AR-ITEM-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO INVOICE ON FILE WITH THAT NUMBER"
                     MOVE "N" TO ENTRY-OK
           ELSE
                     IF AR-ACCOUNT-NUMBER NOT = DETAIL-ACCOUNT-NUMBER
                               DISPLAY "THAT INVOICE IS NOT FOR THIS "
                                       "CUSTOMER"
                               MOVE "N" TO ENTRY-OK
                     ELSE
                               MOVE AR-INVOICE-NUMBER TO
                                         DETAIL-INVOICE-NUMBER.

       GET-THE-PRODUCT.
           DISPLAY "PRODUCT CODE ? ".
           ACCEPT PRODUCT-CODE.
