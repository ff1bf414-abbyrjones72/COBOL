      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXRMNT01.

      ******************************************************************
      * This program maintains CUSTITEM.DAT, the customer part-number
      * cross-reference, keyed by account and the customer's own part
      * number. The operator can add a cross-reference, point it at a
      * different product, remove it, and list the cross-references
      * for one account or for all - the same shape CPRMNT01 gives the
      * price agreements. The account and our product must both be on
      * file. Order entry and the order feed take the customer's
      * number through CXRFND01 and file the line under our product,
      * and the pick list, the acknowledgment and the invoice print
      * both numbers, so a change takes effect on the next line taken;
      * lines already taken keep the number they were ordered by.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL CUSTOMER-ITEM-FILE
                           ASSIGN TO "CUSTITEM.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CXREF-KEY
                           FILE STATUS IS CXREF-FILE-STATUS.

                 SELECT CUSTOMER-FILE
                           ASSIGN TO "CUSTOMER.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                           FILE STATUS IS CUSTOMER-FILE-STATUS.

                 SELECT PRODUCT-FILE
                           ASSIGN TO "PRODUCT.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PRODUCT-CODE
                           FILE STATUS IS PRODUCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * CUSTOMER-ITEM-RECORD IS THE SHARED CROSS-REFERENCE LAYOUT -
      * SEE COPYBOOKS/WCUSITEM.CPY.
       FD  CUSTOMER-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSITEM.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRODF.

       WORKING-STORAGE SECTION.

           01 CXREF-FILE-STATUS    PIC XX.
           01 CUSTOMER-FILE-STATUS PIC XX.
           01 PRODUCT-FILE-STATUS  PIC XX.
           01 YES-NO               PIC X.
           01 ACTION-CODE          PIC X.
           01 RECORD-FOUND         PIC X.
           01 END-OF-FILE          PIC X.
           01 ACCOUNT-ENTRY        PIC X(7).
           01 PART-ENTRY           PIC X(20).
           01 PRODUCT-ENTRY        PIC X(10).
           01 LIST-ACCOUNT         PIC 9(7).
           01 SCREEN-LINES         PIC 99.
           01 A-DUMMY              PIC X.

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM GET-OPERATOR-ID.
            IF OPERATOR-AUTHORITY < 5
                      DISPLAY "UPDATE AUTHORITY IS NEEDED TO RUN "
                              "THIS PROGRAM"
                      STOP RUN.
            PERFORM OPENING-PROCEDURE.
            MOVE "Y" TO YES-NO.
            PERFORM PROCESS-ACTIONS
                           UNTIL YES-NO = "N".
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           OPEN I-O CUSTOMER-ITEM-FILE.
           IF CXREF-FILE-STATUS = "35"
                     OPEN OUTPUT CUSTOMER-ITEM-FILE
                     CLOSE CUSTOMER-ITEM-FILE
                     OPEN I-O CUSTOMER-ITEM-FILE.
           IF CXREF-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTITEM.DAT - STATUS "
                             CXREF-FILE-STATUS
                     STOP RUN.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "
                             CUSTOMER-FILE-STATUS
                     STOP RUN.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN PRODUCT.DAT - STATUS "
                             PRODUCT-FILE-STATUS
                     STOP RUN.

       CLOSING-PROCEDURE.
           CLOSE CUSTOMER-ITEM-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE PRODUCT-FILE.

       PROCESS-ACTIONS.
           DISPLAY "(A)DD, (C)HANGE, (D)ELETE, OR (L)IST?".
           ACCEPT ACTION-CODE.
           IF ACTION-CODE = "a"
                     MOVE "A" TO ACTION-CODE.
           IF ACTION-CODE = "c"
                     MOVE "C" TO ACTION-CODE.
           IF ACTION-CODE = "d"
                     MOVE "D" TO ACTION-CODE.
           IF ACTION-CODE = "l"
                     MOVE "L" TO ACTION-CODE.
           IF ACTION-CODE = "A"
                     PERFORM ADD-A-CROSS-REFERENCE.
           IF ACTION-CODE = "C"
                     PERFORM CHANGE-A-CROSS-REFERENCE.
           IF ACTION-CODE = "D"
                     PERFORM DELETE-A-CROSS-REFERENCE.
           IF ACTION-CODE = "L"
                     PERFORM LIST-THE-CROSS-REFERENCES.
           PERFORM GO-AGAIN.

      * GET-THE-CROSS-REFERENCE-KEY TAKES THE ACCOUNT, WHICH MUST BE
      * ON FILE, AND THE CUSTOMER'S PART NUMBER, KEPT IN UPPER CASE
      * THE SAME AS OUR PRODUCT CODES SO A FEED OR A CLERK TYPING IT
      * EITHER WAY FINDS THE ROW.
       GET-THE-CROSS-REFERENCE-KEY.
           PERFORM GET-THE-ACCOUNT.
           PERFORM GET-THE-CUSTOMER-PART.
           MOVE CUSTOMER-ACCOUNT-NUMBER TO CXREF-ACCOUNT.
           MOVE PART-ENTRY TO CXREF-CUSTOMER-PART.

       GET-THE-ACCOUNT.
           DISPLAY "CUSTOMER ACCOUNT NUMBER ? ".
           ACCEPT ACCOUNT-ENTRY.
           MOVE ACCOUNT-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y"
                     DISPLAY "ACCOUNT NUMBER MUST BE NUMERIC"
                     GO TO GET-THE-ACCOUNT.
           MOVE KEYED-NUMBER-VALUE TO CUSTOMER-ACCOUNT-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO CUSTOMER WITH THAT ACCOUNT NUMBER"
                     GO TO GET-THE-ACCOUNT.
           DISPLAY "CUSTOMER: " CUSTOMER-LAST-NAME " "
                   CUSTOMER-FIRST-NAME.

       GET-THE-CUSTOMER-PART.
           DISPLAY "CUSTOMER'S PART NUMBER ? ".
           ACCEPT PART-ENTRY.
           INSPECT PART-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF PART-ENTRY = SPACE
                     DISPLAY "PART NUMBER MUST BE ENTERED"
                     GO TO GET-THE-CUSTOMER-PART.

      * GET-THE-PRODUCT TAKES OUR PRODUCT THE CUSTOMER'S NUMBER STANDS
      * FOR. A DISCONTINUED PRODUCT IS ALLOWED, WITH A WARNING - ORDER
      * ENTRY WILL STILL REFUSE TO SELL IT.
       GET-THE-PRODUCT.
           DISPLAY "OUR PRODUCT CODE ? ".
           ACCEPT PRODUCT-ENTRY.
           INSPECT PRODUCT-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE PRODUCT-ENTRY TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO PRODUCT ON FILE FOR THAT CODE"
                     GO TO GET-THE-PRODUCT.
           DISPLAY PRODUCT-DESCRIPTION.
           IF PRODUCT-IS-DISCONTINUED
                     DISPLAY "WARNING - THAT PRODUCT IS DISCONTINUED".
           MOVE PRODUCT-CODE TO CXREF-PRODUCT-CODE.

       ADD-A-CROSS-REFERENCE.
           PERFORM GET-THE-CROSS-REFERENCE-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-ITEM-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     DISPLAY "PART NUMBER ALREADY ON FILE - USE CHANGE"
           ELSE
                     PERFORM GET-THE-PRODUCT
                     WRITE CUSTOMER-ITEM-RECORD
                               INVALID KEY
                               DISPLAY "WRITE FAILED - STATUS "
                                       CXREF-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "CROSS-REFERENCE ADDED".

       CHANGE-A-CROSS-REFERENCE.
           PERFORM GET-THE-CROSS-REFERENCE-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-ITEM-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO CROSS-REFERENCE FOR THAT ACCOUNT AND "
                             "PART NUMBER"
           ELSE
                     PERFORM DISPLAY-ONE-CROSS-REFERENCE
                     PERFORM GET-THE-PRODUCT
                     REWRITE CUSTOMER-ITEM-RECORD
                               INVALID KEY
                               DISPLAY "REWRITE FAILED - STATUS "
                                       CXREF-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "CROSS-REFERENCE CHANGED".

       DELETE-A-CROSS-REFERENCE.
           PERFORM GET-THE-CROSS-REFERENCE-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-ITEM-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO CROSS-REFERENCE FOR THAT ACCOUNT AND "
                             "PART NUMBER"
           ELSE
                     PERFORM DISPLAY-ONE-CROSS-REFERENCE
                     DELETE CUSTOMER-ITEM-FILE
                               INVALID KEY
                               DISPLAY "DELETE FAILED - STATUS "
                                       CXREF-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "CROSS-REFERENCE REMOVED".

      * LIST-THE-CROSS-REFERENCES SHOWS ONE ACCOUNT'S ROWS, OR ALL OF
      * THEM FOR A BLANK ACCOUNT. THE FILE IS CLOSED AND REOPENED SO
      * THE SEQUENTIAL READ STARTS AT THE TOP AGAIN.
       LIST-THE-CROSS-REFERENCES.
           DISPLAY "ACCOUNT TO LIST (BLANK FOR ALL) ? ".
           ACCEPT ACCOUNT-ENTRY.
           MOVE ZEROES TO LIST-ACCOUNT.
           IF ACCOUNT-ENTRY NOT = SPACE
                     MOVE ACCOUNT-ENTRY TO KEYED-NUMBER-TEXT
                     CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                               KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD
                     IF KEYED-NUMBER-GOOD = "Y"
                               MOVE KEYED-NUMBER-VALUE TO
                                         LIST-ACCOUNT.
           CLOSE CUSTOMER-ITEM-FILE.
           OPEN I-O CUSTOMER-ITEM-FILE.
           MOVE ZEROES TO SCREEN-LINES.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-CROSS-REFERENCE.
           PERFORM LIST-ONE-CROSS-REFERENCE
                 UNTIL END-OF-FILE = "Y".

       READ-NEXT-CROSS-REFERENCE.
           READ CUSTOMER-ITEM-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       LIST-ONE-CROSS-REFERENCE.
           IF LIST-ACCOUNT = ZERO OR
              CXREF-ACCOUNT = LIST-ACCOUNT
                     PERFORM SHOW-ONE-LISTED-CROSS-REFERENCE.
           PERFORM READ-NEXT-CROSS-REFERENCE.

       SHOW-ONE-LISTED-CROSS-REFERENCE.
           IF SCREEN-LINES > 14
                     PERFORM PRESS-ENTER.
           PERFORM DISPLAY-ONE-CROSS-REFERENCE.
           ADD 1 TO SCREEN-LINES.

      * DISPLAY-ONE-CROSS-REFERENCE SHOWS THE ROW WITH OUR PRODUCT'S
      * DESCRIPTION, SO A NUMBER POINTED AT THE WRONG PRODUCT STANDS
      * OUT ON THE LIST.
       DISPLAY-ONE-CROSS-REFERENCE.
           MOVE CXREF-PRODUCT-CODE TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     MOVE "** NOT ON FILE **" TO PRODUCT-DESCRIPTION.
           DISPLAY CXREF-ACCOUNT " " CXREF-CUSTOMER-PART " = "
                   CXREF-PRODUCT-CODE " " PRODUCT-DESCRIPTION.

       GO-AGAIN.
           DISPLAY "GO AGAIN?".
           ACCEPT YES-NO.
           IF YES-NO = "y"
                     MOVE "Y" TO YES-NO.
           IF YES-NO NOT = "Y"
                     MOVE "N" TO YES-NO.

       PRESS-ENTER.
                 DISPLAY "PRESS ENTER TO CONTINUE..."
                 ACCEPT A-DUMMY.
                 MOVE 0 TO SCREEN-LINES.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM CXRMNT01.
