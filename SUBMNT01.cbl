      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBMNT01.

      ******************************************************************
      * This program maintains PRODSUB.DAT, the approved product
      * substitutions: for each product, the alternates that may ship
      * in its place when it is short, each under a preference number
      * (1 is offered first) and a flag saying whether the customer
      * must agree to it. Add and change validate both products
      * against PRODUCT.DAT so a typo cannot approve a phantom, and
      * refuse a product as its own alternate; list shows every
      * alternate on file for a keyed product, best first. Order
      * entry, order import and the back-order release read this
      * file through SUBFND01.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL SUBSTITUTE-FILE
                           ASSIGN TO "PRODSUB.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS SUB-KEY
                           FILE STATUS IS SUB-FILE-STATUS.

                 SELECT PRODUCT-FILE
                           ASSIGN TO "PRODUCT.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PRODUCT-CODE
                           FILE STATUS IS PRODUCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * SUBSTITUTE-RECORD IS THE SHARED SUBSTITUTION LAYOUT - SEE
      * COPYBOOKS/WPRDSUB.CPY.
       FD  SUBSTITUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRDSUB.

       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRODF.

       WORKING-STORAGE SECTION.

           01 SUB-FILE-STATUS       PIC XX.
           01 PRODUCT-FILE-STATUS   PIC XX.
           01 YES-NO                PIC X.
           01 ACTION-CODE           PIC X.
           01 RECORD-FOUND          PIC X.
           01 END-OF-FILE           PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

           01 PREFERENCE-ENTRY      PIC X(2).
           01 ALTERNATE-ENTRY       PIC X(10).
           01 CONSENT-ENTRY         PIC X.
           01 ROWS-LISTED           PIC 9(3).
           01 THE-PRODUCT-CODE      PIC X(10).
           01 THE-DESCRIPTION       PIC X(30).

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

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
           OPEN I-O SUBSTITUTE-FILE.
           IF SUB-FILE-STATUS = "35"
                     OPEN OUTPUT SUBSTITUTE-FILE
                     CLOSE SUBSTITUTE-FILE
                     OPEN I-O SUBSTITUTE-FILE.
           IF SUB-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN PRODSUB.DAT - STATUS "
                             SUB-FILE-STATUS
                     STOP RUN.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN PRODUCT.DAT - STATUS "
                             PRODUCT-FILE-STATUS
                     STOP RUN.

       CLOSING-PROCEDURE.
           CLOSE SUBSTITUTE-FILE.
           CLOSE PRODUCT-FILE.

       PROCESS-ACTIONS.
           DISPLAY "(A)DD, (C)HANGE, (D)ELETE, OR (L)IST?".
           ACCEPT ACTION-CODE.
           INSPECT ACTION-CODE CONVERTING "acdl" TO "ACDL".
           IF ACTION-CODE = "A"
                     PERFORM ADD-A-SUBSTITUTE.
           IF ACTION-CODE = "C"
                     PERFORM CHANGE-A-SUBSTITUTE.
           IF ACTION-CODE = "D"
                     PERFORM DELETE-A-SUBSTITUTE.
           IF ACTION-CODE = "L"
                     PERFORM LIST-A-PRODUCT.
           PERFORM GO-AGAIN.

       GET-THE-SUB-KEY.
           DISPLAY "PRODUCT CODE ? ".
           ACCEPT PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO PRODUCT ON FILE FOR THAT CODE"
                     GO TO GET-THE-SUB-KEY.
           DISPLAY PRODUCT-DESCRIPTION.
           DISPLAY "PREFERENCE (1 IS OFFERED FIRST) ? ".
           ACCEPT PREFERENCE-ENTRY.
           MOVE PREFERENCE-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y" OR
              KEYED-NUMBER-VALUE = ZERO OR
              KEYED-NUMBER-VALUE > 99
                     DISPLAY "PREFERENCE MUST BE 1 TO 99"
                     GO TO GET-THE-SUB-KEY.
           MOVE PRODUCT-CODE TO SUB-PRODUCT-CODE.
           MOVE KEYED-NUMBER-VALUE TO SUB-PREFERENCE.

      * GET-THE-DETAILS TAKES THE ALTERNATE AND THE CONSENT FLAG. THE
      * PRODUCT READ FOR THE ALTERNATE REPLACES THE ONE IN THE
      * BUFFER, SO THE ORIGINAL IS TAKEN FROM THE KEY.
       GET-THE-DETAILS.
           DISPLAY "ALTERNATE PRODUCT CODE ? ".
           ACCEPT ALTERNATE-ENTRY.
           IF ALTERNATE-ENTRY = SUB-PRODUCT-CODE
                     DISPLAY "A PRODUCT CANNOT BE ITS OWN ALTERNATE"
                     GO TO GET-THE-DETAILS.
           MOVE ALTERNATE-ENTRY TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO PRODUCT ON FILE FOR THAT CODE"
                     GO TO GET-THE-DETAILS.
           DISPLAY PRODUCT-DESCRIPTION.
           IF PRODUCT-IS-DISCONTINUED
                     DISPLAY "THAT PRODUCT IS DISCONTINUED - IT WILL "
                             "NOT BE OFFERED UNTIL IT IS REINSTATED".
           DISPLAY "MUST THE CUSTOMER AGREE TO IT (Y/N) ? ".
           ACCEPT CONSENT-ENTRY.
           INSPECT CONSENT-ENTRY CONVERTING "yn" TO "YN".
           IF CONSENT-ENTRY NOT = "Y" AND CONSENT-ENTRY NOT = "N"
                     DISPLAY "ANSWER Y OR N"
                     GO TO GET-THE-DETAILS.

       MOVE-THE-DETAILS.
           MOVE ALTERNATE-ENTRY TO SUB-ALTERNATE-CODE.
           MOVE CONSENT-ENTRY TO SUB-CONSENT-FLAG.

       ADD-A-SUBSTITUTE.
           PERFORM GET-THE-SUB-KEY.
           PERFORM GET-THE-DETAILS.
           PERFORM MOVE-THE-DETAILS.
           WRITE SUBSTITUTE-RECORD
                     INVALID KEY
                     DISPLAY "THAT PREFERENCE IS ALREADY ON FILE"
                     NOT INVALID KEY
                     DISPLAY "SUBSTITUTE ADDED".

       CHANGE-A-SUBSTITUTE.
           PERFORM GET-THE-SUB-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ SUBSTITUTE-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO SUBSTITUTE ON FILE AT THAT PREFERENCE"
           ELSE
                     DISPLAY "ON FILE: ALTERNATE " SUB-ALTERNATE-CODE
                             " CONSENT " SUB-CONSENT-FLAG
                     PERFORM GET-THE-DETAILS
                     PERFORM MOVE-THE-DETAILS
                     REWRITE SUBSTITUTE-RECORD
                               INVALID KEY
                               DISPLAY "REWRITE FAILED - STATUS "
                                       SUB-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "SUBSTITUTE CHANGED".

       DELETE-A-SUBSTITUTE.
           PERFORM GET-THE-SUB-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ SUBSTITUTE-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO SUBSTITUTE ON FILE AT THAT PREFERENCE"
           ELSE
                     DELETE SUBSTITUTE-FILE
                               INVALID KEY
                               DISPLAY "DELETE FAILED - STATUS "
                                       SUB-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "SUBSTITUTE REMOVED".

      * LIST-A-PRODUCT SHOWS EVERY ALTERNATE ON FILE FOR THE KEYED
      * PRODUCT, IN PREFERENCE ORDER. THE FILE IS CLOSED AND REOPENED
      * SO THE SCAN STARTS AT THE TOP.
       LIST-A-PRODUCT.
           DISPLAY "PRODUCT CODE ? ".
           ACCEPT THE-PRODUCT-CODE.
           MOVE ZEROES TO ROWS-LISTED.
           CLOSE SUBSTITUTE-FILE.
           OPEN I-O SUBSTITUTE-FILE.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-SUBSTITUTE.
           PERFORM LIST-ONE-SUBSTITUTE
                 UNTIL END-OF-FILE = "Y".
           IF ROWS-LISTED = ZERO
                     DISPLAY "NO ALTERNATES ON FILE FOR THAT PRODUCT".

       READ-NEXT-SUBSTITUTE.
           READ SUBSTITUTE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       LIST-ONE-SUBSTITUTE.
           IF SUB-PRODUCT-CODE = THE-PRODUCT-CODE
                     ADD 1 TO ROWS-LISTED
                     PERFORM LOOK-UP-THE-ALTERNATE
                     DISPLAY SUB-PREFERENCE " " SUB-ALTERNATE-CODE
                             " " THE-DESCRIPTION " CONSENT "
                             SUB-CONSENT-FLAG.
           PERFORM READ-NEXT-SUBSTITUTE.

       LOOK-UP-THE-ALTERNATE.
           MOVE SUB-ALTERNATE-CODE TO PRODUCT-CODE.
           MOVE "NO LONGER ON FILE" TO THE-DESCRIPTION.
           READ PRODUCT-FILE
                     INVALID KEY
                     CONTINUE
                     NOT INVALID KEY
                     MOVE PRODUCT-DESCRIPTION TO THE-DESCRIPTION.

       GO-AGAIN.
           DISPLAY "GO AGAIN?".
           ACCEPT YES-NO.
           IF YES-NO = "y"
                     MOVE "Y" TO YES-NO
           IF YES-NO NOT = "Y"
                     MOVE "N" TO YES-NO.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM SUBMNT01.
