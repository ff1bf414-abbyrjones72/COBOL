      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHPMNT01.

      ******************************************************************
      * This program maintains SHIPTO.DAT, the ship-to addresses a
      * customer account has besides its bill-to address, keyed by
      * account and a ship-to code of up to four characters (a
      * branch, store or warehouse number - whatever the customer
      * calls the site). The operator can add a ship-to, change it,
      * remove it, and list the ship-tos for one account or for all
      * - the same shape CPRMNT01 gives the price agreements. Order
      * entry, the order import, quotes and standing orders carry
      * the code; a blank code ships to the bill-to address. An
      * order already taken keeps only the code, so a change here
      * shows on its pick list and invoice.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL SHIP-TO-FILE
                           ASSIGN TO "SHIPTO.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS SHIP-TO-KEY
                           FILE STATUS IS SHIP-TO-FILE-STATUS.

                 SELECT CUSTOMER-FILE
                           ASSIGN TO "CUSTOMER.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                           FILE STATUS IS CUSTOMER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * SHIP-TO-RECORD IS THE SHARED SHIP-TO LAYOUT - SEE
      * COPYBOOKS/WSHIPTO.CPY.
       FD  SHIP-TO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WSHIPTO.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

       WORKING-STORAGE SECTION.

           01 SHIP-TO-FILE-STATUS  PIC XX.
           01 CUSTOMER-FILE-STATUS PIC XX.
           01 YES-NO               PIC X.
           01 ACTION-CODE          PIC X.
           01 RECORD-FOUND         PIC X.
           01 END-OF-FILE          PIC X.
           01 ACCOUNT-ENTRY        PIC X(7).
           01 CODE-ENTRY           PIC X(4).
           01 NAME-ENTRY           PIC X(30).
           01 ADDRESS1-ENTRY       PIC X(25).
           01 ADDRESS2-ENTRY       PIC X(25).
           01 CITY-ENTRY           PIC X(15).
           01 STATE-ENTRY          PIC X(15).
           01 ZIP5-ENTRY           PIC X(5).
           01 ZIP4-ENTRY           PIC X(4).
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
           OPEN I-O SHIP-TO-FILE.
           IF SHIP-TO-FILE-STATUS = "35"
                     OPEN OUTPUT SHIP-TO-FILE
                     CLOSE SHIP-TO-FILE
                     OPEN I-O SHIP-TO-FILE.
           IF SHIP-TO-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN SHIPTO.DAT - STATUS "
                             SHIP-TO-FILE-STATUS
                     STOP RUN.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "
                             CUSTOMER-FILE-STATUS
                     CLOSE SHIP-TO-FILE
                     STOP RUN.

       CLOSING-PROCEDURE.
           CLOSE SHIP-TO-FILE.
           CLOSE CUSTOMER-FILE.

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
                     PERFORM ADD-A-SHIP-TO.
           IF ACTION-CODE = "C"
                     PERFORM CHANGE-A-SHIP-TO.
           IF ACTION-CODE = "D"
                     PERFORM DELETE-A-SHIP-TO.
           IF ACTION-CODE = "L"
                     PERFORM LIST-THE-SHIP-TOS.
           PERFORM GO-AGAIN.

      * GET-THE-SHIP-TO-KEY TAKES THE ACCOUNT AND THE SHIP-TO CODE.
      * THE ACCOUNT MUST BE ON FILE, AND THE CODE IS KEPT IN CAPITALS
      * SO ORDER ENTRY FINDS IT HOWEVER IT IS TYPED THERE. A BLANK
      * CODE IS NOT ALLOWED - ON AN ORDER IT MEANS THE BILL-TO.
       GET-THE-SHIP-TO-KEY.
           PERFORM GET-THE-ACCOUNT.
           PERFORM GET-THE-CODE.
           MOVE CUSTOMER-ACCOUNT-NUMBER TO SHIP-TO-ACCOUNT.
           MOVE CODE-ENTRY TO SHIP-TO-CODE.

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

       GET-THE-CODE.
           DISPLAY "SHIP-TO CODE ? ".
           ACCEPT CODE-ENTRY.
           INSPECT CODE-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF CODE-ENTRY = SPACE
                     DISPLAY "SHIP-TO CODE MUST BE ENTERED"
                     GO TO GET-THE-CODE.

      * GET-THE-SHIP-TO-FIELDS TAKES THE ADDRESS. ON A CHANGE A BLANK
      * ENTRY KEEPS WHAT IS THERE, THE WAY CUSTUPD01 WORKS. THE NAME
      * AND THE ZIP MUST END UP FILLED IN - THE PICK LIST NEEDS SOMEONE
      * TO SHIP TO, AND FREIGHT IS RATED FROM THE ZIP.
       GET-THE-SHIP-TO-FIELDS.
           DISPLAY "SHIP-TO NAME ? ".
           ACCEPT NAME-ENTRY.
           IF NAME-ENTRY NOT = SPACE
                     MOVE NAME-ENTRY TO SHIP-TO-NAME.
           IF SHIP-TO-NAME = SPACE
                     DISPLAY "SHIP-TO NAME MUST BE ENTERED"
                     GO TO GET-THE-SHIP-TO-FIELDS.
           DISPLAY "ADDRESS1 ? ".
           ACCEPT ADDRESS1-ENTRY.
           IF ADDRESS1-ENTRY NOT = SPACE
                     MOVE ADDRESS1-ENTRY TO SHIP-TO-ADDRESS1.
           DISPLAY "ADDRESS2 ? ".
           ACCEPT ADDRESS2-ENTRY.
           IF ADDRESS2-ENTRY NOT = SPACE
                     MOVE ADDRESS2-ENTRY TO SHIP-TO-ADDRESS2.
           DISPLAY "CITY ? ".
           ACCEPT CITY-ENTRY.
           IF CITY-ENTRY NOT = SPACE
                     MOVE CITY-ENTRY TO SHIP-TO-CITY.
           DISPLAY "STATE ? ".
           ACCEPT STATE-ENTRY.
           IF STATE-ENTRY NOT = SPACE
                     MOVE STATE-ENTRY TO SHIP-TO-STATE.
           PERFORM GET-THE-ZIP.
           DISPLAY "ZIP+4 ? ".
           ACCEPT ZIP4-ENTRY.
           IF ZIP4-ENTRY NOT = SPACE
                     IF ZIP4-ENTRY IS NUMERIC
                               MOVE ZIP4-ENTRY TO SHIP-TO-ZIP-PLUS4
                     ELSE
                               DISPLAY "ZIP+4 NOT NUMERIC - KEPT".

       GET-THE-ZIP.
           DISPLAY "ZIP ? ".
           ACCEPT ZIP5-ENTRY.
           IF ZIP5-ENTRY NOT = SPACE
                     IF ZIP5-ENTRY IS NUMERIC
                               MOVE ZIP5-ENTRY TO SHIP-TO-ZIP
                     ELSE
                               DISPLAY "ZIP MUST BE 5 DIGITS"
                               GO TO GET-THE-ZIP.
           IF SHIP-TO-ZIP = ZERO
                     DISPLAY "ZIP MUST BE ENTERED"
                     GO TO GET-THE-ZIP.

       ADD-A-SHIP-TO.
           PERFORM GET-THE-SHIP-TO-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ SHIP-TO-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     DISPLAY "SHIP-TO ALREADY ON FILE - USE CHANGE"
           ELSE
                     PERFORM CLEAR-THE-SHIP-TO-FIELDS
                     PERFORM GET-THE-SHIP-TO-FIELDS
                     WRITE SHIP-TO-RECORD
                               INVALID KEY
                               DISPLAY "WRITE FAILED - STATUS "
                                       SHIP-TO-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "SHIP-TO ADDED".

       CLEAR-THE-SHIP-TO-FIELDS.
           MOVE SPACE TO SHIP-TO-NAME.
           MOVE SPACE TO SHIP-TO-ADDRESS1.
           MOVE SPACE TO SHIP-TO-ADDRESS2.
           MOVE SPACE TO SHIP-TO-CITY.
           MOVE SPACE TO SHIP-TO-STATE.
           MOVE ZERO TO SHIP-TO-ZIP.
           MOVE ZERO TO SHIP-TO-ZIP-PLUS4.

       CHANGE-A-SHIP-TO.
           PERFORM GET-THE-SHIP-TO-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ SHIP-TO-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO SHIP-TO WITH THAT CODE ON THE ACCOUNT"
           ELSE
                     PERFORM DISPLAY-ONE-SHIP-TO
                     PERFORM GET-THE-SHIP-TO-FIELDS
                     REWRITE SHIP-TO-RECORD
                               INVALID KEY
                               DISPLAY "REWRITE FAILED - STATUS "
                                       SHIP-TO-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "SHIP-TO CHANGED".

       DELETE-A-SHIP-TO.
           PERFORM GET-THE-SHIP-TO-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ SHIP-TO-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO SHIP-TO WITH THAT CODE ON THE ACCOUNT"
           ELSE
                     PERFORM DISPLAY-ONE-SHIP-TO
                     DELETE SHIP-TO-FILE
                               INVALID KEY
                               DISPLAY "DELETE FAILED - STATUS "
                                       SHIP-TO-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "SHIP-TO REMOVED".

      * LIST-THE-SHIP-TOS SHOWS ONE ACCOUNT'S SHIP-TOS, OR ALL OF
      * THEM FOR A BLANK ACCOUNT. THE FILE IS CLOSED AND REOPENED SO
      * THE SEQUENTIAL READ STARTS AT THE TOP AGAIN.
       LIST-THE-SHIP-TOS.
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
           CLOSE SHIP-TO-FILE.
           OPEN I-O SHIP-TO-FILE.
           MOVE ZEROES TO SCREEN-LINES.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-SHIP-TO.
           PERFORM LIST-ONE-SHIP-TO
                 UNTIL END-OF-FILE = "Y".

       READ-NEXT-SHIP-TO.
           READ SHIP-TO-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       LIST-ONE-SHIP-TO.
           IF LIST-ACCOUNT = ZERO OR
              SHIP-TO-ACCOUNT = LIST-ACCOUNT
                     PERFORM SHOW-ONE-LISTED-SHIP-TO.
           PERFORM READ-NEXT-SHIP-TO.

       SHOW-ONE-LISTED-SHIP-TO.
           IF SCREEN-LINES > 12
                     PERFORM PRESS-ENTER.
           PERFORM DISPLAY-ONE-SHIP-TO.
           ADD 4 TO SCREEN-LINES.

       DISPLAY-ONE-SHIP-TO.
           DISPLAY SHIP-TO-ACCOUNT " " SHIP-TO-CODE " "
                   SHIP-TO-NAME.
           DISPLAY "    " SHIP-TO-ADDRESS1 " " SHIP-TO-ADDRESS2.
           DISPLAY "    " SHIP-TO-CITY " " SHIP-TO-STATE " "
                   SHIP-TO-ZIP "-" SHIP-TO-ZIP-PLUS4.
           DISPLAY " ".

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

       END PROGRAM SHPMNT01.
