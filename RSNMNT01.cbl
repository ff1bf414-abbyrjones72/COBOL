      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSNMNT01.

      ******************************************************************
      * This program maintains LOSTRSN.DAT, the table of reasons a
      * quote is lost, keyed by the reason code QUOTLST01 and
      * QUOTEXP01 put on the quote header when a quote is closed as
      * lost or expired. The operator can add a reason, change it,
      * remove it, and list the table - the same shape TERMMNT01
      * gives the terms table. Each reason carries a description and
      * a category - (P)RICE, (L)EAD TIME or (O)THER - which is how
      * QUOTWL01 totals the business lost on price against the
      * business lost on lead time. "PRIC UNDERCUT ON PRICE" and
      * "LEAD COULD NOT MEET THE DATE" are the usual first two.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL LOST-REASON-FILE
                           ASSIGN TO "LOSTRSN.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS LOST-REASON-CODE
                           FILE STATUS IS REASON-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * LOST-REASON-RECORD IS THE SHARED TABLE LAYOUT - SEE
      * COPYBOOKS/WLOSTRSN.CPY.
       FD  LOST-REASON-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WLOSTRSN.

       WORKING-STORAGE SECTION.

           01 REASON-FILE-STATUS PIC XX.
           01 YES-NO             PIC X.
           01 ACTION-CODE        PIC X.
           01 RECORD-FOUND       PIC X.
           01 END-OF-FILE        PIC X.
           01 CODE-ENTRY         PIC X(4).
           01 DESCRIPTION-ENTRY  PIC X(30).
           01 CATEGORY-ENTRY     PIC X.
           01 DISPLAY-CATEGORY   PIC X(10).
           01 SCREEN-LINES       PIC 99.
           01 A-DUMMY            PIC X.

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
           OPEN I-O LOST-REASON-FILE.
           IF REASON-FILE-STATUS = "35"
                     OPEN OUTPUT LOST-REASON-FILE
                     CLOSE LOST-REASON-FILE
                     OPEN I-O LOST-REASON-FILE.
           IF REASON-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN LOSTRSN.DAT - STATUS "
                             REASON-FILE-STATUS
                     STOP RUN.

       CLOSING-PROCEDURE.
           CLOSE LOST-REASON-FILE.

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
                     PERFORM ADD-A-REASON.
           IF ACTION-CODE = "C"
                     PERFORM CHANGE-A-REASON.
           IF ACTION-CODE = "D"
                     PERFORM DELETE-A-REASON.
           IF ACTION-CODE = "L"
                     PERFORM LIST-THE-TABLE.
           PERFORM GO-AGAIN.

       GET-THE-REASON-KEY.
           DISPLAY "LOST-REASON CODE ? ".
           ACCEPT CODE-ENTRY.
           INSPECT CODE-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF CODE-ENTRY = SPACE
                     DISPLAY "LOST-REASON CODE MUST BE ENTERED"
                     GO TO GET-THE-REASON-KEY.
           MOVE CODE-ENTRY TO LOST-REASON-CODE.

       GET-THE-REASON.
           PERFORM GET-THE-DESCRIPTION.
           PERFORM GET-THE-CATEGORY.
           MOVE DESCRIPTION-ENTRY TO LOST-REASON-DESCRIPTION.
           MOVE CATEGORY-ENTRY TO LOST-REASON-CATEGORY.

       GET-THE-DESCRIPTION.
           DISPLAY "DESCRIPTION (E.G. UNDERCUT ON PRICE) ? ".
           ACCEPT DESCRIPTION-ENTRY.
           INSPECT DESCRIPTION-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF DESCRIPTION-ENTRY = SPACE
                     DISPLAY "DESCRIPTION MUST BE ENTERED"
                     GO TO GET-THE-DESCRIPTION.

       GET-THE-CATEGORY.
           DISPLAY "LOST ON (P)RICE, (L)EAD TIME OR (O)THER ? ".
           ACCEPT CATEGORY-ENTRY.
           INSPECT CATEGORY-ENTRY CONVERTING "plo" TO "PLO".
           IF CATEGORY-ENTRY NOT = "P" AND
              CATEGORY-ENTRY NOT = "L" AND
              CATEGORY-ENTRY NOT = "O"
                     DISPLAY "MUST BE P, L OR O"
                     GO TO GET-THE-CATEGORY.

       ADD-A-REASON.
           PERFORM GET-THE-REASON-KEY.
           PERFORM GET-THE-REASON.
           WRITE LOST-REASON-RECORD
                     INVALID KEY
                     DISPLAY "LOST-REASON CODE ALREADY ON FILE"
                     NOT INVALID KEY
                     DISPLAY "REASON ADDED".

       CHANGE-A-REASON.
           PERFORM GET-THE-REASON-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ LOST-REASON-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "LOST-REASON CODE NOT ON THE TABLE"
           ELSE
                     PERFORM DISPLAY-ONE-REASON
                     PERFORM GET-THE-REASON
                     REWRITE LOST-REASON-RECORD
                               INVALID KEY
                               DISPLAY "REWRITE FAILED - STATUS "
                                       REASON-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "REASON CHANGED".

      * A CODE STILL ON QUOTE HEADERS MAY BE REMOVED; QUOTWL01 THEN
      * PRINTS THOSE QUOTES UNDER THE BARE CODE IN THE OTHER
      * CATEGORY.
       DELETE-A-REASON.
           PERFORM GET-THE-REASON-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ LOST-REASON-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "LOST-REASON CODE NOT ON THE TABLE"
           ELSE
                     DELETE LOST-REASON-FILE
                               INVALID KEY
                               DISPLAY "DELETE FAILED - STATUS "
                                       REASON-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "REASON REMOVED".

      * LIST-THE-TABLE PAGES THROUGH THE WHOLE REASON TABLE. THE
      * FILE IS CLOSED AND REOPENED SO THE SEQUENTIAL READ STARTS AT
      * THE TOP AGAIN.
       LIST-THE-TABLE.
           CLOSE LOST-REASON-FILE.
           OPEN I-O LOST-REASON-FILE.
           MOVE ZEROES TO SCREEN-LINES.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-REASON.
           PERFORM LIST-ONE-REASON
                 UNTIL END-OF-FILE = "Y".

       READ-NEXT-REASON.
           READ LOST-REASON-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       LIST-ONE-REASON.
           IF SCREEN-LINES = 15
                     PERFORM PRESS-ENTER.
           PERFORM DISPLAY-ONE-REASON.
           ADD 1 TO SCREEN-LINES.
           PERFORM READ-NEXT-REASON.

       DISPLAY-ONE-REASON.
           IF LOST-ON-PRICE
                     MOVE "PRICE" TO DISPLAY-CATEGORY
           ELSE
                     IF LOST-ON-LEAD-TIME
                               MOVE "LEAD TIME" TO DISPLAY-CATEGORY
                     ELSE
                               MOVE "OTHER" TO DISPLAY-CATEGORY.
           DISPLAY LOST-REASON-CODE " " LOST-REASON-DESCRIPTION
                   " " DISPLAY-CATEGORY.

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

       END PROGRAM RSNMNT01.
