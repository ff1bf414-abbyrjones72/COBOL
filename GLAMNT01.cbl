      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLAMNT01.

      ******************************************************************
      * This program maintains GLACCT.DAT, the chart of accounts the
      * daily journal posts to, in the shape LOCMNT01 gives the
      * location table: add an account under its ledger number with
      * a name and a type (asset, liability, equity, revenue or
      * expense), change its name and type, drop it, and list the
      * chart. A dropped account stays on file so old journals still
      * name it, but no posting rule may point at it and GLJRN01
      * refuses any line that would post to it. (C)HANGE can bring a
      * dropped account back.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL GL-ACCOUNT-FILE
                           ASSIGN TO "GLACCT.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS GL-ACCOUNT-NUMBER
                           FILE STATUS IS ACCOUNT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * GL-ACCOUNT-RECORD IS THE SHARED CHART LAYOUT - SEE
      * COPYBOOKS/WGLACCT.CPY.
       FD  GL-ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WGLACCT.

       WORKING-STORAGE SECTION.

           01 ACCOUNT-FILE-STATUS PIC XX.
           01 YES-NO             PIC X.
           01 ACTION-CODE        PIC X.
           01 RECORD-FOUND       PIC X.
           01 END-OF-FILE        PIC X.
           01 ACCOUNT-ENTRY      PIC X(8).
           01 NAME-ENTRY         PIC X(30).
           01 TYPE-ENTRY         PIC X.
           01 STATUS-ENTRY       PIC X.
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
           OPEN I-O GL-ACCOUNT-FILE.
           IF ACCOUNT-FILE-STATUS = "35"
                     OPEN OUTPUT GL-ACCOUNT-FILE
                     CLOSE GL-ACCOUNT-FILE
                     OPEN I-O GL-ACCOUNT-FILE.
           IF ACCOUNT-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN GLACCT.DAT - STATUS "
                             ACCOUNT-FILE-STATUS
                     STOP RUN.

       CLOSING-PROCEDURE.
           CLOSE GL-ACCOUNT-FILE.

       PROCESS-ACTIONS.
           DISPLAY "(A)DD, (C)HANGE, (D)ROP, OR (L)IST?".
           ACCEPT ACTION-CODE.
           INSPECT ACTION-CODE CONVERTING "acdl" TO "ACDL".
           IF ACTION-CODE = "A"
                     PERFORM ADD-AN-ACCOUNT.
           IF ACTION-CODE = "C"
                     PERFORM CHANGE-AN-ACCOUNT.
           IF ACTION-CODE = "D"
                     PERFORM DROP-AN-ACCOUNT.
           IF ACTION-CODE = "L"
                     PERFORM LIST-THE-CHART.
           PERFORM GO-AGAIN.

       GET-THE-ACCOUNT-KEY.
           DISPLAY "LEDGER ACCOUNT NUMBER (UP TO 8 CHARACTERS) ? ".
           ACCEPT ACCOUNT-ENTRY.
           INSPECT ACCOUNT-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF ACCOUNT-ENTRY = SPACE
                     DISPLAY "ACCOUNT NUMBER MUST BE ENTERED"
                     GO TO GET-THE-ACCOUNT-KEY.
           MOVE ACCOUNT-ENTRY TO GL-ACCOUNT-NUMBER.

       GET-THE-NAME.
           DISPLAY "ACCOUNT NAME ? ".
           ACCEPT NAME-ENTRY.
           IF NAME-ENTRY = SPACE
                     DISPLAY "NAME MUST BE ENTERED"
                     GO TO GET-THE-NAME.
           MOVE NAME-ENTRY TO GL-ACCOUNT-NAME.

       GET-THE-TYPE.
           DISPLAY "TYPE - (A)SSET, (L)IABILITY, E(Q)UITY, "
                   "(R)EVENUE, (E)XPENSE ? ".
           ACCEPT TYPE-ENTRY.
           INSPECT TYPE-ENTRY CONVERTING "alqre" TO "ALQRE".
           MOVE TYPE-ENTRY TO GL-ACCOUNT-TYPE.
           IF NOT GL-ACCOUNT-TYPE-IS-VALID
                     DISPLAY "TYPE MUST BE A, L, Q, R OR E"
                     GO TO GET-THE-TYPE.

       GET-THE-STATUS.
           DISPLAY "STATUS - (A)CTIVE OR (D)ROPPED ? ".
           ACCEPT STATUS-ENTRY.
           INSPECT STATUS-ENTRY CONVERTING "ad" TO "AD".
           MOVE STATUS-ENTRY TO GL-ACCOUNT-STATUS.
           IF NOT GL-ACCOUNT-IS-ACTIVE AND
              NOT GL-ACCOUNT-IS-DROPPED
                     DISPLAY "STATUS MUST BE A OR D"
                     GO TO GET-THE-STATUS.

       ADD-AN-ACCOUNT.
           PERFORM GET-THE-ACCOUNT-KEY.
           PERFORM GET-THE-NAME.
           PERFORM GET-THE-TYPE.
           MOVE "A" TO GL-ACCOUNT-STATUS.
           WRITE GL-ACCOUNT-RECORD
                     INVALID KEY
                     DISPLAY "ACCOUNT ALREADY ON FILE"
                     NOT INVALID KEY
                     DISPLAY "ACCOUNT ADDED".

       CHANGE-AN-ACCOUNT.
           PERFORM GET-THE-ACCOUNT-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ GL-ACCOUNT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "ACCOUNT NOT ON FILE"
           ELSE
                     PERFORM SHOW-THE-ACCOUNT
                     PERFORM GET-THE-NAME
                     PERFORM GET-THE-TYPE
                     PERFORM GET-THE-STATUS
                     REWRITE GL-ACCOUNT-RECORD
                               INVALID KEY
                               DISPLAY "REWRITE FAILED - STATUS "
                                       ACCOUNT-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "ACCOUNT CHANGED".

      * DROP-AN-ACCOUNT RETIRES THE ACCOUNT RATHER THAN REMOVING IT,
      * SO JOURNALS ALREADY SENT STILL NAME AN ACCOUNT ON THE CHART.
      * ANY POSTING RULE STILL POINTING AT IT WILL BE REFUSED BY THE
      * JOURNAL UNTIL GLRMNT01 POINTS IT ELSEWHERE.
       DROP-AN-ACCOUNT.
           PERFORM GET-THE-ACCOUNT-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ GL-ACCOUNT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "ACCOUNT NOT ON FILE"
           ELSE
                     IF GL-ACCOUNT-IS-DROPPED
                               DISPLAY "ACCOUNT IS ALREADY DROPPED"
                     ELSE
                               MOVE "D" TO GL-ACCOUNT-STATUS
                               REWRITE GL-ACCOUNT-RECORD
                                         INVALID KEY
                                         DISPLAY "REWRITE FAILED - "
                                                 "STATUS "
                                                 ACCOUNT-FILE-STATUS
                                         NOT INVALID KEY
                                         DISPLAY "ACCOUNT DROPPED".

       SHOW-THE-ACCOUNT.
           DISPLAY "ON FILE: " GL-ACCOUNT-NUMBER " "
                   GL-ACCOUNT-NAME " TYPE " GL-ACCOUNT-TYPE
                   " STATUS " GL-ACCOUNT-STATUS.

      * LIST-THE-CHART PAGES THROUGH THE WHOLE CHART. THE FILE IS
      * CLOSED AND REOPENED SO THE SEQUENTIAL READ STARTS AT THE TOP.
       LIST-THE-CHART.
           CLOSE GL-ACCOUNT-FILE.
           OPEN I-O GL-ACCOUNT-FILE.
           MOVE ZEROES TO SCREEN-LINES.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-ACCOUNT.
           PERFORM LIST-ONE-ACCOUNT
                 UNTIL END-OF-FILE = "Y".

       READ-NEXT-ACCOUNT.
           READ GL-ACCOUNT-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       LIST-ONE-ACCOUNT.
           IF SCREEN-LINES = 15
                     PERFORM PRESS-ENTER.
           IF GL-ACCOUNT-IS-DROPPED
                     DISPLAY GL-ACCOUNT-NUMBER " " GL-ACCOUNT-NAME
                             " " GL-ACCOUNT-TYPE " ** DROPPED **"
           ELSE
                     DISPLAY GL-ACCOUNT-NUMBER " " GL-ACCOUNT-NAME
                             " " GL-ACCOUNT-TYPE.
           ADD 1 TO SCREEN-LINES.
           PERFORM READ-NEXT-ACCOUNT.

       GO-AGAIN.
           DISPLAY "GO AGAIN?".
           ACCEPT YES-NO.
           IF YES-NO = "y"
                     MOVE "Y" TO YES-NO
           IF YES-NO NOT = "Y"
                     MOVE "N" TO YES-NO.

       PRESS-ENTER.
                 DISPLAY "PRESS ENTER TO CONTINUE..."
                 ACCEPT A-DUMMY.
                 MOVE 0 TO SCREEN-LINES.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM GLAMNT01.
