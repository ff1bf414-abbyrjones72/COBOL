      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUPMNT01.

      ******************************************************************
      * This subprogram is the follow-up screen for one customer,
      * called from the customer and phone lookups (CUSTNOT01 and
      * PHNFND01) with the account number and the signed-on operator.
      * It lists the account's open follow-ups off FOLLOWUP.DAT and
      * lets the operator add one - a due date, who it is assigned
      * to, and the reason - or complete one. The assignee is an
      * operator on OPERMST.DAT or a salesperson on SALESMST.DAT; it
      * defaults to the account's own salesperson, or to the operator
      * keying it when the account has none. Completing a follow-up
      * closes it and files the outcome on CUSTNOTE.DAT as a note
      * against the customer, so the history of what was said stays
      * in one place. FUPDUE01 prints the daily due list off the same
      * file.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL FOLLOW-UP-FILE
                           ASSIGN TO "FOLLOWUP.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS FOLLOW-KEY
                           FILE STATUS IS FOLLOW-FILE-STATUS.

                 SELECT CUSTOMER-FILE
                           ASSIGN TO "CUSTOMER.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                           FILE STATUS IS CUSTOMER-FILE-STATUS.

                 SELECT OPTIONAL OPERATOR-FILE
                           ASSIGN TO "OPERMST.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS OPERATOR-MASTER-ID
                           FILE STATUS IS OPERATOR-FILE-STATUS.

                 SELECT OPTIONAL SALES-MASTER-FILE
                           ASSIGN TO "SALESMST.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS SALES-MASTER-ID
                           FILE STATUS IS SALES-MASTER-FILE-STATUS.

                 SELECT OPTIONAL NOTES-FILE
                           ASSIGN TO "CUSTNOTE.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS NOTES-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * FOLLOW-UP-RECORD IS THE SHARED TICKLER LAYOUT - SEE
      * COPYBOOKS/WFOLLOW.CPY.
       FD  FOLLOW-UP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WFOLLOW.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WOPERMST.

       FD  SALES-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WSALEMST.

      * THE NOTES LAYOUT MATCHES CUSTNOT01'S - ONE NOTE PER LINE,
      * FILED BY ACCOUNT NUMBER AND APPENDED IN THE ORDER TAKEN.
       FD  NOTES-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTE-RECORD.
                 05 NOTE-ACCOUNT-NUMBER    PIC 9(7).
                 05 NOTE-DATE              PIC 9(8).
                 05 NOTE-TIME              PIC 9(8).
                 05 NOTE-OPERATOR-ID       PIC X(10).
                 05 NOTE-TEXT              PIC X(60).

       WORKING-STORAGE SECTION.

           01 FOLLOW-FILE-STATUS     PIC XX.
           01 CUSTOMER-FILE-STATUS   PIC XX.
           01 OPERATOR-FILE-STATUS   PIC XX.
           01 SALES-MASTER-FILE-STATUS PIC XX.
           01 NOTES-FILE-STATUS      PIC XX.
           01 ACTION-CODE            PIC X.
           01 SCREEN-IS-FINISHED     PIC X.
           01 RECORD-FOUND           PIC X.
           01 END-OF-FILE            PIC X.
           01 TODAYS-DATE            PIC 9(8).
           01 DATE-ENTRY             PIC X(8).
           01 ASSIGNEE-ENTRY         PIC X(10).
           01 DEFAULT-ASSIGNEE       PIC X(10).
           01 REASON-ENTRY           PIC X(50).
           01 OUTCOME-ENTRY          PIC X(44).
           01 SEQUENCE-ENTRY         PIC X(3).
           01 NEXT-SEQUENCE          PIC 9(3).
           01 OPEN-COUNT             PIC 9(3).
           01 SCREEN-LINES           PIC 99.
           01 A-DUMMY                PIC X.
           01 THE-DUE-DATE           PIC 9(8).
           01 THE-ASSIGNEE-TYPE      PIC X.
           01 THE-CUSTOMER-NAME      PIC X(41).

      * THE NOTE FILED WHEN A FOLLOW-UP IS COMPLETED.
           01 COMPLETION-NOTE.
                     05 FILLER             PIC X(16) VALUE
                                           "FOLLOW-UP DONE: ".
                     05 COMPLETION-TEXT    PIC X(44).

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

       LINKAGE SECTION.

       01  FOLLOW-UP-ACCOUNT         PIC 9(7).
       01  FOLLOW-UP-OPERATOR        PIC X(10).

       PROCEDURE DIVISION USING FOLLOW-UP-ACCOUNT
                 FOLLOW-UP-OPERATOR.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            IF RECORD-FOUND = "Y"
                      PERFORM LIST-THE-FOLLOW-UPS
                      MOVE "N" TO SCREEN-IS-FINISHED
                      PERFORM PROCESS-ACTIONS
                           UNTIL SCREEN-IS-FINISHED = "Y".
            PERFORM CLOSING-PROCEDURE.
            GOBACK.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           OPEN I-O FOLLOW-UP-FILE.
           IF FOLLOW-FILE-STATUS = "35"
                     OPEN OUTPUT FOLLOW-UP-FILE
                     CLOSE FOLLOW-UP-FILE
                     OPEN I-O FOLLOW-UP-FILE.
           IF FOLLOW-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN FOLLOWUP.DAT - STATUS "
                             FOLLOW-FILE-STATUS
                     GOBACK.
           OPEN INPUT OPERATOR-FILE.
           OPEN INPUT SALES-MASTER-FILE.
           MOVE "N" TO RECORD-FOUND.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS = "00"
                     MOVE FOLLOW-UP-ACCOUNT TO CUSTOMER-ACCOUNT-NUMBER
                     MOVE "Y" TO RECORD-FOUND
                     READ CUSTOMER-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "ACCOUNT " FOLLOW-UP-ACCOUNT
                             " IS NOT ON CUSTOMER.DAT"
           ELSE
                     PERFORM SET-THE-DEFAULT-ASSIGNEE.

       CLOSING-PROCEDURE.
           CLOSE FOLLOW-UP-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE SALES-MASTER-FILE.

      * THE ACCOUNT'S OWN SALESPERSON TAKES ITS FOLLOW-UPS UNLESS
      * SOMEONE ELSE IS NAMED; AN ACCOUNT WITH NO SALESPERSON GIVES
      * THEM TO WHOEVER IS KEYING.
       SET-THE-DEFAULT-ASSIGNEE.
           MOVE SPACE TO THE-CUSTOMER-NAME.
           STRING CUSTOMER-FIRST-NAME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  CUSTOMER-LAST-NAME DELIMITED BY "  "
                  INTO THE-CUSTOMER-NAME.
           IF CUSTOMER-SALES-ID NOT = SPACE
                     MOVE CUSTOMER-SALES-ID TO DEFAULT-ASSIGNEE
           ELSE
                     MOVE FOLLOW-UP-OPERATOR TO DEFAULT-ASSIGNEE.

       PROCESS-ACTIONS.
           DISPLAY "FOLLOW-UPS: (A)DD, (C)OMPLETE, (L)IST, OR "
                   "(X) TO RETURN?".
           ACCEPT ACTION-CODE.
           INSPECT ACTION-CODE CONVERTING "aclx" TO "ACLX".
           IF ACTION-CODE = "A"
                     PERFORM ADD-A-FOLLOW-UP.
           IF ACTION-CODE = "C"
                     PERFORM COMPLETE-A-FOLLOW-UP.
           IF ACTION-CODE = "L"
                     PERFORM LIST-THE-FOLLOW-UPS.
           IF ACTION-CODE = "X" OR ACTION-CODE = SPACE
                     MOVE "Y" TO SCREEN-IS-FINISHED.

      * LIST-THE-FOLLOW-UPS SHOWS THE ACCOUNT'S OPEN FOLLOW-UPS,
      * STARTING THE FILE AT THE ACCOUNT'S FIRST SEQUENCE NUMBER.
       LIST-THE-FOLLOW-UPS.
           DISPLAY "OPEN FOLLOW-UPS FOR " FOLLOW-UP-ACCOUNT " "
                   THE-CUSTOMER-NAME.
           MOVE ZERO TO OPEN-COUNT.
           MOVE ZERO TO SCREEN-LINES.
           PERFORM START-AT-THE-ACCOUNT.
           PERFORM LIST-ONE-FOLLOW-UP
                 UNTIL END-OF-FILE = "Y".
           IF OPEN-COUNT = ZERO
                     DISPLAY "   NONE".

       START-AT-THE-ACCOUNT.
           MOVE FOLLOW-UP-ACCOUNT TO FOLLOW-ACCOUNT-NUMBER.
           MOVE ZERO TO FOLLOW-SEQUENCE.
           MOVE "N" TO END-OF-FILE.
           START FOLLOW-UP-FILE KEY NOT < FOLLOW-KEY
                     INVALID KEY
                     MOVE "Y" TO END-OF-FILE.
           IF END-OF-FILE = "N"
                     PERFORM READ-NEXT-FOLLOW-UP.

       READ-NEXT-FOLLOW-UP.
           READ FOLLOW-UP-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.
           IF END-OF-FILE = "N" AND
              FOLLOW-ACCOUNT-NUMBER NOT = FOLLOW-UP-ACCOUNT
                     MOVE "Y" TO END-OF-FILE.

       LIST-ONE-FOLLOW-UP.
           IF FOLLOW-IS-OPEN
                     PERFORM SHOW-ONE-FOLLOW-UP.
           PERFORM READ-NEXT-FOLLOW-UP.

       SHOW-ONE-FOLLOW-UP.
           IF SCREEN-LINES NOT < 14
                     PERFORM PRESS-ENTER.
           ADD 1 TO OPEN-COUNT.
           IF FOLLOW-DUE-DATE < TODAYS-DATE
                     DISPLAY "   " FOLLOW-SEQUENCE " DUE "
                             FOLLOW-DUE-DATE " FOR "
                             FOLLOW-ASSIGNEE-ID " ** OVERDUE **"
           ELSE
                     DISPLAY "   " FOLLOW-SEQUENCE " DUE "
                             FOLLOW-DUE-DATE " FOR "
                             FOLLOW-ASSIGNEE-ID.
           DISPLAY "       " FOLLOW-REASON.
           ADD 2 TO SCREEN-LINES.

      * ADD-A-FOLLOW-UP FILES THE NEXT SEQUENCE NUMBER FOR THE
      * ACCOUNT - ONE PAST THE HIGHEST ALREADY ON FILE, OPEN OR DONE.
       ADD-A-FOLLOW-UP.
           PERFORM GET-THE-DUE-DATE.
           PERFORM GET-THE-ASSIGNEE.
           PERFORM GET-THE-REASON.
           PERFORM FIND-THE-NEXT-SEQUENCE.
           IF NEXT-SEQUENCE = ZERO
                     DISPLAY "ACCOUNT HAS 999 FOLLOW-UPS ON FILE - "
                             "NONE ADDED"
           ELSE
                     PERFORM WRITE-THE-FOLLOW-UP.

       GET-THE-DUE-DATE.
           DISPLAY "DUE DATE (YYYYMMDD, BLANK FOR TODAY) ? ".
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY = SPACE
                     MOVE TODAYS-DATE TO THE-DUE-DATE
           ELSE
                     IF DATE-ENTRY IS NUMERIC
                               MOVE DATE-ENTRY TO THE-DUE-DATE
                     ELSE
                               DISPLAY "DATE MUST BE YYYYMMDD"
                               GO TO GET-THE-DUE-DATE.
           IF THE-DUE-DATE < TODAYS-DATE
                     DISPLAY "DUE DATE MUST NOT BE BEFORE TODAY"
                     GO TO GET-THE-DUE-DATE.

      * GET-THE-ASSIGNEE TAKES AN OPERATOR OR SALESPERSON ID. THE
      * OPERATOR MASTER IS TRIED FIRST, THEN THE SALESPERSON MASTER;
      * AN ID ON NEITHER IS ASKED AGAIN.
       GET-THE-ASSIGNEE.
           DISPLAY "ASSIGN TO - OPERATOR OR SALESPERSON ID (BLANK FOR "
                   DEFAULT-ASSIGNEE ") ? ".
           ACCEPT ASSIGNEE-ENTRY.
           IF ASSIGNEE-ENTRY = SPACE
                     MOVE DEFAULT-ASSIGNEE TO ASSIGNEE-ENTRY.
           MOVE SPACE TO THE-ASSIGNEE-TYPE.
           MOVE ASSIGNEE-ENTRY TO OPERATOR-MASTER-ID.
           READ OPERATOR-FILE
                     INVALID KEY
                     MOVE SPACE TO THE-ASSIGNEE-TYPE
                     NOT INVALID KEY
                     MOVE "O" TO THE-ASSIGNEE-TYPE.
           IF THE-ASSIGNEE-TYPE = SPACE
                     MOVE ASSIGNEE-ENTRY TO SALES-MASTER-ID
                     READ SALES-MASTER-FILE
                               INVALID KEY
                               MOVE SPACE TO THE-ASSIGNEE-TYPE
                               NOT INVALID KEY
                               MOVE "S" TO THE-ASSIGNEE-TYPE.
           IF THE-ASSIGNEE-TYPE = SPACE
                     DISPLAY "NO OPERATOR OR SALESPERSON "
                             ASSIGNEE-ENTRY
                     GO TO GET-THE-ASSIGNEE.

       GET-THE-REASON.
           DISPLAY "REASON (UP TO 50 CHARACTERS) ? ".
           ACCEPT REASON-ENTRY.
           IF REASON-ENTRY = SPACE
                     DISPLAY "REASON MUST BE ENTERED"
                     GO TO GET-THE-REASON.

       FIND-THE-NEXT-SEQUENCE.
           MOVE 1 TO NEXT-SEQUENCE.
           PERFORM START-AT-THE-ACCOUNT.
           PERFORM STEP-PAST-ONE-FOLLOW-UP
                 UNTIL END-OF-FILE = "Y".

       STEP-PAST-ONE-FOLLOW-UP.
           IF FOLLOW-SEQUENCE = 999
                     MOVE ZERO TO NEXT-SEQUENCE
           ELSE
                     COMPUTE NEXT-SEQUENCE = FOLLOW-SEQUENCE + 1.
           PERFORM READ-NEXT-FOLLOW-UP.

       WRITE-THE-FOLLOW-UP.
           MOVE SPACE TO FOLLOW-UP-RECORD.
           MOVE FOLLOW-UP-ACCOUNT TO FOLLOW-ACCOUNT-NUMBER.
           MOVE NEXT-SEQUENCE TO FOLLOW-SEQUENCE.
           MOVE THE-DUE-DATE TO FOLLOW-DUE-DATE.
           MOVE THE-ASSIGNEE-TYPE TO FOLLOW-ASSIGNEE-TYPE.
           MOVE ASSIGNEE-ENTRY TO FOLLOW-ASSIGNEE-ID.
           MOVE REASON-ENTRY TO FOLLOW-REASON.
           MOVE "O" TO FOLLOW-STATUS.
           MOVE TODAYS-DATE TO FOLLOW-ENTERED-DATE.
           MOVE FOLLOW-UP-OPERATOR TO FOLLOW-ENTERED-BY.
           MOVE ZEROES TO FOLLOW-ESCALATED-DATE FOLLOW-DONE-DATE.
           WRITE FOLLOW-UP-RECORD
                     INVALID KEY
                     DISPLAY "FOLLOW-UP ALREADY ON FILE - STATUS "
                             FOLLOW-FILE-STATUS
                     NOT INVALID KEY
                     DISPLAY "FOLLOW-UP " FOLLOW-SEQUENCE " FILED".

      * COMPLETE-A-FOLLOW-UP CLOSES AN OPEN FOLLOW-UP AND FILES THE
      * OUTCOME AS A CUSTOMER NOTE. A BLANK OUTCOME FILES THE REASON
      * THE FOLLOW-UP WAS SET FOR.
       COMPLETE-A-FOLLOW-UP.
           DISPLAY "FOLLOW-UP NUMBER TO COMPLETE ? ".
           ACCEPT SEQUENCE-ENTRY.
           MOVE SEQUENCE-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           MOVE "N" TO RECORD-FOUND.
           IF KEYED-NUMBER-GOOD = "Y" AND
              KEYED-NUMBER-VALUE NOT > 999
                     MOVE FOLLOW-UP-ACCOUNT TO FOLLOW-ACCOUNT-NUMBER
                     MOVE KEYED-NUMBER-VALUE TO FOLLOW-SEQUENCE
                     MOVE "Y" TO RECORD-FOUND
                     READ FOLLOW-UP-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO SUCH FOLLOW-UP FOR THIS ACCOUNT"
           ELSE
                     IF NOT FOLLOW-IS-OPEN
                               DISPLAY "FOLLOW-UP IS ALREADY COMPLETED"
                     ELSE
                               PERFORM CLOSE-THE-FOLLOW-UP.

       CLOSE-THE-FOLLOW-UP.
           DISPLAY "   " FOLLOW-REASON.
           DISPLAY "OUTCOME (BLANK TO FILE THE REASON) ? ".
           ACCEPT OUTCOME-ENTRY.
           IF OUTCOME-ENTRY = SPACE
                     MOVE FOLLOW-REASON TO OUTCOME-ENTRY.
           MOVE "C" TO FOLLOW-STATUS.
           MOVE TODAYS-DATE TO FOLLOW-DONE-DATE.
           MOVE FOLLOW-UP-OPERATOR TO FOLLOW-DONE-BY.
           REWRITE FOLLOW-UP-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED - STATUS "
                             FOLLOW-FILE-STATUS
                     NOT INVALID KEY
                     PERFORM WRITE-THE-NOTE.

       WRITE-THE-NOTE.
           OPEN EXTEND NOTES-FILE.
           IF NOTES-FILE-STATUS NOT = "00" AND
              NOTES-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN CUSTNOTE.DAT - STATUS "
                             NOTES-FILE-STATUS
           ELSE
                     MOVE OUTCOME-ENTRY TO COMPLETION-TEXT
                     MOVE FOLLOW-UP-ACCOUNT TO NOTE-ACCOUNT-NUMBER
                     ACCEPT NOTE-DATE FROM DATE YYYYMMDD
                     ACCEPT NOTE-TIME FROM TIME
                     MOVE FOLLOW-UP-OPERATOR TO NOTE-OPERATOR-ID
                     MOVE COMPLETION-NOTE TO NOTE-TEXT
                     WRITE NOTE-RECORD
                     CLOSE NOTES-FILE
                     DISPLAY "FOLLOW-UP COMPLETED - NOTE FILED".

       PRESS-ENTER.
                 DISPLAY "PRESS ENTER TO CONTINUE..."
                 ACCEPT A-DUMMY.
                 MOVE 0 TO SCREEN-LINES.

       END PROGRAM FUPMNT01.
