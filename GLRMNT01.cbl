      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRMNT01.

      ******************************************************************
      * This program maintains GLRULE.DAT, the posting-rule table
      * that tells the daily journal which ledger accounts each kind
      * of transaction debits and credits. A rule is keyed on its
      * four-character transaction type (the list is in WGLRULE.CPY)
      * and names a debit account and a credit account, both of which
      * must be different, on the chart of accounts (GLAMNT01) and
      * active. Rules can be added, changed, removed and listed; a
      * transaction whose type has no rule is refused by GLJRN01
      * rather than guessed at.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL GL-RULE-FILE
                           ASSIGN TO "GLRULE.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS GL-RULE-TYPE
                           FILE STATUS IS RULE-FILE-STATUS.

                 SELECT OPTIONAL GL-ACCOUNT-FILE
                           ASSIGN TO "GLACCT.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS GL-ACCOUNT-NUMBER
                           FILE STATUS IS ACCOUNT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * GL-RULE-RECORD IS THE SHARED RULE LAYOUT - SEE
      * COPYBOOKS/WGLRULE.CPY.
       FD  GL-RULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WGLRULE.

      * GL-ACCOUNT-RECORD IS THE SHARED CHART LAYOUT - SEE
      * COPYBOOKS/WGLACCT.CPY.
       FD  GL-ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WGLACCT.

       WORKING-STORAGE SECTION.

           01 RULE-FILE-STATUS   PIC XX.
           01 ACCOUNT-FILE-STATUS PIC XX.
           01 YES-NO             PIC X.
           01 ACTION-CODE        PIC X.
           01 RECORD-FOUND       PIC X.
           01 END-OF-FILE        PIC X.
           01 ACCOUNT-IS-GOOD    PIC X.
           01 TYPE-ENTRY         PIC X(4).
           01 DESCRIPTION-ENTRY  PIC X(30).
           01 ACCOUNT-ENTRY      PIC X(8).
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
           OPEN I-O GL-RULE-FILE.
           IF RULE-FILE-STATUS = "35"
                     OPEN OUTPUT GL-RULE-FILE
                     CLOSE GL-RULE-FILE
                     OPEN I-O GL-RULE-FILE.
           IF RULE-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN GLRULE.DAT - STATUS "
                             RULE-FILE-STATUS
                     STOP RUN.
           OPEN INPUT GL-ACCOUNT-FILE.
           IF ACCOUNT-FILE-STATUS NOT = "00" AND
              ACCOUNT-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN GLACCT.DAT - STATUS "
                             ACCOUNT-FILE-STATUS
                     STOP RUN.

       CLOSING-PROCEDURE.
           CLOSE GL-RULE-FILE.
           CLOSE GL-ACCOUNT-FILE.

       PROCESS-ACTIONS.
           DISPLAY "(A)DD, (C)HANGE, (D)ELETE, OR (L)IST?".
           ACCEPT ACTION-CODE.
           INSPECT ACTION-CODE CONVERTING "acdl" TO "ACDL".
           IF ACTION-CODE = "A"
                     PERFORM ADD-A-RULE.
           IF ACTION-CODE = "C"
                     PERFORM CHANGE-A-RULE.
           IF ACTION-CODE = "D"
                     PERFORM DELETE-A-RULE.
           IF ACTION-CODE = "L"
                     PERFORM LIST-THE-RULES.
           PERFORM GO-AGAIN.

       GET-THE-RULE-KEY.
           DISPLAY "TRANSACTION TYPE (4 CHARACTERS) ? ".
           ACCEPT TYPE-ENTRY.
           INSPECT TYPE-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF TYPE-ENTRY = SPACE
                     DISPLAY "TYPE MUST BE ENTERED"
                     GO TO GET-THE-RULE-KEY.
           MOVE TYPE-ENTRY TO GL-RULE-TYPE.

       GET-THE-DESCRIPTION.
           DISPLAY "DESCRIPTION ? ".
           ACCEPT DESCRIPTION-ENTRY.
           MOVE DESCRIPTION-ENTRY TO GL-RULE-DESCRIPTION.

       GET-THE-DEBIT-ACCOUNT.
           DISPLAY "ACCOUNT DEBITED ON A POSITIVE AMOUNT ? ".
           PERFORM GET-A-CHART-ACCOUNT.
           IF ACCOUNT-IS-GOOD = "N"
                     GO TO GET-THE-DEBIT-ACCOUNT.
           MOVE ACCOUNT-ENTRY TO GL-RULE-DEBIT-ACCOUNT.

       GET-THE-CREDIT-ACCOUNT.
           DISPLAY "ACCOUNT CREDITED ON A POSITIVE AMOUNT ? ".
           PERFORM GET-A-CHART-ACCOUNT.
           IF ACCOUNT-IS-GOOD = "N"
                     GO TO GET-THE-CREDIT-ACCOUNT.
           IF ACCOUNT-ENTRY = GL-RULE-DEBIT-ACCOUNT
                     DISPLAY "CREDIT ACCOUNT MUST DIFFER FROM THE "
                             "DEBIT ACCOUNT"
                     GO TO GET-THE-CREDIT-ACCOUNT.
           MOVE ACCOUNT-ENTRY TO GL-RULE-CREDIT-ACCOUNT.

      * GET-A-CHART-ACCOUNT TAKES AN ACCOUNT NUMBER AND PROVES IT IS
      * ON THE CHART AND ACTIVE BEFORE A RULE MAY POINT AT IT.
       GET-A-CHART-ACCOUNT.
           ACCEPT ACCOUNT-ENTRY.
           INSPECT ACCOUNT-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE "Y" TO ACCOUNT-IS-GOOD.
           MOVE ACCOUNT-ENTRY TO GL-ACCOUNT-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ GL-ACCOUNT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO SUCH ACCOUNT ON THE CHART"
                     MOVE "N" TO ACCOUNT-IS-GOOD
           ELSE
                     IF NOT GL-ACCOUNT-IS-ACTIVE
                               DISPLAY GL-ACCOUNT-NAME
                                       " IS DROPPED - PICK ANOTHER"
                               MOVE "N" TO ACCOUNT-IS-GOOD
                     ELSE
                               DISPLAY "  " GL-ACCOUNT-NAME.

       ADD-A-RULE.
           PERFORM GET-THE-RULE-KEY.
           PERFORM GET-THE-DESCRIPTION.
           PERFORM GET-THE-DEBIT-ACCOUNT.
           PERFORM GET-THE-CREDIT-ACCOUNT.
           WRITE GL-RULE-RECORD
                     INVALID KEY
                     DISPLAY "RULE ALREADY ON FILE"
                     NOT INVALID KEY
                     DISPLAY "RULE ADDED".

       CHANGE-A-RULE.
           PERFORM GET-THE-RULE-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ GL-RULE-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "RULE NOT ON FILE"
           ELSE
                     DISPLAY "ON FILE: " GL-RULE-DESCRIPTION
                     DISPLAY "  DEBIT " GL-RULE-DEBIT-ACCOUNT
                             "  CREDIT " GL-RULE-CREDIT-ACCOUNT
                     PERFORM GET-THE-DESCRIPTION
                     PERFORM GET-THE-DEBIT-ACCOUNT
                     PERFORM GET-THE-CREDIT-ACCOUNT
                     REWRITE GL-RULE-RECORD
                               INVALID KEY
                               DISPLAY "REWRITE FAILED - STATUS "
                                       RULE-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "RULE CHANGED".

       DELETE-A-RULE.
           PERFORM GET-THE-RULE-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ GL-RULE-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "RULE NOT ON FILE"
           ELSE
                     DELETE GL-RULE-FILE
                               INVALID KEY
                               DISPLAY "DELETE FAILED - STATUS "
                                       RULE-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "RULE REMOVED".

      * LIST-THE-RULES PAGES THROUGH THE WHOLE TABLE. THE FILE IS
      * CLOSED AND REOPENED SO THE SEQUENTIAL READ STARTS AT THE TOP.
       LIST-THE-RULES.
           CLOSE GL-RULE-FILE.
           OPEN I-O GL-RULE-FILE.
           MOVE ZEROES TO SCREEN-LINES.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-RULE.
           PERFORM LIST-ONE-RULE
                 UNTIL END-OF-FILE = "Y".

       READ-NEXT-RULE.
           READ GL-RULE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       LIST-ONE-RULE.
           IF SCREEN-LINES = 15
                     PERFORM PRESS-ENTER.
           DISPLAY GL-RULE-TYPE " " GL-RULE-DESCRIPTION
                   " DR " GL-RULE-DEBIT-ACCOUNT
                   " CR " GL-RULE-CREDIT-ACCOUNT.
           ADD 1 TO SCREEN-LINES.
           PERFORM READ-NEXT-RULE.

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

       END PROGRAM GLRMNT01.
