      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBMNT01.

      ******************************************************************
      * This program maintains REBPGM.DAT, the customer volume-rebate
      * programs, keyed by account and program year - the promises
      * that used to live in a spreadsheet. The operator can add a
      * program, change it, remove it, and list the programs for one
      * account or for all. Each program carries the dates its year
      * runs (blank takes the calendar year) and up to four purchase
      * thresholds, each with the rebate percent earned once the
      * year's purchases reach it. A program REBSTL01 has already
      * settled is history: it lists, but it cannot be changed or
      * removed.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL REBATE-PROGRAM-FILE
                           ASSIGN TO "REBPGM.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS REBATE-KEY
                           FILE STATUS IS REBATE-FILE-STATUS.

                 SELECT CUSTOMER-FILE
                           ASSIGN TO "CUSTOMER.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                           FILE STATUS IS CUSTOMER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * REBATE-PROGRAM-RECORD IS THE SHARED REBATE LAYOUT - SEE
      * COPYBOOKS/WREBPGM.CPY.
       FD  REBATE-PROGRAM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WREBPGM.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

       WORKING-STORAGE SECTION.

           01 REBATE-FILE-STATUS   PIC XX.
           01 CUSTOMER-FILE-STATUS PIC XX.
           01 YES-NO               PIC X.
           01 ACTION-CODE          PIC X.
           01 RECORD-FOUND         PIC X.
           01 END-OF-FILE          PIC X.
           01 ACCOUNT-ENTRY        PIC X(7).
           01 YEAR-ENTRY           PIC X(4).
           01 DATE-ENTRY           PIC X(8).
           01 THRESHOLD-ENTRY      PIC Z(9).ZZ.
           01 PERCENT-ENTRY        PIC Z9.99.
           01 THE-THRESHOLD        PIC 9(9)V99.
           01 THE-PERCENT          PIC 99V99.
           01 TIER-SUBSCRIPT       PIC 9.
           01 TIERS-FINISHED       PIC X.
           01 PRIOR-THRESHOLD      PIC 9(9)V99.
           01 PRIOR-PERCENT        PIC 99V99.
           01 LIST-ACCOUNT         PIC 9(7).
           01 DISPLAY-THRESHOLD    PIC ZZZ,ZZZ,ZZ9.99.
           01 DISPLAY-PERCENT      PIC Z9.99.
           01 DISPLAY-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
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
           OPEN I-O REBATE-PROGRAM-FILE.
           IF REBATE-FILE-STATUS = "35"
                     OPEN OUTPUT REBATE-PROGRAM-FILE
                     CLOSE REBATE-PROGRAM-FILE
                     OPEN I-O REBATE-PROGRAM-FILE.
           IF REBATE-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN REBPGM.DAT - STATUS "
                             REBATE-FILE-STATUS
                     STOP RUN.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "
                             CUSTOMER-FILE-STATUS
                     STOP RUN.

       CLOSING-PROCEDURE.
           CLOSE REBATE-PROGRAM-FILE.
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
                     PERFORM ADD-A-PROGRAM.
           IF ACTION-CODE = "C"
                     PERFORM CHANGE-A-PROGRAM.
           IF ACTION-CODE = "D"
                     PERFORM DELETE-A-PROGRAM.
           IF ACTION-CODE = "L"
                     PERFORM LIST-THE-PROGRAMS.
           PERFORM GO-AGAIN.

      * GET-THE-PROGRAM-KEY TAKES THE ACCOUNT, WHICH MUST BE ON FILE,
      * AND THE PROGRAM YEAR.
       GET-THE-PROGRAM-KEY.
           PERFORM GET-THE-ACCOUNT.
           PERFORM GET-THE-YEAR.
           MOVE CUSTOMER-ACCOUNT-NUMBER TO REBATE-ACCOUNT.

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

       GET-THE-YEAR.
           DISPLAY "PROGRAM YEAR (YYYY) ? ".
           ACCEPT YEAR-ENTRY.
           IF YEAR-ENTRY IS NOT NUMERIC
                     DISPLAY "YEAR MUST BE FOUR DIGITS"
                     GO TO GET-THE-YEAR.
           MOVE YEAR-ENTRY TO REBATE-YEAR.

      * GET-THE-TERMS-OF-PROGRAM TAKES THE DATES AND THE THRESHOLDS.
       GET-THE-TERMS-OF-PROGRAM.
           PERFORM GET-THE-START-DATE.
           PERFORM GET-THE-END-DATE.
           MOVE ZEROES TO PRIOR-THRESHOLD PRIOR-PERCENT.
           MOVE "N" TO TIERS-FINISHED.
           PERFORM GET-ONE-TIER
                     VARYING TIER-SUBSCRIPT FROM 1 BY 1
                     UNTIL TIER-SUBSCRIPT > 4.

       GET-THE-START-DATE.
           DISPLAY "YEAR STARTS (YYYYMMDD, BLANK FOR JANUARY 1) ? ".
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY = SPACE
                     MOVE REBATE-YEAR TO REBATE-START-DATE (1:4)
                     MOVE "0101" TO REBATE-START-DATE (5:4)
           ELSE
                     IF DATE-ENTRY IS NUMERIC
                               MOVE DATE-ENTRY TO REBATE-START-DATE
                     ELSE
                               DISPLAY "DATE MUST BE YYYYMMDD"
                               GO TO GET-THE-START-DATE.

       GET-THE-END-DATE.
           DISPLAY "YEAR ENDS (YYYYMMDD, BLANK FOR DECEMBER 31) ? ".
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY = SPACE
                     MOVE REBATE-YEAR TO REBATE-END-DATE (1:4)
                     MOVE "1231" TO REBATE-END-DATE (5:4)
           ELSE
                     IF DATE-ENTRY IS NUMERIC
                               MOVE DATE-ENTRY TO REBATE-END-DATE
                     ELSE
                               DISPLAY "DATE MUST BE YYYYMMDD"
                               GO TO GET-THE-END-DATE.
           IF REBATE-END-DATE < REBATE-START-DATE
                     DISPLAY "END DATE MUST NOT BE BEFORE THE START"
                     GO TO GET-THE-END-DATE.

      * GET-ONE-TIER TAKES A THRESHOLD AND ITS PERCENT. A BLANK
      * THRESHOLD ENDS THE TIERS AND CLEARS THE ONES AFTER IT. EACH
      * THRESHOLD AND PERCENT MUST BE ABOVE THE ONE BEFORE - A
      * BIGGER YEAR NEVER EARNS A SMALLER RATE. THE FIRST TIER IS
      * REQUIRED.
       GET-ONE-TIER.
           IF TIERS-FINISHED = "Y"
                     MOVE ZEROES TO REBATE-THRESHOLD (TIER-SUBSCRIPT)
                                    REBATE-PERCENT (TIER-SUBSCRIPT)
           ELSE
                     PERFORM GET-THE-THRESHOLD
                     IF TIERS-FINISHED = "N"
                               PERFORM GET-THE-PERCENT.

       GET-THE-THRESHOLD.
           DISPLAY "TIER " TIER-SUBSCRIPT
                   " - PURCHASES OF AT LEAST (BLANK TO END) ? ".
           ACCEPT THRESHOLD-ENTRY.
           MOVE THRESHOLD-ENTRY TO THE-THRESHOLD.
           IF THE-THRESHOLD = ZERO
                     IF TIER-SUBSCRIPT = 1
                               DISPLAY "AT LEAST ONE TIER IS NEEDED"
                               GO TO GET-THE-THRESHOLD
                     ELSE
                               MOVE "Y" TO TIERS-FINISHED
                               MOVE ZEROES TO
                                    REBATE-THRESHOLD (TIER-SUBSCRIPT)
                                    REBATE-PERCENT (TIER-SUBSCRIPT)
           ELSE
                     IF THE-THRESHOLD NOT > PRIOR-THRESHOLD
                               DISPLAY "THRESHOLD MUST BE ABOVE THE "
                                       "TIER BEFORE"
                               GO TO GET-THE-THRESHOLD
                     ELSE
                               MOVE THE-THRESHOLD TO
                                    REBATE-THRESHOLD (TIER-SUBSCRIPT)
                               MOVE THE-THRESHOLD TO PRIOR-THRESHOLD.

       GET-THE-PERCENT.
           DISPLAY "TIER " TIER-SUBSCRIPT " - REBATE PERCENT ? ".
           ACCEPT PERCENT-ENTRY.
           MOVE PERCENT-ENTRY TO THE-PERCENT.
           IF THE-PERCENT NOT > PRIOR-PERCENT
                     DISPLAY "PERCENT MUST BE ABOVE THE TIER BEFORE"
                     GO TO GET-THE-PERCENT.
           MOVE THE-PERCENT TO REBATE-PERCENT (TIER-SUBSCRIPT).
           MOVE THE-PERCENT TO PRIOR-PERCENT.

       ADD-A-PROGRAM.
           PERFORM GET-THE-PROGRAM-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ REBATE-PROGRAM-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     DISPLAY "PROGRAM ALREADY ON FILE - USE CHANGE"
           ELSE
                     PERFORM GET-THE-TERMS-OF-PROGRAM
                     MOVE SPACE TO REBATE-STATUS REBATE-LETTER-FLAG
                     MOVE ZEROES TO REBATE-SETTLED-DATE
                                    REBATE-SETTLED-SALES
                                    REBATE-SETTLED-AMOUNT
                                    REBATE-CREDIT-NUMBER
                     WRITE REBATE-PROGRAM-RECORD
                               INVALID KEY
                               DISPLAY "WRITE FAILED - STATUS "
                                       REBATE-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "PROGRAM ADDED".

       CHANGE-A-PROGRAM.
           PERFORM GET-THE-PROGRAM-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ REBATE-PROGRAM-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO PROGRAM FOR THAT ACCOUNT AND YEAR"
           ELSE
                     PERFORM DISPLAY-ONE-PROGRAM
                     IF REBATE-IS-SETTLED
                               DISPLAY "PROGRAM IS SETTLED - IT "
                                       "CANNOT BE CHANGED"
                     ELSE
                               PERFORM GET-THE-TERMS-OF-PROGRAM
                               PERFORM REWRITE-THE-PROGRAM.

       REWRITE-THE-PROGRAM.
           REWRITE REBATE-PROGRAM-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED - STATUS "
                             REBATE-FILE-STATUS
                     NOT INVALID KEY
                     DISPLAY "PROGRAM CHANGED".

       DELETE-A-PROGRAM.
           PERFORM GET-THE-PROGRAM-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ REBATE-PROGRAM-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO PROGRAM FOR THAT ACCOUNT AND YEAR"
           ELSE
                     PERFORM DISPLAY-ONE-PROGRAM
                     IF REBATE-IS-SETTLED
                               DISPLAY "PROGRAM IS SETTLED - IT "
                                       "CANNOT BE REMOVED"
                     ELSE
                               PERFORM DELETE-THE-PROGRAM.

       DELETE-THE-PROGRAM.
           DELETE REBATE-PROGRAM-FILE
                     INVALID KEY
                     DISPLAY "DELETE FAILED - STATUS "
                             REBATE-FILE-STATUS
                     NOT INVALID KEY
                     DISPLAY "PROGRAM REMOVED".

      * LIST-THE-PROGRAMS SHOWS ONE ACCOUNT'S PROGRAMS, OR ALL OF
      * THEM FOR A BLANK ACCOUNT. THE FILE IS CLOSED AND REOPENED SO
      * THE SEQUENTIAL READ STARTS AT THE TOP AGAIN.
       LIST-THE-PROGRAMS.
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
           CLOSE REBATE-PROGRAM-FILE.
           OPEN I-O REBATE-PROGRAM-FILE.
           MOVE ZEROES TO SCREEN-LINES.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-PROGRAM.
           PERFORM LIST-ONE-PROGRAM
                 UNTIL END-OF-FILE = "Y".

       READ-NEXT-PROGRAM.
           READ REBATE-PROGRAM-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       LIST-ONE-PROGRAM.
           IF LIST-ACCOUNT = ZERO OR
              REBATE-ACCOUNT = LIST-ACCOUNT
                     PERFORM SHOW-ONE-LISTED-PROGRAM.
           PERFORM READ-NEXT-PROGRAM.

       SHOW-ONE-LISTED-PROGRAM.
           IF SCREEN-LINES > 12
                     PERFORM PRESS-ENTER.
           PERFORM DISPLAY-ONE-PROGRAM.
           ADD 3 TO SCREEN-LINES.

       DISPLAY-ONE-PROGRAM.
           DISPLAY REBATE-ACCOUNT " " REBATE-YEAR
                   " FROM " REBATE-START-DATE
                   " THROUGH " REBATE-END-DATE.
           PERFORM DISPLAY-ONE-TIER
                     VARYING TIER-SUBSCRIPT FROM 1 BY 1
                     UNTIL TIER-SUBSCRIPT > 4.
           IF REBATE-IS-SETTLED
                     MOVE REBATE-SETTLED-AMOUNT TO DISPLAY-AMOUNT
                     DISPLAY "    SETTLED " REBATE-SETTLED-DATE
                             " - REBATE " DISPLAY-AMOUNT
                             " CREDIT " REBATE-CREDIT-NUMBER
           ELSE
                     DISPLAY "    OPEN".

       DISPLAY-ONE-TIER.
           IF REBATE-THRESHOLD (TIER-SUBSCRIPT) NOT = ZERO
                     MOVE REBATE-THRESHOLD (TIER-SUBSCRIPT) TO
                               DISPLAY-THRESHOLD
                     MOVE REBATE-PERCENT (TIER-SUBSCRIPT) TO
                               DISPLAY-PERCENT
                     DISPLAY "    " DISPLAY-THRESHOLD
                             " AND UP EARNS " DISPLAY-PERCENT "%".

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

       END PROGRAM REBMNT01.
