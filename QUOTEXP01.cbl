      * (blank means seven days out), with the account name pulled
      * off CUSTOMER.DAT, the quoted total, and quotes already past
      * their date flagged EXPIRED. Converted quotes are left off -
      * those deals closed - and so are quotes already closed as lost
      * or expired. Once the list is printed the operator may close
      * the quotes past their date as expired, one at a time, with
      * the lost reason off LOSTRSN.DAT (RSNFND01) when sales knows
      * why the customer let it lapse - blank when nobody does - and
      * the competitor that took the business. QUOTWL01 reports them.
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  TODAYS-DATE               PIC 9(8).
       01  CHASE-CUTOFF-DATE         PIC 9(8).
       01  QUOTES-LISTED             PIC 9(5) VALUE ZERO.
       01  QUOTES-PAST-DATE          PIC 9(5) VALUE ZERO.
       01  QUOTES-CLOSED             PIC 9(5) VALUE ZERO.
       01  CLOSE-THEM                PIC X.
       01  DISPLAY-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.

      * THE REASON AND COMPETITOR KEYED FOR A QUOTE BEING CLOSED AS
      * EXPIRED, AND WHAT RSNFND01 HANDS BACK FOR THE REASON CODE.
       01  REASON-ENTRY              PIC X(4).
       01  COMPETITOR-ENTRY          PIC X(20).
       01  REASON-FOUND              PIC X.
       COPY WLOSTRSN.

      * WORK FIELDS FOR WALKING THE DEFAULT CUTOFF A WEEK FORWARD.
       01  WALK-DATE-PARTS.
            PERFORM READ-NEXT-QUOTE.
            PERFORM CHECK-ONE-QUOTE
                 UNTIL END-OF-FILE = "Y".
            IF QUOTES-PAST-DATE > ZERO
                      PERFORM OFFER-TO-CLOSE-THE-EXPIRED.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           CLOSE PRINTER-FILE.
           DISPLAY QUOTES-LISTED " QUOTE(S) NEED FOLLOW-UP".
           IF QUOTES-CLOSED > ZERO
                     DISPLAY QUOTES-CLOSED " QUOTE(S) CLOSED AS "
                             "EXPIRED".

       WALK-FORWARD-ONE-DAY.
           MOVE MONTH-LENGTH (WALK-MONTH) TO THIS-MONTH-LENGTH.
           MOVE QUOTE-TOTAL TO PRINT-TOTAL.
           IF QUOTE-EXPIRY-DATE < TODAYS-DATE
                     MOVE "EXPIRED" TO PRINT-EXPIRED-FLAG
                     ADD 1 TO QUOTES-PAST-DATE
           ELSE
                     MOVE SPACE TO PRINT-EXPIRED-FLAG.
           MOVE QUOTE-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * OFFER-TO-CLOSE-THE-EXPIRED GOES BACK THROUGH THE QUOTE FILE
      * FOR THE OPEN QUOTES PAST THEIR DATE AND, IF THE OPERATOR
      * WANTS THEM CLOSED, CLOSES EACH AS EXPIRED WITH ITS REASON.
       OFFER-TO-CLOSE-THE-EXPIRED.
           DISPLAY "CLOSE THE " QUOTES-PAST-DATE " QUOTE(S) PAST "
                   "THEIR DATE AS EXPIRED (Y/N) ? ".
           ACCEPT CLOSE-THEM.
           IF CLOSE-THEM = "y"
                     MOVE "Y" TO CLOSE-THEM.
           IF CLOSE-THEM = "Y"
                     CLOSE QUOTE-HEADER-FILE
                     OPEN I-O QUOTE-HEADER-FILE
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-QUOTE
                     PERFORM CLOSE-ONE-IF-EXPIRED
                          UNTIL END-OF-FILE = "Y".

       CLOSE-ONE-IF-EXPIRED.
           IF QUOTE-IS-OPEN AND
              QUOTE-EXPIRY-DATE < TODAYS-DATE
                     PERFORM CLOSE-ONE-QUOTE-EXPIRED.
           PERFORM READ-NEXT-QUOTE.

       CLOSE-ONE-QUOTE-EXPIRED.
           MOVE QUOTE-TOTAL TO DISPLAY-TOTAL.
           DISPLAY "QUOTE " QUOTE-NUMBER " ACCOUNT "
                   QUOTE-ACCOUNT-NUMBER " TOTAL " DISPLAY-TOTAL
                   " EXPIRED " QUOTE-EXPIRY-DATE.
           PERFORM GET-THE-LOST-REASON.
           MOVE SPACE TO COMPETITOR-ENTRY.
           IF REASON-ENTRY NOT = SPACE
                     PERFORM GET-THE-COMPETITOR.
           MOVE "E" TO QUOTE-STATUS.
           MOVE TODAYS-DATE TO QUOTE-CLOSED-DATE.
           MOVE OPERATOR-ID TO QUOTE-CLOSED-BY.
           MOVE REASON-ENTRY TO QUOTE-LOST-REASON.
           MOVE COMPETITOR-ENTRY TO QUOTE-COMPETITOR.
           REWRITE QUOTE-HEADER-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED - STATUS "
                             QUOTE-FILE-STATUS
                     NOT INVALID KEY
                     ADD 1 TO QUOTES-CLOSED.

      * GET-THE-LOST-REASON TAKES A CODE THAT IS ON THE TABLE, OR
      * BLANK WHEN NOBODY KNOWS WHY THE QUOTE LAPSED. WITH NO TABLE
      * ON THE SYSTEM YET THE CODE IS TAKEN AS KEYED.
       GET-THE-LOST-REASON.
           DISPLAY "LOST-REASON CODE (BLANK IF NOT KNOWN) ? ".
           ACCEPT REASON-ENTRY.
           INSPECT REASON-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF REASON-ENTRY NOT = SPACE
                     CALL "RSNFND01" USING REASON-ENTRY
                               LOST-REASON-RECORD REASON-FOUND
                     IF REASON-FOUND = "N"
                               DISPLAY "NOT ON THE LOST-REASON TABLE "
                                       "- SEE RSNMNT01"
                               GO TO GET-THE-LOST-REASON.

       GET-THE-COMPETITOR.
           DISPLAY "COMPETITOR WHO WON IT (BLANK IF NOT KNOWN) ? ".
           ACCEPT COMPETITOR-ENTRY.
           INSPECT COMPETITOR-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.
