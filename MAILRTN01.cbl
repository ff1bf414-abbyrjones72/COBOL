      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILRTN01.

      ******************************************************************
      * This program records mail the post office has sent back. The
      * operator finds the customer the same way as in CUSTUPD01 -
      * by account number, or by scanning on the last name printed
      * on the envelope - checks the address shown against the one
      * on the returned piece, and marks the address undeliverable
      * with the date it came back and the post office's reason,
      * picked from the standard list or typed as written. From
      * then on the statement, dunning, form-letter, back-order
      * letter and mailing-label runs pass the account over and
      * list it on their exception pages. An account already marked
      * can be cleared here once the customer confirms the address
      * is good after all; a corrected address entered through
      * CUSTUPD01 or the CUSTADR01 feed clears the mark by itself.
      * Every mark and clear goes to CUSTJRNL.DAT and AUDIT.DAT the
      * same way CUSTUPD01 logs its changes.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT CUSTOMER-FILE
                           ASSIGN TO "CUSTOMER.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                           FILE STATUS IS CUSTOMER-FILE-STATUS.

                 SELECT OPTIONAL AUDIT-FILE
                           ASSIGN TO "AUDIT.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS AUDIT-FILE-STATUS.

                 SELECT OPTIONAL CUST-JOURNAL-FILE
                           ASSIGN TO "CUSTJRNL.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CJRN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           01 AUDIT-RECORD.
                     05 AUDIT-DATE               PIC 9(6).
                     05 AUDIT-TIME               PIC 9(8).
                     05 AUDIT-PROGRAM-ID         PIC X(12).
                     05 AUDIT-ACTION             PIC X(10).
                     05 AUDIT-LAST-NAME          PIC X(20).
                     05 AUDIT-FIRST-NAME         PIC X(20).
                     05 AUDIT-OPERATOR-ID        PIC X(10).

      * CUST-JOURNAL-RECORD CARRIES THE BEFORE/AFTER IMAGES OF THE
      * MARK OR CLEAR - SEE COPYBOOKS/WCUSJRN.CPY - SO THE CUSRFW01
      * ROLL-FORWARD REPLAYS IT LIKE ANY OTHER CUSTOMER CHANGE.
       FD  CUST-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSJRN.

       WORKING-STORAGE SECTION.

           01 CUSTOMER-FILE-STATUS PIC XX.
           01 AUDIT-FILE-STATUS    PIC XX.
           01 CJRN-FILE-STATUS     PIC XX.
           01 CUST-BEFORE-IMAGE    PIC X(330).
           01 YES-NO               PIC X.
           01 RECORD-FOUND         PIC X.
           01 CONFIRM-ENTRY        PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

      * RECORD-LOCK FIELDS FOR THE SHARED RECLCK01 CALLS - SEE
      * COPYBOOKS/WRECLCKW.CPY.
       COPY WRECLCKW.

      * VARIABLES FOR THE LOOKUP PROMPTS
           01 ACCOUNT-ENTRY        PIC X(7).
           01 SEARCH-LAST-NAME     PIC X(20).
           01 SCAN-END-OF-FILE     PIC X.
           01 SCAN-MATCH-COUNT     PIC 9(5).

      * THE RETURN DETAILS AS KEYED. A BLANK DATE MEANS TODAY.
           01 RETURNED-DATE-ENTRY  PIC X(8).
           01 REASON-CHOICE        PIC X.
           01 REASON-ENTRY         PIC X(20).
           01 TODAYS-DATE          PIC 9(8).

      * THE POST OFFICE'S STANDARD RETURN REASONS, AS ENDORSED ON THE
      * RETURNED PIECE. CHOICE 9 TAKES THE REASON TYPED AS WRITTEN.
           01 RETURN-REASON-LIST.
                     05 FILLER             PIC X(20) VALUE
                                           "MOVED - NO ADDRESS".
                     05 FILLER             PIC X(20) VALUE
                                           "ATTEMPTED-NOT KNOWN".
                     05 FILLER             PIC X(20) VALUE
                                           "NO SUCH NUMBER".
                     05 FILLER             PIC X(20) VALUE
                                           "NO SUCH STREET".
                     05 FILLER             PIC X(20) VALUE
                                           "VACANT".
                     05 FILLER             PIC X(20) VALUE
                                           "INSUFFICIENT ADDRESS".
                     05 FILLER             PIC X(20) VALUE
                                           "REFUSED".
                     05 FILLER             PIC X(20) VALUE
                                           "FORWARD EXPIRED".
           01 FILLER REDEFINES RETURN-REASON-LIST.
                     05 RETURN-REASON      PIC X(20) OCCURS 8 TIMES.
           01 REASON-NUMBER        PIC 9.

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "Y" TO YES-NO.
            PERFORM PROCESS-RECORDS
                           UNTIL YES-NO = "N".
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
      * MARKING AN ADDRESS TAKES UPDATE AUTHORITY (5) OR BETTER ON
      * THE OPERATOR MASTER, THE SAME AS ANY CUSTOMER CHANGE.
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           IF OPERATOR-AUTHORITY < 5
                     DISPLAY "UPDATE AUTHORITY IS NEEDED TO RUN "
                             "THIS PROGRAM"
                     STOP RUN.
           OPEN I-O CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "
                               CUSTOMER-FILE-STATUS
                     STOP RUN.
           OPEN EXTEND CUST-JOURNAL-FILE.
           IF CJRN-FILE-STATUS NOT = "00" AND
              CJRN-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN CUSTJRNL.DAT - STATUS "
                             CJRN-FILE-STATUS
                     STOP RUN.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "00" AND
              AUDIT-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN AUDIT FILE - STATUS "
                               AUDIT-FILE-STATUS
                     STOP RUN.

       CLOSING-PROCEDURE.
           CLOSE CUSTOMER-FILE.
           CLOSE CUST-JOURNAL-FILE.
           CLOSE AUDIT-FILE.

      * THE RECORD IS CLAIMED THROUGH RECLCK01 FOR THE LENGTH OF THE
      * ENTRY, SO A CUSTUPD01 SESSION ON THE SAME ACCOUNT CANNOT
      * OVERWRITE THE MARK.
       PROCESS-RECORDS.
           PERFORM GET-THE-LOOKUP.
           IF RECORD-FOUND = "Y"
                     PERFORM CLAIM-THE-RECORD
                     IF LOCK-GRANTED = "Y"
                               PERFORM DISPLAY-THE-ADDRESS
                               PERFORM MARK-OR-CLEAR
                               PERFORM RELEASE-THE-RECORD
                     ELSE
                               DISPLAY "RECORD IN USE BY "
                                       LOCK-HOLDER " - TRY AGAIN "
                                       "LATER"
           ELSE
                     DISPLAY "NO RECORD FOUND".
           PERFORM GO-AGAIN.

       CLAIM-THE-RECORD.
           MOVE "L" TO LOCK-FUNCTION.
           MOVE SPACE TO LOCK-RESOURCE.
           MOVE "CUSTOMER" TO LOCK-RESOURCE (1:8).
           MOVE CUSTOMER-ACCOUNT-NUMBER TO LOCK-RESOURCE (10:7).
           CALL "RECLCK01" USING LOCK-FUNCTION LOCK-RESOURCE
                     OPERATOR-ID LOCK-GRANTED LOCK-HOLDER.

       RELEASE-THE-RECORD.
           MOVE "U" TO LOCK-FUNCTION.
           CALL "RECLCK01" USING LOCK-FUNCTION LOCK-RESOURCE
                     OPERATOR-ID LOCK-GRANTED LOCK-HOLDER.

      * GET-THE-LOOKUP READS THE RECORD DIRECTLY WHEN THE OPERATOR
      * HAS THE ACCOUNT NUMBER, AND FALLS BACK TO LISTING EVERY
      * ACCOUNT CARRYING THE LAST NAME ON THE ENVELOPE WHEN THEY DO
      * NOT.
       GET-THE-LOOKUP.
           MOVE "N" TO RECORD-FOUND.
           DISPLAY "ACCOUNT NUMBER (BLANK TO FIND BY NAME) ? ".
           ACCEPT ACCOUNT-ENTRY.
           IF ACCOUNT-ENTRY = SPACE
                     PERFORM FIND-BY-LAST-NAME
           ELSE
                     PERFORM READ-BY-ACCOUNT-NUMBER.

       READ-BY-ACCOUNT-NUMBER.
           MOVE ACCOUNT-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y"
                     DISPLAY "ACCOUNT NUMBER MUST BE NUMERIC"
                     MOVE "N" TO RECORD-FOUND
           ELSE
                     MOVE KEYED-NUMBER-VALUE TO
                               CUSTOMER-ACCOUNT-NUMBER
                     MOVE "Y" TO RECORD-FOUND
                     READ CUSTOMER-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND.

       FIND-BY-LAST-NAME.
           MOVE SPACE TO SEARCH-LAST-NAME.
           DISPLAY "LAST NAME ? ".
           ACCEPT SEARCH-LAST-NAME.
           PERFORM NORMALIZE-SEARCH-NAME.
           MOVE ZEROES TO SCAN-MATCH-COUNT.
           CLOSE CUSTOMER-FILE.
           OPEN I-O CUSTOMER-FILE.
           MOVE "N" TO SCAN-END-OF-FILE.
           PERFORM READ-NEXT-CUSTOMER.
           PERFORM SCAN-ONE-CUSTOMER
                 UNTIL SCAN-END-OF-FILE = "Y".
           DISPLAY SCAN-MATCH-COUNT " MATCHING ACCOUNT(S) LISTED".
           IF SCAN-MATCH-COUNT NOT = ZERO
                     DISPLAY "ACCOUNT NUMBER ? "
                     ACCEPT ACCOUNT-ENTRY
                     PERFORM READ-BY-ACCOUNT-NUMBER.

       NORMALIZE-SEARCH-NAME.
           IF SEARCH-LAST-NAME NOT = SPACE
                     INSPECT SEARCH-LAST-NAME CONVERTING
                          "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
                          "abcdefghijklmnopqrstuvwxyz"
                     INSPECT SEARCH-LAST-NAME (1:1) CONVERTING
                          "abcdefghijklmnopqrstuvwxyz" TO
                          "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO SCAN-END-OF-FILE.

       SCAN-ONE-CUSTOMER.
           IF CUSTOMER-LAST-NAME = SEARCH-LAST-NAME
                     ADD 1 TO SCAN-MATCH-COUNT
                     DISPLAY CUSTOMER-ACCOUNT-NUMBER " "
                             CUSTOMER-LAST-NAME " "
                             CUSTOMER-FIRST-NAME " "
                             CUSTOMER-CITY.
           PERFORM READ-NEXT-CUSTOMER.

      * DISPLAY-THE-ADDRESS SHOWS THE ADDRESS ON FILE SO THE OPERATOR
      * CAN SEE IT IS THE ONE ON THE RETURNED PIECE, AND ANY RETURN
      * ALREADY RECORDED AGAINST IT.
       DISPLAY-THE-ADDRESS.
           DISPLAY "ACCOUNT:  " CUSTOMER-ACCOUNT-NUMBER.
           DISPLAY "NAME:     " CUSTOMER-LAST-NAME " "
                   CUSTOMER-FIRST-NAME.
           DISPLAY "ADDRESS1: " CUSTOMER-ADDRESS1.
           DISPLAY "ADDRESS2: " CUSTOMER-ADDRESS2.
           DISPLAY "CITY:     " CUSTOMER-CITY.
           DISPLAY "STATE:    " CUSTOMER-STATE.
           DISPLAY "ZIP:      " CUSTOMER-ZIP "-" CUSTOMER-ZIP-PLUS4.
           IF CUSTOMER-MAIL-IS-UNDELIVERABLE
                     DISPLAY "** RETURNED MAIL ** - ADDRESS "
                             "UNDELIVERABLE SINCE "
                             CUSTOMER-MAIL-RETURNED-DATE
                     DISPLAY "REASON: " CUSTOMER-MAIL-RETURN-REASON.

      * MARK-OR-CLEAR OFFERS TO CLEAR AN ADDRESS ALREADY MARKED AND
      * TO MARK ONE THAT IS NOT. A SECOND RETURN FROM AN ADDRESS
      * ALREADY MARKED CHANGES NOTHING.
       MARK-OR-CLEAR.
           MOVE CUSTOMER-RECORD TO CUST-BEFORE-IMAGE.
           IF CUSTOMER-MAIL-IS-UNDELIVERABLE
                     PERFORM CLEAR-THE-MARK
           ELSE
                     PERFORM MARK-THE-ADDRESS THRU
                               MARK-THE-ADDRESS-EXIT.

       CLEAR-THE-MARK.
           DISPLAY "CLEAR THE RETURNED-MAIL MARK - ADDRESS IS GOOD "
                   "(Y/N) ? ".
           ACCEPT CONFIRM-ENTRY.
           IF CONFIRM-ENTRY = "y"
                     MOVE "Y" TO CONFIRM-ENTRY.
           IF CONFIRM-ENTRY = "Y"
                     MOVE SPACE TO CUSTOMER-MAIL-STATUS
                     MOVE ZERO TO CUSTOMER-MAIL-RETURNED-DATE
                     MOVE SPACE TO CUSTOMER-MAIL-RETURN-REASON
                     MOVE "MAIL OK" TO AUDIT-ACTION
                     PERFORM REWRITE-THE-CUSTOMER
           ELSE
                     DISPLAY "MARK LEFT IN PLACE".

      * MARK-THE-ADDRESS TAKES THE DATE THE PIECE CAME BACK AND THE
      * REASON, THEN FILES THE MARK. A BAD DATE OR REASON ASKS AGAIN.
       MARK-THE-ADDRESS.
           DISPLAY "MARK THIS ADDRESS UNDELIVERABLE (Y/N) ? ".
           ACCEPT CONFIRM-ENTRY.
           IF CONFIRM-ENTRY = "y"
                     MOVE "Y" TO CONFIRM-ENTRY.
           IF CONFIRM-ENTRY NOT = "Y"
                     DISPLAY "NOTHING CHANGED"
                     GO TO MARK-THE-ADDRESS-EXIT.
           PERFORM GET-THE-RETURNED-DATE THRU
                     GET-THE-RETURNED-DATE-EXIT.
           PERFORM GET-THE-REASON THRU GET-THE-REASON-EXIT.
           MOVE "U" TO CUSTOMER-MAIL-STATUS.
           MOVE "RETURNED" TO AUDIT-ACTION.
           PERFORM REWRITE-THE-CUSTOMER.

       MARK-THE-ADDRESS-EXIT.
           EXIT.

      * THE DATE GOES THROUGH NUMJST01 LIKE EVERY KEYED DATE, AND MAY
      * NOT BE LATER THAN TODAY.
       GET-THE-RETURNED-DATE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           DISPLAY "DATE RETURNED (YYYYMMDD, BLANK FOR TODAY) ? ".
           ACCEPT RETURNED-DATE-ENTRY.
           IF RETURNED-DATE-ENTRY = SPACE
                     MOVE TODAYS-DATE TO CUSTOMER-MAIL-RETURNED-DATE
                     GO TO GET-THE-RETURNED-DATE-EXIT.
           MOVE RETURNED-DATE-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y" OR
              KEYED-NUMBER-VALUE < 19000101 OR
              KEYED-NUMBER-VALUE > TODAYS-DATE
                     DISPLAY "DATE MUST BE YYYYMMDD AND NOT LATER "
                             "THAN TODAY"
                     GO TO GET-THE-RETURNED-DATE.
           MOVE KEYED-NUMBER-VALUE TO CUSTOMER-MAIL-RETURNED-DATE.

       GET-THE-RETURNED-DATE-EXIT.
           EXIT.

       GET-THE-REASON.
           DISPLAY "REASON ENDORSED ON THE PIECE:".
           DISPLAY "  1 " RETURN-REASON (1).
           DISPLAY "  2 " RETURN-REASON (2).
           DISPLAY "  3 " RETURN-REASON (3).
           DISPLAY "  4 " RETURN-REASON (4).
           DISPLAY "  5 " RETURN-REASON (5).
           DISPLAY "  6 " RETURN-REASON (6).
           DISPLAY "  7 " RETURN-REASON (7).
           DISPLAY "  8 " RETURN-REASON (8).
           DISPLAY "  9 OTHER - TYPE IT AS WRITTEN".
           DISPLAY "REASON (1-9) ? ".
           ACCEPT REASON-CHOICE.
           IF REASON-CHOICE NOT NUMERIC OR REASON-CHOICE = "0"
                     DISPLAY "PICK A REASON FROM 1 TO 9"
                     GO TO GET-THE-REASON.
           MOVE REASON-CHOICE TO REASON-NUMBER.
           IF REASON-NUMBER < 9
                     MOVE RETURN-REASON (REASON-NUMBER) TO
                               CUSTOMER-MAIL-RETURN-REASON
                     GO TO GET-THE-REASON-EXIT.
           PERFORM GET-THE-OTHER-REASON THRU
                     GET-THE-OTHER-REASON-EXIT.

       GET-THE-REASON-EXIT.
           EXIT.

       GET-THE-OTHER-REASON.
           MOVE SPACE TO REASON-ENTRY.
           DISPLAY "REASON AS WRITTEN ? ".
           ACCEPT REASON-ENTRY.
           IF REASON-ENTRY = SPACE
                     DISPLAY "A REASON IS REQUIRED"
                     GO TO GET-THE-OTHER-REASON.
           MOVE REASON-ENTRY TO CUSTOMER-MAIL-RETURN-REASON.

       GET-THE-OTHER-REASON-EXIT.
           EXIT.

      * REWRITE-THE-CUSTOMER FILES THE MARK OR CLEAR AND LOGS IT.
      * THE CALLER SETS AUDIT-ACTION FIRST.
       REWRITE-THE-CUSTOMER.
           REWRITE CUSTOMER-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED - STATUS "
                               CUSTOMER-FILE-STATUS
                     NOT INVALID KEY
                     PERFORM WRITE-AUDIT-RECORD
                     MOVE "CHANGE" TO CJRN-ACTION
                     MOVE CUSTOMER-RECORD TO CJRN-AFTER-IMAGE
                     PERFORM WRITE-CUST-JOURNAL
                     DISPLAY "RECORD CHANGED".

       WRITE-AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE "MAILRTN01" TO AUDIT-PROGRAM-ID.
           MOVE CUSTOMER-LAST-NAME TO AUDIT-LAST-NAME.
           MOVE CUSTOMER-FIRST-NAME TO AUDIT-FIRST-NAME.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           WRITE AUDIT-RECORD.
           IF AUDIT-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING AUDIT FILE - STATUS "
                             AUDIT-FILE-STATUS.

       WRITE-CUST-JOURNAL.
           ACCEPT CJRN-DATE FROM DATE YYYYMMDD.
           ACCEPT CJRN-TIME FROM TIME.
           MOVE OPERATOR-ID TO CJRN-OPERATOR-ID.
           MOVE CUST-BEFORE-IMAGE TO CJRN-BEFORE-IMAGE.
           WRITE CUST-JOURNAL-RECORD.
           IF CJRN-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING CUSTJRNL.DAT - STATUS "
                             CJRN-FILE-STATUS.

       GO-AGAIN.
           DISPLAY "RECORD ANOTHER RETURNED PIECE?".
           ACCEPT YES-NO.
           IF YES-NO = "y"
                     MOVE "Y" TO YES-NO
           IF YES-NO NOT = "Y"
                     MOVE "N" TO YES-NO.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM MAILRTN01.
