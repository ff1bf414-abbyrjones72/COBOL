      * ADDRESS1/2, CITY, STATE, and ZIP fields applied; a row that
      * matches nothing is reported UNMATCHED and a row that matches
      * more than one customer is reported AMBIGUOUS - both are left
      * strictly alone rather than guessed at. An account the post
      * office had returned mail from (see MAILRTN01) has its
      * returned-mail flag cleared when the feed gives it a
      * different address, so the mailing programs use it again.
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  ROWS-APPLIED              PIC 9(5) VALUE ZERO.
       01  ROWS-UNMATCHED            PIC 9(5) VALUE ZERO.
       01  ROWS-AMBIGUOUS            PIC 9(5) VALUE ZERO.
       01  RETURNED-MAIL-CLEARED     PIC 9(5) VALUE ZERO.

      * Structure for printing title line.
       01  TITLE-LINE.

      * APPLY-THE-CHANGE RE-READS THE SINGLE MATCHED RECORD BY ITS
      * ACCOUNT NUMBER AND MOVES THE FEED'S ADDRESS FIELDS IN; THE
      * NAME AND EVERYTHING ELSE ON THE RECORD ARE LEFT UNTOUCHED,
      * APART FROM THE RETURNED-MAIL FLAG WHEN THE ADDRESS MOVES.
       APPLY-THE-CHANGE.
           MOVE MATCHED-ACCOUNT-NUMBER TO CUSTOMER-ACCOUNT-NUMBER.
           MOVE "APPLIED" TO PRINT-RESULT.
           READ CUSTOMER-FILE
                     INVALID KEY
                     DISPLAY "RE-READ FAILED FOR ACCOUNT "
                             MATCHED-ACCOUNT-NUMBER
                     NOT INVALID KEY
                     PERFORM CLEAR-THE-RETURNED-MAIL
                     MOVE FEED-ADDRESS1 TO CUSTOMER-ADDRESS1
                     MOVE FEED-ADDRESS2 TO CUSTOMER-ADDRESS2
                     MOVE FEED-CITY TO CUSTOMER-CITY
                     MOVE FEED-ZIP-PLUS4 TO CUSTOMER-ZIP-PLUS4
                     PERFORM REWRITE-THE-CUSTOMER.

      * CLEAR-THE-RETURNED-MAIL RUNS BEFORE THE FEED'S FIELDS GO IN,
      * WHILE THE RECORD STILL HOLDS THE ADDRESS THE MAIL CAME BACK
      * FROM; THE SAME ADDRESS OVER AGAIN LEAVES THE FLAG ALONE.
       CLEAR-THE-RETURNED-MAIL.
           IF CUSTOMER-MAIL-IS-UNDELIVERABLE
                     IF CUSTOMER-ADDRESS1 NOT = FEED-ADDRESS1 OR
                        CUSTOMER-ADDRESS2 NOT = FEED-ADDRESS2 OR
                        CUSTOMER-CITY NOT = FEED-CITY OR
                        CUSTOMER-STATE NOT = FEED-STATE OR
                        CUSTOMER-ZIP NOT = FEED-ZIP OR
                        CUSTOMER-ZIP-PLUS4 NOT = FEED-ZIP-PLUS4
                               MOVE SPACE TO CUSTOMER-MAIL-STATUS
                               MOVE ZERO TO
                                         CUSTOMER-MAIL-RETURNED-DATE
                               MOVE SPACE TO
                                         CUSTOMER-MAIL-RETURN-REASON
                               ADD 1 TO RETURNED-MAIL-CLEARED
                               MOVE "APPLIED - MAIL FLAG CLEARED"
                                         TO PRINT-RESULT.

       REWRITE-THE-CUSTOMER.
           REWRITE CUSTOMER-RECORD
                     INVALID KEY
                             CUSTOMER-FILE-STATUS
                     NOT INVALID KEY
                     ADD 1 TO ROWS-APPLIED
                     PERFORM PRINT-RESULT-LINE.

       PRINT-RESULT-LINE.
           DISPLAY "APPLIED:        " ROWS-APPLIED.
           DISPLAY "UNMATCHED:      " ROWS-UNMATCHED.
           DISPLAY "AMBIGUOUS:      " ROWS-AMBIGUOUS.
           DISPLAY "RETURNED MAIL CLEARED: " RETURNED-MAIL-CLEARED.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
