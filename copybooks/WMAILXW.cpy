      ******************************************************************
      * WMAILXW - the WORKING-STORAGE fields behind the shared
      * returned-mail exception page (see MAILEXC.CPY), COPYed into
      * every program that mails to the customer's address. With
      * CUSTOMER-RECORD in hand for an account whose address is
      * marked undeliverable, PERFORM HOLD-THE-RETURNED-MAIL instead
      * of mailing it; PERFORM PRINT-THE-RETURNED-MAIL at the end of
      * the run to list what was held back. An account turns up on
      * the page once however many pieces it would have been sent.
      ******************************************************************
       01  RETURNED-MAIL-TABLE.
                 05 RETURNED-MAIL-SLOT OCCURS 500 TIMES.
                           10 RETURNED-MAIL-ACCOUNT  PIC 9(7).
                           10 RETURNED-MAIL-LAST     PIC X(20).
                           10 RETURNED-MAIL-FIRST    PIC X(20).
                           10 RETURNED-MAIL-DATE     PIC 9(8).
                           10 RETURNED-MAIL-REASON   PIC X(20).
       01  RETURNED-MAIL-HELD        PIC 9(3) VALUE ZERO.
       01  RETURNED-MAIL-COUNT       PIC 9(5) VALUE ZERO.
       01  RETURNED-MAIL-NOT-LISTED  PIC 9(5) VALUE ZERO.
       01  RETURNED-MAIL-SUBSCRIPT   PIC 9(3).
       01  RETURNED-MAIL-ON-PAGE     PIC X.

      * Structures for printing the exception page.
       01  RETURNED-MAIL-TITLE-LINE.
                 05 FILLER                 PIC X(44) VALUE
                       "RETURNED MAIL - NOT SENT, ADDRESS IS MARKED ".
                 05 FILLER                 PIC X(13) VALUE
                                           "UNDELIVERABLE".

       01  RETURNED-MAIL-HEADING-LINE.
                 05 FILLER                 PIC X(8) VALUE "ACCOUNT".
                 05 FILLER                 PIC X(21) VALUE "LAST NAME".
                 05 FILLER                 PIC X(16) VALUE
                                           "FIRST NAME".
                 05 FILLER                 PIC X(9) VALUE "RETURNED".
                 05 FILLER                 PIC X(6) VALUE "REASON".

       01  RETURNED-MAIL-DETAIL-LINE.
                 05 PRINT-RETURNED-ACCOUNT PIC 9(7).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-RETURNED-LAST    PIC X(20).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-RETURNED-FIRST   PIC X(15).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-RETURNED-DATE    PIC 9(8).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-RETURNED-REASON  PIC X(20).

       01  RETURNED-MAIL-OVERFLOW-LINE.
                 05 PRINT-RETURNED-EXTRA   PIC ZZZZ9.
                 05 FILLER                 PIC X(30) VALUE
                                     " MORE ACCOUNT(S) NOT LISTED".
