      ******************************************************************
      * MAILEXC - shared returned-mail exception page, COPYed into the
      * PROCEDURE DIVISION of every program that mails to the
      * customer's address, so the statement, dunning, form-letter,
      * back-order letter and label runs all pass over an address the
      * post office returned (marked on MAILRTN01) the same way. The
      * including program must COPY WCUSTF under its customer FD and
      * WMAILXW into its WORKING-STORAGE, and write its report through
      * PRINTER-RECORD. The page is printed only when something was
      * held back; the console gets the count either way.
      ******************************************************************
       HOLD-THE-RETURNED-MAIL.
                 MOVE "N" TO RETURNED-MAIL-ON-PAGE.
                 PERFORM CHECK-ONE-RETURNED-SLOT
                           VARYING RETURNED-MAIL-SUBSCRIPT FROM 1 BY 1
                           UNTIL RETURNED-MAIL-SUBSCRIPT >
                                 RETURNED-MAIL-HELD OR
                                 RETURNED-MAIL-ON-PAGE = "Y".
                 IF RETURNED-MAIL-ON-PAGE = "N"
                           ADD 1 TO RETURNED-MAIL-COUNT
                           IF RETURNED-MAIL-HELD < 500
                                     PERFORM FILL-ONE-RETURNED-SLOT
                           ELSE
                                     ADD 1 TO RETURNED-MAIL-NOT-LISTED.

       CHECK-ONE-RETURNED-SLOT.
                 IF RETURNED-MAIL-ACCOUNT (RETURNED-MAIL-SUBSCRIPT) =
                    CUSTOMER-ACCOUNT-NUMBER
                           MOVE "Y" TO RETURNED-MAIL-ON-PAGE.

       FILL-ONE-RETURNED-SLOT.
                 ADD 1 TO RETURNED-MAIL-HELD.
                 MOVE CUSTOMER-ACCOUNT-NUMBER TO
                      RETURNED-MAIL-ACCOUNT (RETURNED-MAIL-HELD).
                 MOVE CUSTOMER-LAST-NAME TO
                      RETURNED-MAIL-LAST (RETURNED-MAIL-HELD).
                 MOVE CUSTOMER-FIRST-NAME TO
                      RETURNED-MAIL-FIRST (RETURNED-MAIL-HELD).
                 MOVE CUSTOMER-MAIL-RETURNED-DATE TO
                      RETURNED-MAIL-DATE (RETURNED-MAIL-HELD).
                 MOVE CUSTOMER-MAIL-RETURN-REASON TO
                      RETURNED-MAIL-REASON (RETURNED-MAIL-HELD).

      * PRINT-THE-RETURNED-MAIL STARTS AT THE TOP OF A PAGE - EVERY
      * CALLER HAS JUST EJECTED - AND EJECTS AGAIN WHEN DONE.
       PRINT-THE-RETURNED-MAIL.
                 DISPLAY RETURNED-MAIL-COUNT
                         " ACCOUNT(S) HELD BACK FOR RETURNED MAIL".
                 IF RETURNED-MAIL-COUNT NOT = ZERO
                           MOVE RETURNED-MAIL-TITLE-LINE TO
                                PRINTER-RECORD
                           WRITE PRINTER-RECORD BEFORE ADVANCING 2
                           MOVE RETURNED-MAIL-HEADING-LINE TO
                                PRINTER-RECORD
                           WRITE PRINTER-RECORD BEFORE ADVANCING 1
                           PERFORM PRINT-ONE-RETURNED-SLOT
                                VARYING RETURNED-MAIL-SUBSCRIPT
                                FROM 1 BY 1
                                UNTIL RETURNED-MAIL-SUBSCRIPT >
                                      RETURNED-MAIL-HELD
                           PERFORM PRINT-THE-RETURNED-OVERFLOW
                           MOVE SPACE TO PRINTER-RECORD
                           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

       PRINT-ONE-RETURNED-SLOT.
                 MOVE RETURNED-MAIL-ACCOUNT (RETURNED-MAIL-SUBSCRIPT)
                      TO PRINT-RETURNED-ACCOUNT.
                 MOVE RETURNED-MAIL-LAST (RETURNED-MAIL-SUBSCRIPT)
                      TO PRINT-RETURNED-LAST.
                 MOVE RETURNED-MAIL-FIRST (RETURNED-MAIL-SUBSCRIPT)
                      TO PRINT-RETURNED-FIRST.
                 MOVE RETURNED-MAIL-DATE (RETURNED-MAIL-SUBSCRIPT)
                      TO PRINT-RETURNED-DATE.
                 MOVE RETURNED-MAIL-REASON (RETURNED-MAIL-SUBSCRIPT)
                      TO PRINT-RETURNED-REASON.
                 MOVE RETURNED-MAIL-DETAIL-LINE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       PRINT-THE-RETURNED-OVERFLOW.
                 IF RETURNED-MAIL-NOT-LISTED NOT = ZERO
                           MOVE RETURNED-MAIL-NOT-LISTED TO
                                PRINT-RETURNED-EXTRA
                           MOVE RETURNED-MAIL-OVERFLOW-LINE TO
                                PRINTER-RECORD
                           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
