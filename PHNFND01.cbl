      * customer account number, showing every number on file for
      * that customer off the PHONE-ACCOUNT-NUMBER link the add and
      * update programs maintain - the lookup that still works the
      * day the customer marries and the name match would not. When
      * the operator confirms they actually contacted the person a
      * match found, the record's last-contact date is stamped with
      * today's date and the contact is logged to PHNUSAGE.DAT, so
      * PHNPURG01's purge decisions and the PHNUSE01 usage report
      * rest on real activity instead of whatever was last keyed by
      * hand. An entry linked to a
      * customer account offers the account's follow-ups through
      * the FUPMNT01 follow-up screen, so a call-back can be set or
      * closed while the person is still on the line. A number the
      * nightly DNCSCR01 scrub found on the do-not-call registry is
      * marked ** DO NOT CALL ** beside it, or DNC - EBR EXEMPT when
      * the account's existing-business-relationship exemption
      * still covers it.
      ******************************************************************

       ENVIRONMENT DIVISION.
                05 DISPLAY-FIRST-NAME PIC X(20).
                05 PROMPT-3           PIC X(3) VALUE "NO:".
                05 DISPLAY-NUMBER     PIC X(15).
                05 DISPLAY-DNC-MARK   PIC X(19).

       01  SEARCH-LAST-NAME           PIC X(20).
       01  SEARCH-LENGTH              PIC 99.
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.
       01  CONTACT-ANSWER             PIC X.
       01  FOLLOW-UP-ANSWER           PIC X.

       01  END-OF-FILE                PIC X.
       01  SCREEN-LINES               PIC 99.
                 MOVE PHONE-LAST-NAME TO DISPLAY-LAST-NAME.
                 MOVE PHONE-FIRST-NAME TO DISPLAY-FIRST-NAME.
                 MOVE PHONE-NUMBER TO DISPLAY-NUMBER.
                 PERFORM SET-THE-DNC-MARK.
                 DISPLAY FIELDS-TO-DISPLAY.
                 ADD 1 TO SCREEN-LINES.
                 PERFORM ASK-ABOUT-CONTACT.
                 IF PHONE-ACCOUNT-NUMBER NOT = ZERO
                           PERFORM ASK-ABOUT-FOLLOW-UPS.

      * SET-THE-DNC-MARK FLAGS A NUMBER THE DNCSCR01 SCRUB FOUND ON
      * THE DO-NOT-CALL REGISTRY, AND ONE THERE BUT COVERED BY THE
      * ACCOUNT'S EXISTING-BUSINESS-RELATIONSHIP EXEMPTION.
       SET-THE-DNC-MARK.
                 MOVE SPACE TO DISPLAY-DNC-MARK.
                 IF PHONE-IS-DO-NOT-CALL
                           MOVE " ** DO NOT CALL **" TO
                                DISPLAY-DNC-MARK.
                 IF PHONE-IS-DNC-EXEMPT
                           MOVE " DNC - EBR EXEMPT" TO
                                DISPLAY-DNC-MARK.

      * ASK-ABOUT-CONTACT STAMPS THE RECORD'S LAST-CONTACT DATE AND
      * LOGS THE CONTACT TO PHNUSAGE.DAT, BUT ONLY WHEN THE OPERATOR
                 IF CONTACT-ANSWER = "Y"
                           PERFORM STAMP-THE-CONTACT.

      * ASK-ABOUT-FOLLOW-UPS OPENS THE FOLLOW-UP SCREEN FOR THE
      * ACCOUNT THE ENTRY IS LINKED TO.
       ASK-ABOUT-FOLLOW-UPS.
                 DISPLAY "FOLLOW-UPS FOR ACCOUNT " PHONE-ACCOUNT-NUMBER
                         " (Y/N)? " WITH NO ADVANCING.
                 ACCEPT FOLLOW-UP-ANSWER.
                 ADD 1 TO SCREEN-LINES.
                 IF FOLLOW-UP-ANSWER = "y"
                           MOVE "Y" TO FOLLOW-UP-ANSWER.
                 IF FOLLOW-UP-ANSWER = "Y"
                           CALL "FUPMNT01" USING PHONE-ACCOUNT-NUMBER
                                     OPERATOR-ID
                           MOVE ZERO TO SCREEN-LINES.

       STAMP-THE-CONTACT.
                 ACCEPT PHONE-LAST-CONTACT-DATE FROM DATE YYYYMMDD.
                 REWRITE PHONE-RECORD
