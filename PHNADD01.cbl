       COPY WRECLCKW.

      * VARIABLES FOR DUPLICATE-ENTRY CHECKING
           01 SAVE-PHONE-RECORD PIC X(163).
           01 DUPLICATE-FOUND   PIC X.

      * VARIABLES FOR PHONE-NUMBER FORMAT VALIDATION
       GET-FIELDS.
           MOVE SPACE TO PHONE-RECORD.
           MOVE ZERO TO PHONE-LAST-CONTACT-DATE.
           MOVE ZERO TO PHONE-DNC-SCRUB-DATE.
           ACCEPT PHONE-DATE-ADDED FROM DATE YYYYMMDD.
           MOVE PROMPT-1 TO PROMPT-TEXT.
           MOVE "LAST-NAME" TO HELP-FIELD-KEY.
