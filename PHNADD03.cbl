       GET-FIELDS.
                MOVE SPACE TO PHONE-RECORD.
                MOVE ZERO TO PHONE-LAST-CONTACT-DATE.
                MOVE ZERO TO PHONE-DNC-SCRUB-DATE.
                ACCEPT PHONE-DATE-ADDED FROM DATE YYYYMMDD.
                MOVE PROMPT-01 TO PROMPT-TEXT.
                MOVE "LAST-NAME" TO HELP-FIELD-KEY.
