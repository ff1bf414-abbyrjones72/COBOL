           01 COUNT-END-OF-FILE       PIC X.

      * VARIABLES FOR THE WITHIN-FILE DUPLICATE CUSTOMER NUMBER CHECK
           01 SAVE-CUSTOMER-RECORD          PIC X(330).
           01 ENTERED-CUSTOMER-NUMBER       PIC X(15).
           01 CUSTOMER-SCAN-END-OF-FILE     PIC X.
           01 DUPLICATE-CUSTOMER-NUMBER-FOUND PIC X.
      * WHERE THE OFFICE PUTS ONE ON ONCE TERMS ARE AGREED.
           MOVE ZERO TO CUSTOMER-CREDIT-LIMIT.
           MOVE ZERO TO CUSTOMER-EXEMPT-EXPIRES.
           MOVE ZERO TO CUSTOMER-PARENT-ACCOUNT.
           MOVE ZERO TO CUSTOMER-EBR-EXPIRES.
           MOVE ZERO TO CUSTOMER-DNC-SCRUB-DATE.
           MOVE ZERO TO CUSTOMER-MAIL-RETURNED-DATE.
           MOVE PROMPT-1 TO PROMPT-TEXT.
           MOVE "LAST-NAME" TO HELP-FIELD-KEY.
           PERFORM ASK-WITH-HELP.
