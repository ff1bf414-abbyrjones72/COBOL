           MOVE ZERO TO CUSTOMER-LAST-CONTACT-DATE.
           MOVE ZERO TO CUSTOMER-CREDIT-LIMIT.
           MOVE ZERO TO CUSTOMER-EXEMPT-EXPIRES.
           MOVE ZERO TO CUSTOMER-PARENT-ACCOUNT.
           MOVE ZERO TO CUSTOMER-EBR-EXPIRES.
           MOVE ZERO TO CUSTOMER-DNC-SCRUB-DATE.
           MOVE ZERO TO CUSTOMER-MAIL-RETURNED-DATE.
           IF CUSTOMER-LAST-NAME = SPACE
                     MOVE "N" TO ROW-IS-CLEAN
                     MOVE "R001" TO ROW-REASON-CODE.
