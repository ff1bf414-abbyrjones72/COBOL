      ******************************************************************
      * WFOLLOW - shared record layout for FOLLOWUP.DAT, the customer
      * follow-up tickler, indexed on FOLLOW-KEY: the account number
      * and a sequence number within the account, so an account's
      * follow-ups read together. FUPMNT01 files and completes them
      * from the customer and phone lookups; FUPDUE01 prints each
      * morning's due list per assignee and escalates anything past
      * due to the supervisor list. A follow-up is assigned to an
      * operator (OPERMST.DAT) or a salesperson (SALESMST.DAT).
      * Completed follow-ups stay on file, closed, with who closed
      * them and when - the note of the outcome goes to CUSTNOTE.DAT.
      ******************************************************************
       01  FOLLOW-UP-RECORD.
                 05 FOLLOW-KEY.
                           10 FOLLOW-ACCOUNT-NUMBER PIC 9(7).
                           10 FOLLOW-SEQUENCE    PIC 9(3).
                 05 FOLLOW-DUE-DATE        PIC 9(8).
                 05 FOLLOW-ASSIGNEE-TYPE   PIC X(1).
                           88 FOLLOW-FOR-OPERATOR    VALUE "O".
                           88 FOLLOW-FOR-SALESPERSON VALUE "S".
                 05 FOLLOW-ASSIGNEE-ID     PIC X(10).
                 05 FOLLOW-REASON          PIC X(50).
                 05 FOLLOW-STATUS          PIC X(1).
                           88 FOLLOW-IS-OPEN     VALUE "O".
                           88 FOLLOW-IS-DONE     VALUE "C".
                 05 FOLLOW-ENTERED-DATE    PIC 9(8).
                 05 FOLLOW-ENTERED-BY      PIC X(10).
      * THE DATE FUPDUE01 FIRST FOUND THE FOLLOW-UP PAST DUE AND PUT
      * IT ON THE SUPERVISOR LIST; ZERO WHILE IT IS NOT OVERDUE.
                 05 FOLLOW-ESCALATED-DATE  PIC 9(8).
                 05 FOLLOW-DONE-DATE       PIC 9(8).
                 05 FOLLOW-DONE-BY         PIC X(10).
