      * CUSTNOTE.DAT. The operator looks a customer up by account
      * number, can add a note, and can view the customer's notes
      * newest-first - the history of what has been said to them.
      * The customer's follow-ups (call back on the 20th about the
      * renewal) are kept from here too, through the FUPMNT01
      * follow-up screen; completing one files its outcome as a note.
      ******************************************************************

       ENVIRONMENT DIVISION.
                             CUSTOMER-FIRST-NAME.

       GET-ACTION.
           DISPLAY "(A)DD A NOTE, (V)IEW NOTES, OR (F)OLLOW-UPS?".
           ACCEPT ACTION-CODE.

       DO-THE-ACTION.
                     MOVE "A" TO ACTION-CODE.
           IF ACTION-CODE = "v"
                     MOVE "V" TO ACTION-CODE.
           IF ACTION-CODE = "f"
                     MOVE "F" TO ACTION-CODE.
           IF ACTION-CODE = "A"
                     PERFORM ADD-A-NOTE.
           IF ACTION-CODE = "V"
                     PERFORM VIEW-THE-NOTES.
           IF ACTION-CODE = "F"
                     CALL "FUPMNT01" USING THE-ACCOUNT-NUMBER
                               OPERATOR-ID.

      * ADD-A-NOTE TIMESTAMPS THE ENTERED TEXT AND APPENDS IT TO THE
      * NOTES FILE UNDER THE CUSTOMER'S ACCOUNT NUMBER.
