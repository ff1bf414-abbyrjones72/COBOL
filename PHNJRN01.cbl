       01  PICKED-ENTRY-NUMBER        PIC 9(5).
       01  PICK-ENTRY-FIELD           PIC X(5).
       01  ENTRY-WAS-FOUND            PIC X.
       01  UNDO-IMAGE                 PIC X(163).
       01  UNDO-WORKED                PIC X.
       01  RECORD-ON-FILE             PIC X.
       01  SAVE-CURRENT-RECORD        PIC X(163).
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.
