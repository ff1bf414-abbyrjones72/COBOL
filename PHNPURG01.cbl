      * KEEPS ITS COMPOUND.DAT HISTORY.
       FD  PHONEOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  PHONEOLD-RECORD                PIC X(163).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
