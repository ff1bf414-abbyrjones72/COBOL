
       FD  UNLOAD-FILE
           LABEL RECORDS ARE STANDARD.
       01  UNLOAD-RECORD                  PIC X(163).

       WORKING-STORAGE SECTION.

