      * PHNPURG01 KEEPS PHONEOLD.DAT.
       FD  CUSTOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTOLD-RECORD                 PIC X(330).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
