      * LIVE BUFFER KEY STAYS FREE FOR THE DUPLICATE CHECK.
       FD  OLD-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-HEADER-RECORD              PIC X(116).

       FD  OLD-LINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-LINE-RECORD.
                 05 OLD-LINE-ORDER-NUMBER  PIC 9(7).
                 05 FILLER                 PIC X(123).

       WORKING-STORAGE SECTION.

           01 ORDER-ENTRY-FIELD      PIC X(7).
           01 THE-ORDER-NUMBER       PIC 9(7).
           01 ARCHIVE-WAS-FOUND      PIC X.
           01 HELD-HEADER            PIC X(116).
           01 HELD-ORDER-NUMBER REDEFINES HELD-HEADER
                                           PIC 9(7).
           01 LINES-RETRIEVED        PIC 9(3).
