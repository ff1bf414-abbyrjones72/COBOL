           01 ENTRIES-READ        PIC 9(7) VALUE ZERO.
           01 ENTRIES-REPLAYED    PIC 9(7) VALUE ZERO.
           01 ENTRIES-SKIPPED     PIC 9(7) VALUE ZERO.
           01 HELD-IMAGE          PIC X(163).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
