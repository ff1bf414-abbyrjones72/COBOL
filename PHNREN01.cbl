           01 NEW-FIRST-NAME        PIC X(20).
           01 NAME-BEING-FIXED      PIC X(20).

           01 SAVE-PHONE-RECORD     PIC X(163).
           01 PHONE-WAS-RENAMED     PIC X.
           01 CUSTOMERS-RENAMED     PIC 9(5).

