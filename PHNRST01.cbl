
       FD  PHONEOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  PHONEOLD-RECORD                PIC X(163).

       WORKING-STORAGE SECTION.

                 05 ARCHIVE-ZIP                PIC X(15).
                 05 ARCHIVE-LAST-CONTACT-DATE  PIC 9(8).
                 05 ARCHIVE-DATE-ADDED         PIC 9(8).
                 05 ARCHIVE-ACCOUNT-NUMBER     PIC 9(7).
                 05 ARCHIVE-DNC-FLAG           PIC X(1).
                 05 ARCHIVE-DNC-SCRUB-DATE     PIC 9(8).

       01  PHONE-FILE-STATUS          PIC XX.
       01  PHONEOLD-FILE-STATUS       PIC XX.
