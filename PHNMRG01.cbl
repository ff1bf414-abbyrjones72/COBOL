
       FD  BRANCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  BRANCH-RECORD                  PIC X(163).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
                 05 BRANCH-ZIP                 PIC X(15).
                 05 BRANCH-LAST-CONTACT-DATE   PIC 9(8).
                 05 BRANCH-DATE-ADDED          PIC 9(8).
                 05 BRANCH-ACCOUNT-NUMBER      PIC 9(7).
                 05 BRANCH-DNC-FLAG            PIC X(1).
                 05 BRANCH-DNC-SCRUB-DATE      PIC 9(8).

      * Structure for printing title line.
       01  TITLE-LINE.
