
       FD  WORK-LINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-LINE-RECORD               PIC X(130).

      * THE ARCHIVE FILES HOLD PLAIN COPIES OF THE LIVE RECORDS,
      * APPENDED TO RATHER THAN OVERWRITTEN, THE SAME WAY PHNPURG01
      * KEEPS PHONEOLD.DAT.
       FD  OLD-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-HEADER-RECORD              PIC X(116).

       FD  OLD-LINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-LINE-RECORD                PIC X(130).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
