      * generations), rebuilds the live file without them, and
      * prints what moved with control counts - records read equals
      * kept plus archived, or the page says so. A file whose
      * archive write fails is left completely untrimmed, and logged
      * to CYCEXC.DAT for CYCSUM01's morning summary. Archive
      * generations older than online-plus-archive months are
      * dropped through the RETCAT.DAT catalog the sweep keeps,
      * the same way BCKUP01 prunes its backups. Records are
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CATALOG-FILE-STATUS.

                 SELECT OPTIONAL EXCEPTION-FILE
                           ASSIGN TO "CYCEXC.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS EXCEPTION-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.
                 05 RCAT-FILE-NAME         PIC X(12).
                 05 RCAT-RECORD-COUNT      PIC 9(7).

      * CYCLE-EXCEPTION-RECORD IS THE SHARED NIGHTLY EXCEPTION LOG
      * LAYOUT - SEE COPYBOOKS/WCYCEXC.CPY.
       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCYCEXC.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(80).
       01  WORK-FILE-STATUS          PIC XX.
       01  ARCHIVE-FILE-STATUS       PIC XX.
       01  CATALOG-FILE-STATUS       PIC XX.
       01  EXCEPTION-FILE-STATUS     PIC XX.
       01  END-OF-FILE               PIC X.
       01  SCAN-END-OF-FILE          PIC X.

                     DISPLAY "UNABLE TO OPEN " ARCHIVE-FILE-NAME
                             " - " RETPOL-FILE-NAME " LEFT UNTRIMMED"
                     ADD 1 TO FILES-REFUSED
                     MOVE "ARCHIVE WOULD NOT OPEN - UNTRIMMED" TO
                          CYCEXC-TEXT
                     PERFORM LOG-THE-REFUSAL
                     CLOSE DATA-FILE
           ELSE
                     PERFORM SPLIT-THE-RECORDS.
                     DISPLAY "ARCHIVE WRITE FAILED - "
                             RETPOL-FILE-NAME " LEFT UNTRIMMED"
                     ADD 1 TO FILES-REFUSED
                     MOVE "ARCHIVE WRITE FAILED - UNTRIMMED" TO
                          CYCEXC-TEXT
                     PERFORM LOG-THE-REFUSAL
                     PERFORM REPORT-THE-REFUSAL
           ELSE
                     PERFORM COPY-THE-KEPT-BACK
                               RCAT-RECORD-COUNT
                     WRITE CATALOG-RECORD.


       LOG-THE-REFUSAL.
           MOVE RETPOL-FILE-NAME TO CYCEXC-SUBJECT.
           PERFORM LOG-THE-EXCEPTION.

      * LOG-THE-EXCEPTION APPENDS THE ROW BUILT IN
      * CYCLE-EXCEPTION-RECORD TO CYCEXC.DAT FOR THE MORNING
      * EXCEPTION SUMMARY. A LOG THAT WILL NOT OPEN IS REPORTED BUT
      * DOES NOT STOP THE STEP.
       LOG-THE-EXCEPTION.
           ACCEPT CYCEXC-DATE FROM DATE YYYYMMDD.
           ACCEPT CYCEXC-TIME FROM TIME.
           MOVE "RETSWP01" TO CYCEXC-STEP-NAME.
           OPEN EXTEND EXCEPTION-FILE.
           IF EXCEPTION-FILE-STATUS NOT = "00" AND
              EXCEPTION-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN CYCEXC.DAT - STATUS "
                             EXCEPTION-FILE-STATUS
           ELSE
                     WRITE CYCLE-EXCEPTION-RECORD
                     CLOSE EXCEPTION-FILE.

       END PROGRAM RETSWP01.
