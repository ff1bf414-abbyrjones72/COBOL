      * Tonight's figures are appended to CTLTOT.DAT and compared
      * with the most recent earlier night on file: a count that
      * dropped, a count that jumped by more than a tenth, or a hash
      * that moved while the count stood still all print flagged,
      * and each flagged file is logged to CYCEXC.DAT for CYCSUM01's
      * morning exception summary.
      ******************************************************************

       ENVIRONMENT DIVISION.
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS TOTALS-FILE-STATUS.

                 SELECT OPTIONAL EXCEPTION-FILE
                           ASSIGN TO "CYCEXC.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS EXCEPTION-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.
                 05 TOTALS-RECORD-COUNT    PIC 9(7).
                 05 TOTALS-HASH            PIC 9(13).

      * CYCLE-EXCEPTION-RECORD IS THE SHARED NIGHTLY EXCEPTION LOG
      * LAYOUT - SEE COPYBOOKS/WCYCEXC.CPY.
       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCYCEXC.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                  PIC X(90).

       01  INPUT-FILE-STATUS         PIC XX.
       01  TOTALS-FILE-STATUS        PIC XX.
       01  EXCEPTION-FILE-STATUS     PIC XX.
       01  END-OF-FILE               PIC X.
       01  TODAYS-DATE               PIC 9(8).
       01  FILE-SUBSCRIPT            PIC 9.
                     MOVE "FIRST NIGHT ON FILE" TO PRINT-FLAG
           ELSE
                     PERFORM JUDGE-THE-MOVEMENT.
           IF PRINT-FLAG (1:3) = "***"
                     MOVE TABLE-FILE-KEY (FILE-SUBSCRIPT) TO
                               CYCEXC-SUBJECT
                     MOVE PRINT-FLAG TO CYCEXC-TEXT
                     PERFORM LOG-THE-EXCEPTION.
           MOVE BALANCE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

                                                   PRINT-FLAG
                                         ADD 1 TO FILES-FLAGGED.

      * LOG-THE-EXCEPTION APPENDS THE ROW BUILT IN
      * CYCLE-EXCEPTION-RECORD TO CYCEXC.DAT FOR THE MORNING
      * EXCEPTION SUMMARY. A LOG THAT WILL NOT OPEN IS REPORTED BUT
      * DOES NOT STOP THE STEP.
       LOG-THE-EXCEPTION.
           ACCEPT CYCEXC-DATE FROM DATE YYYYMMDD.
           ACCEPT CYCEXC-TIME FROM TIME.
           MOVE "CTLTOT01" TO CYCEXC-STEP-NAME.
           OPEN EXTEND EXCEPTION-FILE.
           IF EXCEPTION-FILE-STATUS NOT = "00" AND
              EXCEPTION-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN CYCEXC.DAT - STATUS "
                             EXCEPTION-FILE-STATUS
           ELSE
                     WRITE CYCLE-EXCEPTION-RECORD
                     CLOSE EXCEPTION-FILE.

       END PROGRAM CTLTOT01.
