      * to RPTCAT.DAT. RPTCAT01 lists the catalog and reprints a
      * chosen capture. The cycle script feeds two console lines:
      * the report name and the operator id the run belonged to.
      * The capture keeps no form feeds, so the line each page
      * starts on is filed beside it in a page map of the same
      * name with .P for .R (e.g. PHNPRT02.P20260822) - what
      * RPTDST01 bursts a report into its sections by.
      ******************************************************************

       ENVIRONMENT DIVISION.
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CAPTURE-FILE-STATUS.

                 SELECT PAGE-MAP-FILE
                           ASSIGN USING PAGE-MAP-NAME
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PAGE-MAP-STATUS.

                 SELECT OPTIONAL CATALOG-FILE
                           ASSIGN TO "RPTCAT.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
       01  CAPTURE-RECORD            PIC X(220).

      * ONE ROW PER PAGE - THE CAPTURE LINE NUMBER THE PAGE STARTS ON.
       FD  PAGE-MAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAGE-MAP-RECORD.
                 05 PAGE-MAP-START-LINE    PIC 9(7).

      * ONE INDEX ROW PER CAPTURED RUN - WHAT RPTCAT01 LISTS FROM.
       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRINTER-FILE-STATUS       PIC XX.
       01  CAPTURE-FILE-STATUS       PIC XX.
       01  CATALOG-FILE-STATUS       PIC XX.
       01  PAGE-MAP-STATUS           PIC XX.
       01  END-OF-FILE               PIC X.
       01  REPORT-NAME-ENTRY         PIC X(12).
       01  RUN-OPERATOR-ID           PIC X(10).

      * THE CAPTURE FILE NAME, E.G. PHNPRT02.R20260822.
       01  CAPTURE-FILE-NAME         PIC X(30).
       01  PAGE-MAP-NAME             PIC X(30).
       01  STEM-LENGTH               PIC 99.
       01  DATE-AS-TEXT              PIC 9(8).

           MOVE TODAYS-DATE TO DATE-AS-TEXT.
           MOVE DATE-AS-TEXT TO
                     CAPTURE-FILE-NAME (STEM-LENGTH + 3:8).
           MOVE CAPTURE-FILE-NAME TO PAGE-MAP-NAME.
           MOVE ".P" TO PAGE-MAP-NAME (STEM-LENGTH + 1:2).

      * COPY-THE-OUTPUT MOVES THE PRINTER OUTPUT LINE BY LINE INTO
      * THE CAPTURE FILE, COUNTING FORM FEEDS AS IT GOES TO ARRIVE
                             " - STATUS " CAPTURE-FILE-STATUS
                     MOVE 8 TO RETURN-CODE
                     STOP RUN.
           OPEN OUTPUT PAGE-MAP-FILE.
           IF PAGE-MAP-STATUS NOT = "00"
                     DISPLAY "UNABLE TO CREATE " PAGE-MAP-NAME
                             " - STATUS " PAGE-MAP-STATUS
                     MOVE 8 TO RETURN-CODE
                     STOP RUN.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-OUTPUT-LINE.
           PERFORM COPY-ONE-LINE
                 UNTIL END-OF-FILE = "Y".
           CLOSE PAGE-MAP-FILE.
           CLOSE CAPTURE-FILE.
           CLOSE PRINTER-OUTPUT-FILE.
           IF LINES-COPIED NOT = ZERO AND PAGE-COUNT = ZERO
      * THE FORM FEEDS THE REPORT WROTE ARE COUNTED FOR THE PAGE
      * TOTAL AND THEN BLANKED OUT - A FEED CHARACTER IS NOT A LEGAL
      * BYTE INSIDE A CAPTURED TEXT LINE, SO THE CAPTURE KEEPS THE
      * CONTENT AS CONTINUOUS LINES. A FEED STARTS THE LINE THAT
      * OPENS THE NEXT PAGE, SO THAT LINE - AND THE FIRST LINE OF
      * ALL - GOES ON THE PAGE MAP.
       COPY-ONE-LINE.
           ADD 1 TO LINES-COPIED.
           MOVE ZEROES TO FEED-COUNT.
           INSPECT PRINTER-OUTPUT-RECORD TALLYING FEED-COUNT
                     FOR ALL X"0C".
           ADD FEED-COUNT TO PAGE-COUNT.
           IF LINES-COPIED = 1 OR FEED-COUNT NOT = ZERO
                     PERFORM MAP-THE-PAGE-START.
           IF FEED-COUNT NOT = ZERO
                     INSPECT PRINTER-OUTPUT-RECORD REPLACING
                               ALL X"0C" BY SPACE.
                     STOP RUN.
           PERFORM READ-NEXT-OUTPUT-LINE.

       MAP-THE-PAGE-START.
           MOVE LINES-COPIED TO PAGE-MAP-START-LINE.
           WRITE PAGE-MAP-RECORD.
           IF PAGE-MAP-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING " PAGE-MAP-NAME
                             " - STATUS " PAGE-MAP-STATUS
                     MOVE 8 TO RETURN-CODE
                     STOP RUN.

       FILE-THE-INDEX-ROW.
           OPEN EXTEND CATALOG-FILE.
           IF CATALOG-FILE-STATUS NOT = "00" AND
