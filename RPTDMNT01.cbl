      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDMNT01.

      ******************************************************************
      * This program maintains RPTDST.DAT, the report distribution
      * list: for each recipient - sales, credit, the warehouse,
      * finance, or one person - a row per catalogued report they
      * are to receive, with the number of copies and an optional
      * section filter that sends only the pages carrying the
      * filter text (one salesperson's statement out of SALESTMT01,
      * say). List shows every row on file for a keyed recipient,
      * or the whole list for a blank one. RPTDST01 reads the file
      * to burst the night's reports into a bundle per recipient.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL DISTRIBUTION-FILE
                           ASSIGN TO "RPTDST.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS DIST-KEY
                           FILE STATUS IS DIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * REPORT-DISTRIBUTION-RECORD IS THE SHARED DISTRIBUTION LIST
      * LAYOUT - SEE COPYBOOKS/WRPTDST.CPY.
       FD  DISTRIBUTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WRPTDST.

       WORKING-STORAGE SECTION.

           01 DIST-FILE-STATUS      PIC XX.
           01 YES-NO                PIC X.
           01 ACTION-CODE           PIC X.
           01 RECORD-FOUND          PIC X.
           01 END-OF-FILE           PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

           01 RECIPIENT-ENTRY       PIC X(10).
           01 REPORT-ENTRY          PIC X(12).
           01 NAME-ENTRY            PIC X(30).
           01 COPIES-ENTRY          PIC X(2).
           01 FILTER-ENTRY          PIC X(30).
           01 THE-RECIPIENT         PIC X(10).
           01 ROWS-LISTED           PIC 9(3).

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM GET-OPERATOR-ID.
            IF OPERATOR-AUTHORITY < 5
                      DISPLAY "UPDATE AUTHORITY IS NEEDED TO RUN "
                              "THIS PROGRAM"
                      STOP RUN.
            PERFORM OPENING-PROCEDURE.
            MOVE "Y" TO YES-NO.
            PERFORM PROCESS-ACTIONS
                           UNTIL YES-NO = "N".
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           OPEN I-O DISTRIBUTION-FILE.
           IF DIST-FILE-STATUS = "35"
                     OPEN OUTPUT DISTRIBUTION-FILE
                     CLOSE DISTRIBUTION-FILE
                     OPEN I-O DISTRIBUTION-FILE.
           IF DIST-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN RPTDST.DAT - STATUS "
                             DIST-FILE-STATUS
                     STOP RUN.

       CLOSING-PROCEDURE.
           CLOSE DISTRIBUTION-FILE.

       PROCESS-ACTIONS.
           DISPLAY "(A)DD, (C)HANGE, (D)ELETE, OR (L)IST?".
           ACCEPT ACTION-CODE.
           INSPECT ACTION-CODE CONVERTING "acdl" TO "ACDL".
           IF ACTION-CODE = "A"
                     PERFORM ADD-A-ROW.
           IF ACTION-CODE = "C"
                     PERFORM CHANGE-A-ROW.
           IF ACTION-CODE = "D"
                     PERFORM DELETE-A-ROW.
           IF ACTION-CODE = "L"
                     PERFORM LIST-A-RECIPIENT.
           PERFORM GO-AGAIN.

      * THE RECIPIENT AND REPORT ARE KEPT IN UPPER CASE - THE REPORT
      * NAME HAS TO MATCH THE NAME THE CATALOG FILED THE RUN UNDER.
       GET-THE-DIST-KEY.
           DISPLAY "RECIPIENT ? ".
           ACCEPT RECIPIENT-ENTRY.
           INSPECT RECIPIENT-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF RECIPIENT-ENTRY = SPACE
                     DISPLAY "RECIPIENT MUST BE ENTERED"
                     GO TO GET-THE-DIST-KEY.
           DISPLAY "CATALOGUED REPORT NAME (E.G. SALESTMT01) ? ".
           ACCEPT REPORT-ENTRY.
           INSPECT REPORT-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF REPORT-ENTRY = SPACE
                     DISPLAY "REPORT NAME MUST BE ENTERED"
                     GO TO GET-THE-DIST-KEY.
           MOVE RECIPIENT-ENTRY TO DIST-RECIPIENT.
           MOVE REPORT-ENTRY TO DIST-REPORT-NAME.

       GET-THE-DETAILS.
           DISPLAY "RECIPIENT NAME OR DESCRIPTION ? ".
           ACCEPT NAME-ENTRY.
           IF NAME-ENTRY = SPACE
                     DISPLAY "NAME MUST BE ENTERED"
                     GO TO GET-THE-DETAILS.
           DISPLAY "NUMBER OF COPIES (1-99) ? ".
           ACCEPT COPIES-ENTRY.
           MOVE COPIES-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y" OR
              KEYED-NUMBER-VALUE = ZERO OR
              KEYED-NUMBER-VALUE > 99
                     DISPLAY "COPIES MUST BE 1 TO 99"
                     GO TO GET-THE-DETAILS.
           DISPLAY "SECTION FILTER TEXT (BLANK FOR THE WHOLE "
                   "REPORT) ? ".
           ACCEPT FILTER-ENTRY.

       MOVE-THE-DETAILS.
           MOVE NAME-ENTRY TO DIST-RECIPIENT-NAME.
           MOVE KEYED-NUMBER-VALUE TO DIST-COPIES.
           MOVE FILTER-ENTRY TO DIST-SECTION-FILTER.

       ADD-A-ROW.
           PERFORM GET-THE-DIST-KEY.
           PERFORM GET-THE-DETAILS.
           PERFORM MOVE-THE-DETAILS.
           WRITE REPORT-DISTRIBUTION-RECORD
                     INVALID KEY
                     DISPLAY "THAT REPORT IS ALREADY ON FILE FOR "
                             "THAT RECIPIENT"
                     NOT INVALID KEY
                     DISPLAY "DISTRIBUTION ROW ADDED".

       CHANGE-A-ROW.
           PERFORM GET-THE-DIST-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ DISTRIBUTION-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO DISTRIBUTION ROW ON FILE FOR THAT "
                             "PAIR"
           ELSE
                     PERFORM SHOW-THE-ROW
                     PERFORM GET-THE-DETAILS
                     PERFORM MOVE-THE-DETAILS
                     REWRITE REPORT-DISTRIBUTION-RECORD
                               INVALID KEY
                               DISPLAY "REWRITE FAILED - STATUS "
                                       DIST-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "DISTRIBUTION ROW CHANGED".

       DELETE-A-ROW.
           PERFORM GET-THE-DIST-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ DISTRIBUTION-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO DISTRIBUTION ROW ON FILE FOR THAT "
                             "PAIR"
           ELSE
                     PERFORM SHOW-THE-ROW
                     DELETE DISTRIBUTION-FILE
                               INVALID KEY
                               DISPLAY "DELETE FAILED - STATUS "
                                       DIST-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "DISTRIBUTION ROW REMOVED".

       SHOW-THE-ROW.
           DISPLAY "ON FILE: " DIST-RECIPIENT " " DIST-REPORT-NAME
                   " " DIST-RECIPIENT-NAME.
           IF DIST-SECTION-FILTER = SPACE
                     DISPLAY "         " DIST-COPIES
                             " COPY(IES) OF THE WHOLE REPORT"
           ELSE
                     DISPLAY "         " DIST-COPIES
                             " COPY(IES) OF THE PAGES CARRYING "
                             DIST-SECTION-FILTER.

      * LIST-A-RECIPIENT SHOWS EVERY ROW ON FILE FOR THE KEYED
      * RECIPIENT, OR EVERY ROW FOR A BLANK ONE. THE FILE IS CLOSED
      * AND REOPENED SO THE SCAN STARTS AT THE TOP.
       LIST-A-RECIPIENT.
           DISPLAY "RECIPIENT (BLANK FOR ALL) ? ".
           ACCEPT THE-RECIPIENT.
           INSPECT THE-RECIPIENT CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZEROES TO ROWS-LISTED.
           CLOSE DISTRIBUTION-FILE.
           OPEN I-O DISTRIBUTION-FILE.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-ROW.
           PERFORM LIST-ONE-ROW
                 UNTIL END-OF-FILE = "Y".
           IF ROWS-LISTED = ZERO
                     DISPLAY "NO DISTRIBUTION ROWS ON FILE".

       READ-NEXT-ROW.
           READ DISTRIBUTION-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       LIST-ONE-ROW.
           IF THE-RECIPIENT = SPACE OR
              DIST-RECIPIENT = THE-RECIPIENT
                     ADD 1 TO ROWS-LISTED
                     PERFORM SHOW-THE-ROW.
           PERFORM READ-NEXT-ROW.

       GO-AGAIN.
           DISPLAY "GO AGAIN?".
           ACCEPT YES-NO.
           IF YES-NO = "y"
                     MOVE "Y" TO YES-NO
           IF YES-NO NOT = "Y"
                     MOVE "N" TO YES-NO.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM RPTDMNT01.
