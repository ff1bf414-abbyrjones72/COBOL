      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DNCLOAD01.

      ******************************************************************
      * This program loads our copy of the national do-not-call
      * registry (DNCREG.DAT) from the registry's download, the same
      * way ZIPLOAD01 loads the ZIP table from the postal file.
      * DNCLOAD.DAT carries one transaction per line - an action
      * letter (A)DD or (D)ELETE, then the phone number - and each is
      * applied against the ten-digit registry key. The number may
      * come punctuated any way at all; it is stripped to its digits,
      * a leading long-distance 1 is dropped, and anything that is
      * not then ten digits is rejected and printed. The loader is
      * forgiving the way a bulk load has to be: an add already on
      * file only has its load date refreshed and a delete not on
      * file is let go, each counted separately so the summary tells
      * the truth about what happened. The load only changes the
      * registry; the DNCSCR01 scrub in the nightly cycle is what
      * flags the phone and customer numbers it matches.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT REGISTRY-DOWNLOAD-FILE
                           ASSIGN TO "DNCLOAD.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DOWNLOAD-FILE-STATUS.

                 SELECT OPTIONAL DNC-REGISTRY-FILE
                           ASSIGN TO "DNCREG.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS DNC-REG-NUMBER
                           FILE STATUS IS DNC-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * ONE REGISTRY TRANSACTION PER LINE: WHAT TO DO AND THE NUMBER.
       FD  REGISTRY-DOWNLOAD-FILE
           LABEL RECORDS ARE STANDARD.
       01  DOWNLOAD-RECORD.
                 05 DOWNLOAD-ACTION        PIC X(1).
                 05 DOWNLOAD-NUMBER        PIC X(15).

      * DNC-REGISTRY-RECORD IS THE SHARED REGISTRY LAYOUT - SEE
      * COPYBOOKS/WDNCREG.CPY.
       FD  DNC-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WDNCREG.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(100).

       WORKING-STORAGE SECTION.

           01 DOWNLOAD-FILE-STATUS   PIC XX.
           01 DNC-FILE-STATUS        PIC XX.
           01 END-OF-FILE            PIC X.
           01 TODAYS-DATE            PIC 9(8).
           01 TEN-DIGITS             PIC X(10).

      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

      * VARIABLES FOR STRIPPING A NUMBER DOWN TO ITS DIGITS, THE SAME
      * WAY NUMFIX01'S EXTRACT-DIGITS DOES.
       01  DIGITS-ONLY               PIC X(15).
       01  DIGIT-COUNT               PIC 99.
       01  CHAR-INDEX                PIC 99.
       01  ONE-CHARACTER             PIC X.

      * THE LOAD COUNTS - ONE PER THING THAT CAN HAPPEN TO A ROW,
      * SO READ = APPLIED + REJECTED PROVES NOTHING WAS DROPPED.
       01  ROWS-READ                 PIC 9(7) VALUE ZERO.
       01  ADDS-APPLIED              PIC 9(7) VALUE ZERO.
       01  ADDS-ALREADY-ON-FILE      PIC 9(7) VALUE ZERO.
       01  DELETES-APPLIED           PIC 9(7) VALUE ZERO.
       01  DELETES-NOT-FOUND         PIC 9(7) VALUE ZERO.
       01  ROWS-REJECTED             PIC 9(7) VALUE ZERO.

      * Structures for the printed load report.
       01  TITLE-LINE                PIC X(40) VALUE
                                     "DO-NOT-CALL REGISTRY LOAD".

       01  COUNT-LINE.
                 05 PRINT-COUNT-LABEL      PIC X(34).
                 05 PRINT-COUNT-VALUE      PIC ZZZZZZ9.

       01  REJECT-TITLE-LINE         PIC X(40) VALUE
                                     "ROWS REJECTED".

       01  REJECT-LINE.
                 05 PRINT-REJECT-ACTION    PIC X(1).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-REJECT-NUMBER    PIC X(15).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-REJECT-REASON    PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM GET-OPERATOR-ID.
            IF OPERATOR-AUTHORITY < 9
                      DISPLAY "SUPERVISOR AUTHORITY IS NEEDED TO "
                              "LOAD THE DO-NOT-CALL REGISTRY"
                      STOP RUN.
            PERFORM OPENING-PROCEDURE.
            PERFORM LOAD-THE-REGISTRY.
            PERFORM PRINT-THE-SUMMARY.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

       OPENING-PROCEDURE.
           OPEN INPUT REGISTRY-DOWNLOAD-FILE.
           IF DOWNLOAD-FILE-STATUS NOT = "00"
                     DISPLAY "NO DNCLOAD.DAT TO LOAD - STATUS "
                             DOWNLOAD-FILE-STATUS
                     STOP RUN.
           OPEN I-O DNC-REGISTRY-FILE.
           IF DNC-FILE-STATUS = "35"
                     OPEN OUTPUT DNC-REGISTRY-FILE
                     CLOSE DNC-REGISTRY-FILE
                     OPEN I-O DNC-REGISTRY-FILE.
           IF DNC-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN DNCREG.DAT - STATUS "
                             DNC-FILE-STATUS
                     STOP RUN.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT PRINTER-FILE.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE REJECT-TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.

       CLOSING-PROCEDURE.
           CLOSE REGISTRY-DOWNLOAD-FILE.
           CLOSE DNC-REGISTRY-FILE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           CLOSE PRINTER-FILE.
           DISPLAY ROWS-READ " REGISTRY ROW(S) READ, "
                   ROWS-REJECTED " REJECTED - SEE THE PRINTED REPORT".

       LOAD-THE-REGISTRY.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-DOWNLOAD-ROW.
           PERFORM APPLY-ONE-ROW
                 UNTIL END-OF-FILE = "Y".

       READ-NEXT-DOWNLOAD-ROW.
           READ REGISTRY-DOWNLOAD-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       APPLY-ONE-ROW.
           ADD 1 TO ROWS-READ.
           INSPECT DOWNLOAD-ACTION CONVERTING "ad" TO "AD".
           PERFORM EXTRACT-DIGITS.
           MOVE SPACE TO TEN-DIGITS.
           IF DIGIT-COUNT = 11 AND DIGITS-ONLY (1:1) = "1"
                     MOVE DIGITS-ONLY (2:10) TO TEN-DIGITS.
           IF DIGIT-COUNT = 10
                     MOVE DIGITS-ONLY (1:10) TO TEN-DIGITS.
           IF TEN-DIGITS = SPACE
                     MOVE "NOT A TEN-DIGIT NUMBER" TO
                          PRINT-REJECT-REASON
                     PERFORM REJECT-THE-ROW
           ELSE
                     PERFORM APPLY-THE-ACTION.
           PERFORM READ-NEXT-DOWNLOAD-ROW.

       APPLY-THE-ACTION.
           IF DOWNLOAD-ACTION = "A"
                     PERFORM APPLY-AN-ADD
           ELSE
                     IF DOWNLOAD-ACTION = "D"
                               PERFORM APPLY-A-DELETE
                     ELSE
                               MOVE "ACTION MUST BE A OR D" TO
                                    PRINT-REJECT-REASON
                               PERFORM REJECT-THE-ROW.

      * AN ADD ALREADY ON FILE IS NOT REFUSED - THE DOWNLOAD IS THE
      * TRUTH EITHER WAY - BUT ITS LOAD DATE IS REFRESHED AND IT IS
      * COUNTED SEPARATELY SO THE SUMMARY SHOWS THE OVERLAP.
       APPLY-AN-ADD.
           MOVE TEN-DIGITS TO DNC-REG-NUMBER.
           MOVE TODAYS-DATE TO DNC-REG-LOADED-DATE.
           WRITE DNC-REGISTRY-RECORD
                     INVALID KEY
                     PERFORM REWRITE-THE-REGISTRY-ROW
                     ADD 1 TO ADDS-ALREADY-ON-FILE
                     NOT INVALID KEY
                     ADD 1 TO ADDS-APPLIED.

       APPLY-A-DELETE.
           MOVE TEN-DIGITS TO DNC-REG-NUMBER.
           DELETE DNC-REGISTRY-FILE
                     INVALID KEY
                     ADD 1 TO DELETES-NOT-FOUND
                     NOT INVALID KEY
                     ADD 1 TO DELETES-APPLIED.

       REWRITE-THE-REGISTRY-ROW.
           REWRITE DNC-REGISTRY-RECORD.

       REJECT-THE-ROW.
           ADD 1 TO ROWS-REJECTED.
           MOVE DOWNLOAD-ACTION TO PRINT-REJECT-ACTION.
           MOVE DOWNLOAD-NUMBER TO PRINT-REJECT-NUMBER.
           MOVE REJECT-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * EXTRACT-DIGITS STRIPS ALL NON-DIGIT CHARACTERS OUT OF THE
      * ROW'S NUMBER, LEAVING DIGITS-ONLY/DIGIT-COUNT BEHIND.
       EXTRACT-DIGITS.
           MOVE SPACE TO DIGITS-ONLY.
           MOVE ZEROES TO DIGIT-COUNT.
           PERFORM STRIP-ONE-CHARACTER
                     VARYING CHAR-INDEX FROM 1 BY 1
                     UNTIL CHAR-INDEX > 15.

       STRIP-ONE-CHARACTER.
           MOVE DOWNLOAD-NUMBER (CHAR-INDEX:1) TO ONE-CHARACTER.
           IF ONE-CHARACTER IS NUMERIC
                     ADD 1 TO DIGIT-COUNT
                     MOVE ONE-CHARACTER TO DIGITS-ONLY (DIGIT-COUNT:1).

       PRINT-THE-SUMMARY.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "REGISTRY ROWS READ" TO PRINT-COUNT-LABEL.
           MOVE ROWS-READ TO PRINT-COUNT-VALUE.
           PERFORM PRINT-ONE-COUNT.
           MOVE "ADDS APPLIED" TO PRINT-COUNT-LABEL.
           MOVE ADDS-APPLIED TO PRINT-COUNT-VALUE.
           PERFORM PRINT-ONE-COUNT.
           MOVE "ADDS ALREADY ON FILE (REFRESHED)" TO
                     PRINT-COUNT-LABEL.
           MOVE ADDS-ALREADY-ON-FILE TO PRINT-COUNT-VALUE.
           PERFORM PRINT-ONE-COUNT.
           MOVE "DELETES APPLIED" TO PRINT-COUNT-LABEL.
           MOVE DELETES-APPLIED TO PRINT-COUNT-VALUE.
           PERFORM PRINT-ONE-COUNT.
           MOVE "DELETES NOT ON FILE" TO PRINT-COUNT-LABEL.
           MOVE DELETES-NOT-FOUND TO PRINT-COUNT-VALUE.
           PERFORM PRINT-ONE-COUNT.
           MOVE "ROWS REJECTED" TO PRINT-COUNT-LABEL.
           MOVE ROWS-REJECTED TO PRINT-COUNT-VALUE.
           PERFORM PRINT-ONE-COUNT.

       PRINT-ONE-COUNT.
           MOVE COUNT-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM DNCLOAD01.
