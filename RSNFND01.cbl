      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSNFND01.

      ******************************************************************
      * This subprogram is the one place a lost-reason code is looked
      * up on LOSTRSN.DAT, the way SHPFND01 is the one place a ship-to
      * is. Called with the code, it hands back the whole reason
      * record and "Y" when it is on the table. A code not on the
      * table comes back "N" with the description blank; with no
      * table on the system at all it comes back "X", so the caller
      * can tell the operator to set the reasons up with RSNMNT01.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL LOST-REASON-FILE
                           ASSIGN TO "LOSTRSN.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS LOST-REASON-CODE
                           FILE STATUS IS REASON-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * LOST-REASON-RECORD IS THE SHARED TABLE LAYOUT - SEE
      * COPYBOOKS/WLOSTRSN.CPY.
       FD  LOST-REASON-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WLOSTRSN.

       WORKING-STORAGE SECTION.

       01  REASON-FILE-STATUS        PIC XX.

       LINKAGE SECTION.

       01  REASON-FIND-CODE          PIC X(4).
       01  REASON-FIND-RECORD        PIC X(35).
       01  REASON-FIND-FOUND         PIC X.

       PROCEDURE DIVISION USING REASON-FIND-CODE REASON-FIND-RECORD
                                REASON-FIND-FOUND.
       MAIN-PROCEDURE.
            MOVE SPACE TO REASON-FIND-RECORD.
            MOVE REASON-FIND-CODE TO REASON-FIND-RECORD (1:4).
            MOVE "X" TO REASON-FIND-FOUND.
            OPEN INPUT LOST-REASON-FILE.
            IF REASON-FILE-STATUS = "00"
                      PERFORM LOOK-UP-THE-REASON.
            CLOSE LOST-REASON-FILE.
            GOBACK.

       LOOK-UP-THE-REASON.
           MOVE REASON-FIND-CODE TO LOST-REASON-CODE.
           READ LOST-REASON-FILE
                     INVALID KEY
                     MOVE "N" TO REASON-FIND-FOUND
                     NOT INVALID KEY
                     MOVE "Y" TO REASON-FIND-FOUND
                     MOVE LOST-REASON-RECORD TO REASON-FIND-RECORD.

       END PROGRAM RSNFND01.
