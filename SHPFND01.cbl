      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHPFND01.

      ******************************************************************
      * This subprogram is the one place a ship-to address is looked
      * up on SHIPTO.DAT, the way CPRFND01 is the one place a line is
      * priced from an agreement. Called with the account and the
      * ship-to code, it hands back the whole ship-to record and "Y"
      * when it is on file. A code not on file (or no ship-to file
      * on the system at all) comes back "N" with the name and
      * address blank and the ZIP zero - the caller decides whether
      * that is an error or the bill-to address will do.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL SHIP-TO-FILE
                           ASSIGN TO "SHIPTO.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS SHIP-TO-KEY
                           FILE STATUS IS SHIP-TO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * SHIP-TO-RECORD IS THE SHARED SHIP-TO LAYOUT - SEE
      * COPYBOOKS/WSHIPTO.CPY.
       FD  SHIP-TO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WSHIPTO.

       WORKING-STORAGE SECTION.

       01  SHIP-TO-FILE-STATUS       PIC XX.

      * WHAT A CALLER GETS BACK FOR A SHIP-TO NOT ON FILE - BLANK
      * NAME AND ADDRESS, ZERO ZIP - SO IT CAN PRINT IT AS IT STANDS.
       01  BLANK-SHIP-TO.
                 05 FILLER                 PIC 9(7) VALUE ZERO.
                 05 FILLER                 PIC X(114) VALUE SPACE.
                 05 FILLER                 PIC 9(9) VALUE ZERO.

       LINKAGE SECTION.

       01  SHIP-FIND-ACCOUNT         PIC 9(7).
       01  SHIP-FIND-CODE            PIC X(4).
       01  SHIP-FIND-RECORD          PIC X(130).
       01  SHIP-FIND-FOUND           PIC X.

       PROCEDURE DIVISION USING SHIP-FIND-ACCOUNT SHIP-FIND-CODE
                                SHIP-FIND-RECORD SHIP-FIND-FOUND.
       MAIN-PROCEDURE.
            MOVE BLANK-SHIP-TO TO SHIP-FIND-RECORD.
            MOVE "N" TO SHIP-FIND-FOUND.
            OPEN INPUT SHIP-TO-FILE.
            IF SHIP-TO-FILE-STATUS = "00"
                      PERFORM LOOK-UP-THE-SHIP-TO.
            CLOSE SHIP-TO-FILE.
            GOBACK.

       LOOK-UP-THE-SHIP-TO.
           MOVE SHIP-FIND-ACCOUNT TO SHIP-TO-ACCOUNT.
           MOVE SHIP-FIND-CODE TO SHIP-TO-CODE.
           READ SHIP-TO-FILE
                     INVALID KEY
                     MOVE "N" TO SHIP-FIND-FOUND
                     NOT INVALID KEY
                     MOVE "Y" TO SHIP-FIND-FOUND
                     MOVE SHIP-TO-RECORD TO SHIP-FIND-RECORD.

       END PROGRAM SHPFND01.
