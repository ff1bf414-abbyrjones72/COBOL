      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRTMNT01.

      ******************************************************************
      * This program maintains FRTRATE.DAT, the carrier freight rate
      * table, keyed by carrier code and destination ZIP prefix (the
      * first three digits of the ZIP - the carrier's zone). The
      * operator can add a rate, change it, remove it, and list the
      * rates for one carrier or for all - the same shape CPRMNT01
      * gives the price agreements. Each rate carries the carrier's
      * name and zone for the listing, a base charge per shipment, a
      * charge per pound shipped, and a minimum charge. ORDSHP01
      * rates each shipment from it as it is confirmed, so a change
      * takes effect on the next shipment; orders already shipped
      * keep their freight.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL FREIGHT-RATE-FILE
                           ASSIGN TO "FRTRATE.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS FREIGHT-KEY
                           FILE STATUS IS FREIGHT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * FREIGHT-RATE-RECORD IS THE SHARED RATE LAYOUT - SEE
      * COPYBOOKS/WFRTRATE.CPY.
       FD  FREIGHT-RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WFRTRATE.

       WORKING-STORAGE SECTION.

           01 FREIGHT-FILE-STATUS  PIC XX.
           01 YES-NO               PIC X.
           01 ACTION-CODE          PIC X.
           01 RECORD-FOUND         PIC X.
           01 END-OF-FILE          PIC X.
           01 CARRIER-ENTRY        PIC X(4).
           01 PREFIX-ENTRY         PIC X(3).
           01 NAME-ENTRY           PIC X(20).
           01 ZONE-ENTRY           PIC X(2).
           01 CHARGE-ENTRY-FIELD   PIC Z(4)9.99.
           01 RATE-ENTRY-FIELD     PIC ZZ9.9999.
           01 LIST-CARRIER         PIC X(4).
           01 DISPLAY-BASE-CHARGE  PIC ZZZZ9.99.
           01 DISPLAY-RATE         PIC ZZ9.9999.
           01 DISPLAY-MINIMUM      PIC ZZZZ9.99.
           01 SCREEN-LINES         PIC 99.
           01 A-DUMMY              PIC X.

      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

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
           OPEN I-O FREIGHT-RATE-FILE.
           IF FREIGHT-FILE-STATUS = "35"
                     OPEN OUTPUT FREIGHT-RATE-FILE
                     CLOSE FREIGHT-RATE-FILE
                     OPEN I-O FREIGHT-RATE-FILE.
           IF FREIGHT-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN FRTRATE.DAT - STATUS "
                             FREIGHT-FILE-STATUS
                     STOP RUN.

       CLOSING-PROCEDURE.
           CLOSE FREIGHT-RATE-FILE.

       PROCESS-ACTIONS.
           DISPLAY "(A)DD, (C)HANGE, (D)ELETE, OR (L)IST?".
           ACCEPT ACTION-CODE.
           IF ACTION-CODE = "a"
                     MOVE "A" TO ACTION-CODE.
           IF ACTION-CODE = "c"
                     MOVE "C" TO ACTION-CODE.
           IF ACTION-CODE = "d"
                     MOVE "D" TO ACTION-CODE.
           IF ACTION-CODE = "l"
                     MOVE "L" TO ACTION-CODE.
           IF ACTION-CODE = "A"
                     PERFORM ADD-A-RATE.
           IF ACTION-CODE = "C"
                     PERFORM CHANGE-A-RATE.
           IF ACTION-CODE = "D"
                     PERFORM DELETE-A-RATE.
           IF ACTION-CODE = "L"
                     PERFORM LIST-THE-RATES.
           PERFORM GO-AGAIN.

      * GET-THE-RATE-KEY TAKES THE CARRIER AND THE ZIP PREFIX. THE
      * CARRIER CODE IS KEPT IN CAPITALS SO SHIPMENT ENTRY FINDS IT
      * HOWEVER IT IS TYPED THERE.
       GET-THE-RATE-KEY.
           PERFORM GET-THE-CARRIER.
           PERFORM GET-THE-ZIP-PREFIX.

       GET-THE-CARRIER.
           DISPLAY "CARRIER CODE ? ".
           ACCEPT CARRIER-ENTRY.
           INSPECT CARRIER-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF CARRIER-ENTRY = SPACE
                     DISPLAY "CARRIER CODE MUST BE ENTERED"
                     GO TO GET-THE-CARRIER.
           MOVE CARRIER-ENTRY TO FREIGHT-CARRIER.

       GET-THE-ZIP-PREFIX.
           DISPLAY "DESTINATION ZIP PREFIX (FIRST 3 DIGITS) ? ".
           ACCEPT PREFIX-ENTRY.
           IF PREFIX-ENTRY IS NOT NUMERIC
                     DISPLAY "ZIP PREFIX MUST BE 3 DIGITS"
                     GO TO GET-THE-ZIP-PREFIX.
           MOVE PREFIX-ENTRY TO FREIGHT-ZIP-PREFIX.

      * GET-THE-RATE-FIELDS TAKES THE NAME, ZONE AND CHARGES. A RATE
      * MUST CHARGE SOMETHING - A BASE, A PER-POUND RATE OR A
      * MINIMUM - OR IT WOULD SHIP FREE WITHOUT ANYONE DECIDING SO.
       GET-THE-RATE-FIELDS.
           DISPLAY "CARRIER NAME ? ".
           ACCEPT NAME-ENTRY.
           MOVE NAME-ENTRY TO FREIGHT-CARRIER-NAME.
           DISPLAY "CARRIER ZONE ? ".
           ACCEPT ZONE-ENTRY.
           MOVE ZONE-ENTRY TO FREIGHT-ZONE.
           DISPLAY "BASE CHARGE PER SHIPMENT ? ".
           ACCEPT CHARGE-ENTRY-FIELD.
           MOVE CHARGE-ENTRY-FIELD TO FREIGHT-BASE-CHARGE.
           DISPLAY "CHARGE PER POUND ? ".
           ACCEPT RATE-ENTRY-FIELD.
           MOVE RATE-ENTRY-FIELD TO FREIGHT-RATE-PER-POUND.
           DISPLAY "MINIMUM CHARGE ? ".
           ACCEPT CHARGE-ENTRY-FIELD.
           MOVE CHARGE-ENTRY-FIELD TO FREIGHT-MINIMUM-CHARGE.
           IF FREIGHT-BASE-CHARGE = ZERO AND
              FREIGHT-RATE-PER-POUND = ZERO AND
              FREIGHT-MINIMUM-CHARGE = ZERO
                     DISPLAY "A RATE MUST CHARGE SOMETHING"
                     GO TO GET-THE-RATE-FIELDS.

       ADD-A-RATE.
           PERFORM GET-THE-RATE-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ FREIGHT-RATE-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     DISPLAY "RATE ALREADY ON FILE - USE CHANGE"
           ELSE
                     PERFORM GET-THE-RATE-FIELDS
                     WRITE FREIGHT-RATE-RECORD
                               INVALID KEY
                               DISPLAY "WRITE FAILED - STATUS "
                                       FREIGHT-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "RATE ADDED".

       CHANGE-A-RATE.
           PERFORM GET-THE-RATE-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ FREIGHT-RATE-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO RATE FOR THAT CARRIER AND ZIP PREFIX"
           ELSE
                     PERFORM DISPLAY-ONE-RATE
                     PERFORM GET-THE-RATE-FIELDS
                     REWRITE FREIGHT-RATE-RECORD
                               INVALID KEY
                               DISPLAY "REWRITE FAILED - STATUS "
                                       FREIGHT-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "RATE CHANGED".

       DELETE-A-RATE.
           PERFORM GET-THE-RATE-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ FREIGHT-RATE-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO RATE FOR THAT CARRIER AND ZIP PREFIX"
           ELSE
                     PERFORM DISPLAY-ONE-RATE
                     DELETE FREIGHT-RATE-FILE
                               INVALID KEY
                               DISPLAY "DELETE FAILED - STATUS "
                                       FREIGHT-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "RATE REMOVED".

      * LIST-THE-RATES SHOWS ONE CARRIER'S RATES, OR ALL OF THEM FOR
      * A BLANK CARRIER. THE FILE IS CLOSED AND REOPENED SO THE
      * SEQUENTIAL READ STARTS AT THE TOP AGAIN.
       LIST-THE-RATES.
           DISPLAY "CARRIER TO LIST (BLANK FOR ALL) ? ".
           ACCEPT LIST-CARRIER.
           INSPECT LIST-CARRIER CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           CLOSE FREIGHT-RATE-FILE.
           OPEN I-O FREIGHT-RATE-FILE.
           MOVE ZEROES TO SCREEN-LINES.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-RATE.
           PERFORM LIST-ONE-RATE
                 UNTIL END-OF-FILE = "Y".

       READ-NEXT-RATE.
           READ FREIGHT-RATE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       LIST-ONE-RATE.
           IF LIST-CARRIER = SPACE OR
              FREIGHT-CARRIER = LIST-CARRIER
                     PERFORM SHOW-ONE-LISTED-RATE.
           PERFORM READ-NEXT-RATE.

       SHOW-ONE-LISTED-RATE.
           IF SCREEN-LINES > 14
                     PERFORM PRESS-ENTER.
           PERFORM DISPLAY-ONE-RATE.
           ADD 2 TO SCREEN-LINES.

       DISPLAY-ONE-RATE.
           MOVE FREIGHT-BASE-CHARGE TO DISPLAY-BASE-CHARGE.
           MOVE FREIGHT-RATE-PER-POUND TO DISPLAY-RATE.
           MOVE FREIGHT-MINIMUM-CHARGE TO DISPLAY-MINIMUM.
           DISPLAY FREIGHT-CARRIER " " FREIGHT-CARRIER-NAME
                   " ZIP " FREIGHT-ZIP-PREFIX "XX ZONE " FREIGHT-ZONE.
           DISPLAY "    BASE " DISPLAY-BASE-CHARGE
                   " PER LB " DISPLAY-RATE
                   " MINIMUM " DISPLAY-MINIMUM.

       GO-AGAIN.
           DISPLAY "GO AGAIN?".
           ACCEPT YES-NO.
           IF YES-NO = "y"
                     MOVE "Y" TO YES-NO.
           IF YES-NO NOT = "Y"
                     MOVE "N" TO YES-NO.

       PRESS-ENTER.
                 DISPLAY "PRESS ENTER TO CONTINUE..."
                 ACCEPT A-DUMMY.
                 MOVE 0 TO SCREEN-LINES.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM FRTMNT01.
