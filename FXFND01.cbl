      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXFND01.

      ******************************************************************
      * This subprogram is the one place an exchange rate is looked
      * up on FXRATE.DAT, the way CPRFND01 is the one place a line
      * is priced from the agreements. Called with a currency code
      * and a date, it hands back the rate with the latest effective
      * date on or before that date and "Y". A blank currency code
      * is home currency and comes back at 1 with "Y". A currency
      * with no rate in force on the date - or no rate file on the
      * system at all - comes back at 1 with "N", and the caller
      * decides whether to refuse the transaction.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL FX-RATE-FILE
                           ASSIGN TO "FXRATE.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS FX-RATE-KEY
                           FILE STATUS IS FX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * FX-RATE-RECORD IS THE SHARED RATE LAYOUT - SEE
      * COPYBOOKS/WFXRATE.CPY.
       FD  FX-RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WFXRATE.

       WORKING-STORAGE SECTION.

       01  FX-FILE-STATUS            PIC XX.
       01  END-OF-FILE               PIC X.

       LINKAGE SECTION.

       01  RATE-CURRENCY-CODE        PIC X(3).
       01  RATE-DATE                 PIC 9(8).
       01  RATE-TO-USE               PIC 9(3)V9(6).
       01  RATE-IS-FOUND             PIC X.

       PROCEDURE DIVISION USING RATE-CURRENCY-CODE RATE-DATE
                                RATE-TO-USE RATE-IS-FOUND.
       MAIN-PROCEDURE.
            MOVE 1 TO RATE-TO-USE.
            IF RATE-CURRENCY-CODE = SPACE
                      MOVE "Y" TO RATE-IS-FOUND
            ELSE
                      MOVE "N" TO RATE-IS-FOUND
                      OPEN INPUT FX-RATE-FILE
                      IF FX-FILE-STATUS = "00"
                                PERFORM LOOK-UP-THE-RATE
                      END-IF
                      CLOSE FX-RATE-FILE.
            GOBACK.

      * LOOK-UP-THE-RATE POSITIONS AT THE CURRENCY'S FIRST RATE AND
      * READS FORWARD THROUGH ITS RATES IN DATE ORDER, KEEPING EACH
      * ONE ALREADY IN EFFECT, SO THE LAST ONE KEPT IS THE RATE IN
      * FORCE ON THE DATE ASKED ABOUT.
       LOOK-UP-THE-RATE.
           MOVE RATE-CURRENCY-CODE TO FX-CURRENCY-CODE.
           MOVE ZEROES TO FX-EFFECTIVE-DATE.
           MOVE "N" TO END-OF-FILE.
           START FX-RATE-FILE KEY IS NOT < FX-RATE-KEY
                     INVALID KEY
                     MOVE "Y" TO END-OF-FILE.
           IF END-OF-FILE = "N"
                     PERFORM READ-NEXT-RATE.
           PERFORM TAKE-ONE-RATE
                 UNTIL END-OF-FILE = "Y".

       READ-NEXT-RATE.
           READ FX-RATE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       TAKE-ONE-RATE.
           IF FX-CURRENCY-CODE NOT = RATE-CURRENCY-CODE OR
              FX-EFFECTIVE-DATE > RATE-DATE
                     MOVE "Y" TO END-OF-FILE
           ELSE
                     MOVE FX-RATE TO RATE-TO-USE
                     MOVE "Y" TO RATE-IS-FOUND
                     PERFORM READ-NEXT-RATE.

       END PROGRAM FXFND01.
