      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXMNT01.

      ******************************************************************
      * This program maintains FXRATE.DAT, the dated exchange-rate
      * table, keyed by currency code and the date each rate takes
      * effect - the same shape FRTMNT01 gives the freight rates. A
      * new rate is added under its own effective date rather than
      * typed over the old one, so an order or invoice filed last
      * month can still be priced at the rate that was in force
      * then. Each rate is the number of home-currency units one
      * unit of the foreign currency buys, and records who keyed it
      * and when. The listing shows one currency's rates or all of
      * them. FXFND01 does the lookups for order entry, purchasing
      * and cash posting; a change takes effect on the next lookup.
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

           01 FX-FILE-STATUS       PIC XX.
           01 YES-NO               PIC X.
           01 ACTION-CODE          PIC X.
           01 RECORD-FOUND         PIC X.
           01 END-OF-FILE          PIC X.
           01 CURRENCY-ENTRY       PIC X(3).
           01 DATE-ENTRY           PIC X(8).
           01 NAME-ENTRY           PIC X(20).
           01 RATE-ENTRY-FIELD     PIC ZZ9.999999.
           01 LIST-CURRENCY        PIC X(3).
           01 TODAYS-DATE          PIC 9(8).
           01 DISPLAY-RATE         PIC ZZ9.999999.
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
            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
            PERFORM OPENING-PROCEDURE.
            MOVE "Y" TO YES-NO.
            PERFORM PROCESS-ACTIONS
                           UNTIL YES-NO = "N".
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           OPEN I-O FX-RATE-FILE.
           IF FX-FILE-STATUS = "35"
                     OPEN OUTPUT FX-RATE-FILE
                     CLOSE FX-RATE-FILE
                     OPEN I-O FX-RATE-FILE.
           IF FX-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN FXRATE.DAT - STATUS "
                             FX-FILE-STATUS
                     STOP RUN.

       CLOSING-PROCEDURE.
           CLOSE FX-RATE-FILE.

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

      * GET-THE-RATE-KEY TAKES THE CURRENCY AND THE EFFECTIVE DATE.
      * THE CURRENCY CODE IS KEPT IN CAPITALS SO THE CUSTOMER AND
      * VENDOR SCREENS FIND IT HOWEVER IT IS TYPED THERE.
       GET-THE-RATE-KEY.
           PERFORM GET-THE-CURRENCY.
           PERFORM GET-THE-EFFECTIVE-DATE.

       GET-THE-CURRENCY.
           DISPLAY "CURRENCY CODE (E.G. CAD, EUR, GBP) ? ".
           ACCEPT CURRENCY-ENTRY.
           INSPECT CURRENCY-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF CURRENCY-ENTRY = SPACE
                     DISPLAY "CURRENCY CODE MUST BE ENTERED"
                     GO TO GET-THE-CURRENCY.
           MOVE CURRENCY-ENTRY TO FX-CURRENCY-CODE.

       GET-THE-EFFECTIVE-DATE.
           DISPLAY "EFFECTIVE FROM (YYYYMMDD, BLANK FOR TODAY) ? ".
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY = SPACE
                     MOVE TODAYS-DATE TO FX-EFFECTIVE-DATE
           ELSE
                     IF DATE-ENTRY IS NUMERIC
                               MOVE DATE-ENTRY TO FX-EFFECTIVE-DATE
                     ELSE
                               DISPLAY "DATE MUST BE YYYYMMDD"
                               GO TO GET-THE-EFFECTIVE-DATE.

      * GET-THE-RATE-FIELDS TAKES THE CURRENCY'S NAME AND THE RATE.
      * A ZERO RATE WOULD PRICE EVERYTHING AT NOTHING, SO IT IS
      * REFUSED. WHO KEYED THE RATE, AND WHEN, IS STAMPED ON IT.
       GET-THE-RATE-FIELDS.
           DISPLAY "CURRENCY NAME ? ".
           ACCEPT NAME-ENTRY.
           MOVE NAME-ENTRY TO FX-CURRENCY-NAME.
           PERFORM GET-THE-RATE.
           MOVE OPERATOR-ID TO FX-ENTERED-BY.
           MOVE TODAYS-DATE TO FX-ENTERED-DATE.

       GET-THE-RATE.
           DISPLAY "HOME UNITS PER ONE " FX-CURRENCY-CODE " ? ".
           ACCEPT RATE-ENTRY-FIELD.
           MOVE RATE-ENTRY-FIELD TO FX-RATE.
           IF FX-RATE = ZERO
                     DISPLAY "RATE MUST BE MORE THAN ZERO"
                     GO TO GET-THE-RATE.

       ADD-A-RATE.
           PERFORM GET-THE-RATE-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ FX-RATE-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     DISPLAY "RATE ALREADY ON FILE - USE CHANGE"
           ELSE
                     PERFORM GET-THE-RATE-FIELDS
                     WRITE FX-RATE-RECORD
                               INVALID KEY
                               DISPLAY "WRITE FAILED - STATUS "
                                       FX-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "RATE ADDED".

       CHANGE-A-RATE.
           PERFORM GET-THE-RATE-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ FX-RATE-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO RATE FOR THAT CURRENCY AND DATE"
           ELSE
                     PERFORM DISPLAY-ONE-RATE
                     PERFORM GET-THE-RATE-FIELDS
                     REWRITE FX-RATE-RECORD
                               INVALID KEY
                               DISPLAY "REWRITE FAILED - STATUS "
                                       FX-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "RATE CHANGED".

       DELETE-A-RATE.
           PERFORM GET-THE-RATE-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ FX-RATE-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO RATE FOR THAT CURRENCY AND DATE"
           ELSE
                     PERFORM DISPLAY-ONE-RATE
                     DELETE FX-RATE-FILE
                               INVALID KEY
                               DISPLAY "DELETE FAILED - STATUS "
                                       FX-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "RATE REMOVED".

      * LIST-THE-RATES SHOWS ONE CURRENCY'S RATES, OR ALL OF THEM FOR
      * A BLANK CURRENCY, OLDEST FIRST. THE FILE IS CLOSED AND
      * REOPENED SO THE SEQUENTIAL READ STARTS AT THE TOP AGAIN.
       LIST-THE-RATES.
           DISPLAY "CURRENCY TO LIST (BLANK FOR ALL) ? ".
           ACCEPT LIST-CURRENCY.
           INSPECT LIST-CURRENCY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           CLOSE FX-RATE-FILE.
           OPEN I-O FX-RATE-FILE.
           MOVE ZEROES TO SCREEN-LINES.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-RATE.
           PERFORM LIST-ONE-RATE
                 UNTIL END-OF-FILE = "Y".

       READ-NEXT-RATE.
           READ FX-RATE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       LIST-ONE-RATE.
           IF LIST-CURRENCY = SPACE OR
              FX-CURRENCY-CODE = LIST-CURRENCY
                     PERFORM SHOW-ONE-LISTED-RATE.
           PERFORM READ-NEXT-RATE.

       SHOW-ONE-LISTED-RATE.
           IF SCREEN-LINES > 14
                     PERFORM PRESS-ENTER.
           PERFORM DISPLAY-ONE-RATE.
           ADD 2 TO SCREEN-LINES.

       DISPLAY-ONE-RATE.
           MOVE FX-RATE TO DISPLAY-RATE.
           DISPLAY FX-CURRENCY-CODE " " FX-CURRENCY-NAME
                   " FROM " FX-EFFECTIVE-DATE.
           DISPLAY "    RATE " DISPLAY-RATE
                   " KEYED BY " FX-ENTERED-BY
                   " ON " FX-ENTERED-DATE.

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

       END PROGRAM FXMNT01.
