      * regenerates, so the operator stops re-keying the same order
      * into ORDADD01 every week. Add takes the customer account
      * (checked against CUSTOMER.DAT), the frequency in days, the
      * first run date, the ship-to code (checked against SHIPTO.DAT,
      * blank for the bill-to address), and the product lines
      * (checked against PRODUCT.DAT) until a blank code; change
      * adjusts the frequency, next-run date and ship-to; stop flags
      * the standing order inactive without losing its lines; list
      * shows the file with its lines. A run date keyed on a day the
      * business-day calendar has shut is kept as the schedule and
      * the run rolled on to the next business day (BUSDAY01),
      * the same way STNDGEN01 rolls every run after it.
      ******************************************************************

       ENVIRONMENT DIVISION.
           01 LINES-THIS-ORDER      PIC 9(3).
           01 LINE-IS-FINISHED      PIC X.

      * VARIABLES FOR THE SHIP-TO, LOOKED UP THROUGH SHPFND01. A BLANK
      * CODE SENDS THE GENERATED ORDERS TO THE BILL-TO ADDRESS.
           01 SHIP-TO-ENTRY         PIC X(4).
           01 SHIP-TO-FOUND         PIC X.
       COPY WSHIPTO.

      * THE BUSDAY01 QUESTION AND ANSWER - SEE
      * COPYBOOKS/WBUSDAY.CPY.
       COPY WBUSDAY.

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
           DISPLAY "NEXT RUN DATE (YYYYMMDD) ? ".
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY IS NUMERIC
                     MOVE DATE-ENTRY TO STANDING-SCHEDULE-DATE
           ELSE
                     DISPLAY "DATE MUST BE 8 DIGITS"
                     GO TO GET-THE-SCHEDULE.
           PERFORM ROLL-THE-NEXT-RUN.

      * ROLL-THE-NEXT-RUN SETS THE NEXT-RUN DATE FROM THE SCHEDULE,
      * ROLLED ON TO A BUSINESS DAY, AND SAYS SO WHEN IT MOVED.
       ROLL-THE-NEXT-RUN.
           MOVE "R" TO BUSDAY-FUNCTION.
           MOVE STANDING-SCHEDULE-DATE TO BUSDAY-FROM-DATE.
           CALL "BUSDAY01" USING BUSINESS-DAY-AREA.
           MOVE BUSDAY-RESULT-DATE TO STANDING-NEXT-RUN-DATE.
           IF STANDING-NEXT-RUN-DATE NOT = STANDING-SCHEDULE-DATE
                     DISPLAY STANDING-SCHEDULE-DATE " IS NOT A "
                             "BUSINESS DAY (" BUSDAY-HOLIDAY-NAME
                             ") - NEXT RUN "
                             STANDING-NEXT-RUN-DATE.

      * GET-THE-SHIP-TO TAKES THE SHIP-TO CODE EVERY GENERATED ORDER
      * WILL CARRY. IT MUST BE ON SHIPTO.DAT UNDER THE ACCOUNT.
       GET-THE-SHIP-TO.
           DISPLAY "SHIP-TO CODE (BLANK FOR BILL-TO ADDRESS) ? ".
           ACCEPT SHIP-TO-ENTRY.
           INSPECT SHIP-TO-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF SHIP-TO-ENTRY NOT = SPACE
                     CALL "SHPFND01" USING STANDING-ACCOUNT-NUMBER
                               SHIP-TO-ENTRY SHIP-TO-RECORD
                               SHIP-TO-FOUND
                     IF SHIP-TO-FOUND NOT = "Y"
                               DISPLAY "NO SHIP-TO WITH THAT CODE ON "
                                       "THE ACCOUNT"
                               GO TO GET-THE-SHIP-TO
                     ELSE
                               DISPLAY "SHIP TO: " SHIP-TO-NAME.
           MOVE SHIP-TO-ENTRY TO STANDING-SHIP-TO-CODE.

       ADD-A-STANDING-ORDER.
           PERFORM GET-THE-ID-KEY.
       BUILD-THE-STANDING-ORDER.
           MOVE CUSTOMER-ACCOUNT-NUMBER TO STANDING-ACCOUNT-NUMBER.
           PERFORM GET-THE-SCHEDULE.
           PERFORM GET-THE-SHIP-TO.
           MOVE "A" TO STANDING-STATUS.
           MOVE OPERATOR-ID TO STANDING-OPERATOR-ID.
           WRITE STANDING-ORDER-RECORD
                             STANDING-ACCOUNT-NUMBER " EVERY "
                             STANDING-FREQUENCY-DAYS " DAYS, NEXT "
                             STANDING-NEXT-RUN-DATE
                     DISPLAY "SHIP-TO CODE: " STANDING-SHIP-TO-CODE
                     PERFORM GET-THE-SCHEDULE
                     PERFORM GET-THE-SHIP-TO
                     REWRITE STANDING-ORDER-RECORD
                               INVALID KEY
                               DISPLAY "REWRITE FAILED - STATUS "
                                       STANDING-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "SCHEDULE AND SHIP-TO CHANGED".

      * STOP-A-STANDING-ORDER FLAGS THE RECORD RATHER THAN DELETING
      * IT, THE SAME WAY SALESMNT01 RETIRES A SALESPERSON - THE
                   STANDING-ACCOUNT-NUMBER " EVERY "
                   STANDING-FREQUENCY-DAYS " DAYS, NEXT "
                   STANDING-NEXT-RUN-DATE " "
                   STANDING-STATUS " SHIP-TO "
                   STANDING-SHIP-TO-CODE.
           ADD 1 TO SCREEN-LINES.
           PERFORM LIST-THE-STANDING-LINES.
           PERFORM READ-NEXT-STANDING.
