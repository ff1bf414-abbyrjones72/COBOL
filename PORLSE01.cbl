      * date, (X)CANCELLED if the buyer thinks better of it, or
      * (H)ELD as a draft for another day. POPRT01 prints a released
      * PO; a draft or cancelled one never reaches the vendor.
      * An expected date keyed on a weekend or holiday the business-
      * day calendar has shut is rolled on to the next business day.
      * A draft for a vendor billing in a foreign currency is worked
      * in that currency at today's rate from FXRATE.DAT: costs are
      * shown and keyed in it, filed in home currency at the rate,
      * and the rate is stamped on the PO when it is released. Such
      * a draft cannot be worked while today has no rate on file.
      ******************************************************************

       ENVIRONMENT DIVISION.
           01 REVIEWED-PO-TOTAL     PIC 9(11)V99.
           01 LIVE-LINE-COUNT       PIC 9(3).
           01 DRAFTS-LISTED         PIC 9(5).
           01 PO-RATE-DATE          PIC 9(8).
           01 PO-RATE               PIC 9(3)V9(6).
           01 PO-RATE-FOUND         PIC X.
           01 FOREIGN-UNIT-COST     PIC 9(7)V99.

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

      * THE BUSDAY01 QUESTION AND ANSWER - SEE
      * COPYBOOKS/WBUSDAY.CPY.
       COPY WBUSDAY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
      * DO WITH THE WHOLE DRAFT.
       REVIEW-ONE-DRAFT.
           PERFORM NAME-THE-VENDOR.
           PERFORM GET-THE-PO-RATE.
           IF PO-RATE-FOUND NOT = "Y"
                     DISPLAY "NO EXCHANGE RATE ON FILE FOR "
                             PO-CURRENCY-CODE " - SEE FXMNT01"
           ELSE
                     PERFORM REVIEW-THE-LINES.

      * GET-THE-PO-RATE FINDS TODAY'S RATE FOR THE CURRENCY THE
      * DRAFT WAS RAISED IN - ONE FOR HOME CURRENCY.
       GET-THE-PO-RATE.
           ACCEPT PO-RATE-DATE FROM DATE YYYYMMDD.
           CALL "FXFND01" USING PO-CURRENCY-CODE PO-RATE-DATE
                     PO-RATE PO-RATE-FOUND.
           IF PO-RATE-FOUND = "Y" AND
              PO-CURRENCY-CODE NOT = SPACE
                     DISPLAY "COSTS IN " PO-CURRENCY-CODE " AT "
                             PO-RATE.

       REVIEW-THE-LINES.
           DISPLAY "REVIEWING DRAFT " PO-NUMBER " FOR " VENDOR-NAME.
           MOVE ZEROES TO REVIEWED-PO-TOTAL LIVE-LINE-COUNT.
           OPEN I-O PO-LINE-FILE.
           PERFORM READ-NEXT-LINE.

       REVIEW-ONE-LINE.
           COMPUTE FOREIGN-UNIT-COST ROUNDED =
                     POLINE-UNIT-COST / PO-RATE.
           DISPLAY "LINE " POLINE-NUMBER " "
                   POLINE-PRODUCT-CODE " QTY " POLINE-QUANTITY
                   " COST " FOREIGN-UNIT-COST.
           DISPLAY "QUANTITY (BLANK KEEPS, 0 KILLS THE LINE) ? ".
           ACCEPT QUANTITY-ENTRY.
           IF QUANTITY-ENTRY NOT = SPACE
           ELSE
                     MOVE KEYED-NUMBER-VALUE TO POLINE-QUANTITY.

      * THE COST IS KEYED IN THE DRAFT'S CURRENCY AND FILED IN HOME
      * CURRENCY AT TODAY'S RATE - AT A RATE OF ONE THEY ARE THE SAME.
       SETTLE-THE-COST.
           DISPLAY "UNIT COST (BLANK KEEPS " FOREIGN-UNIT-COST
                   ") ? ".
           ACCEPT COST-ENTRY-FIELD.
           IF COST-ENTRY-FIELD NOT = SPACE
                     MOVE COST-ENTRY-FIELD TO FOREIGN-UNIT-COST
                     COMPUTE THE-UNIT-COST ROUNDED =
                               FOREIGN-UNIT-COST * PO-RATE
                     MOVE THE-UNIT-COST TO POLINE-UNIT-COST.
           IF POLINE-UNIT-COST = ZERO
                     DISPLAY "COST IS STILL ZERO - SETTLE IT BEFORE "
                     MOVE "O" TO PO-STATUS
                     MOVE LIVE-LINE-COUNT TO PO-LINE-COUNT
                     MOVE REVIEWED-PO-TOTAL TO PO-TOTAL-COST
                     MOVE PO-RATE TO PO-EXCHANGE-RATE
                     REWRITE PO-HEADER-RECORD
                               INVALID KEY
                               DISPLAY "REWRITE FAILED - STATUS "
           ELSE
                     DISPLAY "DATE MUST BE 8 DIGITS"
                     GO TO GET-THE-EXPECTED-DATE.
           PERFORM ROLL-THE-EXPECTED-DATE.

      * ROLL-THE-EXPECTED-DATE MOVES AN EXPECTED DATE KEYED ON A DAY
      * THE BUSINESS-DAY CALENDAR HAS SHUT ON TO THE NEXT BUSINESS
      * DAY - NOTHING IS RECEIVED ON A SUNDAY - AND SAYS SO.
       ROLL-THE-EXPECTED-DATE.
           MOVE "R" TO BUSDAY-FUNCTION.
           MOVE PO-EXPECTED-DATE TO BUSDAY-FROM-DATE.
           CALL "BUSDAY01" USING BUSINESS-DAY-AREA.
           IF BUSDAY-RESULT-DATE NOT = PO-EXPECTED-DATE
                     DISPLAY PO-EXPECTED-DATE " IS NOT A BUSINESS DAY ("
                             BUSDAY-HOLIDAY-NAME ") - EXPECTED "
                             BUSDAY-RESULT-DATE
                     MOVE BUSDAY-RESULT-DATE TO PO-EXPECTED-DATE.

       CANCEL-THE-DRAFT.
           MOVE "X" TO PO-STATUS.
