      * to POLINE.DAT with nothing received yet. POPRT01 prints the
      * paper that goes to the vendor and PORCV01 posts the receipts
      * against the lines as the truck arrives.
      * An expected date keyed on a weekend or holiday the business-
      * day calendar has shut is rolled on to the next business day.
      * A vendor who bills in a foreign currency is ordered from in
      * that currency: the PO is stamped with the vendor's currency
      * and today's rate from FXRATE.DAT, each unit cost is keyed in
      * the vendor's currency and filed in home currency at that
      * rate. A foreign vendor with no rate on file for today cannot
      * be ordered from until one is entered through FXMNT01.
      ******************************************************************

       ENVIRONMENT DIVISION.
           01 LINE-IS-FINISHED      PIC X.
           01 THE-EXPECTED-DATE     PIC 9(8).
           01 DISPLAY-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
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
                               MOVE "N" TO RECORD-FOUND
                     ELSE
                               DISPLAY "ORDERING FROM: " VENDOR-NAME
                                       " (" VENDOR-TERMS ")"
                               PERFORM GET-THE-PO-RATE.

      * GET-THE-PO-RATE FINDS TODAY'S RATE FOR THE VENDOR'S CURRENCY
      * - ONE FOR A HOME-CURRENCY VENDOR - AND REFUSES THE VENDOR
      * WHEN THERE IS NONE.
       GET-THE-PO-RATE.
           ACCEPT PO-RATE-DATE FROM DATE YYYYMMDD.
           CALL "FXFND01" USING VENDOR-CURRENCY-CODE PO-RATE-DATE
                     PO-RATE PO-RATE-FOUND.
           IF PO-RATE-FOUND NOT = "Y"
                     DISPLAY "NO EXCHANGE RATE ON FILE FOR "
                             VENDOR-CURRENCY-CODE " - SEE FXMNT01"
                     MOVE "N" TO RECORD-FOUND
           ELSE
                     IF VENDOR-CURRENCY-CODE NOT = SPACE
                               DISPLAY "COSTS IN " VENDOR-CURRENCY-CODE
                                       " AT " PO-RATE.

       TAKE-ONE-PO.
           PERFORM GET-THE-EXPECTED-DATE.
           ELSE
                     DISPLAY "DATE MUST BE 8 DIGITS"
                     GO TO GET-THE-EXPECTED-DATE.
           PERFORM ROLL-THE-EXPECTED-DATE.

      * ROLL-THE-EXPECTED-DATE MOVES AN EXPECTED DATE KEYED ON A DAY
      * THE BUSINESS-DAY CALENDAR HAS SHUT ON TO THE NEXT BUSINESS
      * DAY - NOTHING IS RECEIVED ON A SUNDAY - AND SAYS SO.
       ROLL-THE-EXPECTED-DATE.
           MOVE "R" TO BUSDAY-FUNCTION.
           MOVE THE-EXPECTED-DATE TO BUSDAY-FROM-DATE.
           CALL "BUSDAY01" USING BUSINESS-DAY-AREA.
           IF BUSDAY-RESULT-DATE NOT = THE-EXPECTED-DATE
                     DISPLAY THE-EXPECTED-DATE " IS NOT A BUSINESS "
                             "DAY (" BUSDAY-HOLIDAY-NAME ") - EXPECTED "
                             BUSDAY-RESULT-DATE
                     MOVE BUSDAY-RESULT-DATE TO THE-EXPECTED-DATE.

       TAKE-ONE-LINE.
           MOVE SPACE TO PRODUCT-RECORD.
                     DISPLAY "QUANTITY MUST BE 1 TO 99999"
                     GO TO GET-QUANTITY-AND-COST.
           MOVE KEYED-NUMBER-VALUE TO THE-QUANTITY.
           IF VENDOR-CURRENCY-CODE = SPACE
                     DISPLAY "UNIT COST (.01 TO 999999.99) ? "
                     ACCEPT COST-ENTRY-FIELD
                     MOVE COST-ENTRY-FIELD TO THE-UNIT-COST
           ELSE
                     DISPLAY "UNIT COST IN " VENDOR-CURRENCY-CODE
                             " (.01 TO 999999.99) ? "
                     ACCEPT COST-ENTRY-FIELD
                     MOVE COST-ENTRY-FIELD TO FOREIGN-UNIT-COST
                     COMPUTE THE-UNIT-COST ROUNDED =
                               FOREIGN-UNIT-COST * PO-RATE.
           IF THE-UNIT-COST = ZERO
                     DISPLAY "COST MUST NOT BE ZERO"
                     GO TO GET-QUANTITY-AND-COST.
           MOVE THE-QUANTITY TO POLINE-QUANTITY.
           MOVE THE-UNIT-COST TO POLINE-UNIT-COST.
           MOVE ZERO TO POLINE-RECEIVED-QTY.
           MOVE ZERO TO POLINE-BILLED-QTY.
           MOVE ZERO TO POLINE-RETURNED-QTY.
           MOVE ZERO TO POLINE-DROP-ORDER POLINE-DROP-ORDER-LINE.
           WRITE PO-LINE-RECORD.
           IF POLINE-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING POLINE.DAT - STATUS "
           MOVE LINES-THIS-PO TO PO-LINE-COUNT.
           MOVE RUNNING-PO-TOTAL TO PO-TOTAL-COST.
           MOVE OPERATOR-ID TO PO-OPERATOR-ID.
           MOVE VENDOR-CURRENCY-CODE TO PO-CURRENCY-CODE.
           MOVE PO-RATE TO PO-EXCHANGE-RATE.
           MOVE ZERO TO PO-DROP-ORDER-NUMBER PO-DROP-ACCOUNT.
           MOVE SPACE TO PO-DROP-SHIP-TO-CODE.
           WRITE PO-HEADER-RECORD
                     INVALID KEY
                     DISPLAY "DUPLICATE PO NUMBER - CHECK POCTL.DAT"
