      * same on-hand checks and BACKORD.DAT capture order entry
      * applies, stock coming off the shelf only now, at conversion.
      * The quote is then marked converted and remembers its order
      * number and the date it converted, so the same quote cannot
      * convert twice. An expired quote, or one already closed as lost
      * or expired, is refused - sales re-quotes at current prices
      * instead.
      * The order is stamped with the account's currency and the rate
      * in force today; an account billed in a currency with no rate
      * on FXRATE.DAT is refused until FXMNT01 has one.
      * A line quoted on margin hold keeps its hold on the order.
      ******************************************************************

       ENVIRONMENT DIVISION.
           01 SHIP-QUANTITY         PIC 9(5).
           01 SHORTFALL-QUANTITY    PIC 9(5).

      * THE RATE FOR THE ACCOUNT'S CURRENCY, THROUGH FXFND01.
           01 ORDER-RATE            PIC 9(3)V9(6).
           01 ORDER-RATE-FOUND      PIC X.

      * VARIABLES FOR THE SHIPPING-LOCATION STOCK CHECKS. WITH NO
      * LOCATION TABLE (OR NO FLAGGED SHIPPER) EVERYTHING FALLS
      * BACK TO THE BLENDED ON-HAND FIGURE AS BEFORE.
           01 EXEMPTION-HOLDS       PIC X.
           01 DISPLAY-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.

      * VARIABLES FOR THE SHIP-TO THE QUOTE WAS MADE FOR, LOOKED UP
      * THROUGH SHPFND01. THE TAX STATE FOLLOWS THE SHIP-TO.
           01 THE-SHIP-TO-CODE      PIC X(4).
           01 THE-SHIP-TO-STATE     PIC X(15).
           01 SHIP-TO-FOUND         PIC X.
       COPY WSHIPTO.

      * AN ACCOUNT ARHLD01 HAS PUT ON CREDIT HOLD CONVERTS ONLY ON A
      * SUPERVISOR (LEVEL 9) OVERRIDE, CHECKED THROUGH OPERVAL01 THE
      * SAME WAY ORDADD01 CHECKS ITS OVERRIDES.
           01 HOLD-OVERRIDE         PIC X.
           01 OVERRIDE-ID           PIC X(10).
           01 OVERRIDE-PASSWORD     PIC X(10).
           01 OVERRIDE-AUTHORITY    PIC 9.
           01 OVERRIDE-OK           PIC X.

      * WHETHER CXRFND01 FOUND THE ACCOUNT'S OWN PART NUMBER FOR A
      * LINE'S PRODUCT, WHICH THE LINE CARRIES FOR THE PAPERWORK.
           01 CXREF-FOUND           PIC X.

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
                             "CONVERTED TO ORDER "
                             QUOTE-ORDER-NUMBER " - REFUSED"
           ELSE
                     IF QUOTE-IS-LOST OR QUOTE-IS-EXPIRED
                               DISPLAY "QUOTE " QUOTE-NUMBER
                                       " WAS CLOSED UNWON ON "
                                       QUOTE-CLOSED-DATE
                                       " - RE-QUOTE AT CURRENT "
                                       "PRICES"
                     ELSE
                     IF QUOTE-EXPIRY-DATE < TODAYS-DATE
                               DISPLAY "QUOTE " QUOTE-NUMBER
                                       " EXPIRED "
                     IF CUSTOMER-STATUS = "C"
                               DISPLAY "ACCOUNT IS CLOSED - REFUSED"
                     ELSE
                               PERFORM CHECK-THE-CREDIT-HOLD.

      * CHECK-THE-CREDIT-HOLD LETS AN ACCOUNT THAT IS NOT ON HOLD
      * STRAIGHT THROUGH; A HELD ONE NEEDS THE SUPERVISOR.
       CHECK-THE-CREDIT-HOLD.
           MOVE "Y" TO HOLD-OVERRIDE.
           IF CUSTOMER-IS-ON-CREDIT-HOLD
                     PERFORM GET-THE-HOLD-OVERRIDE.
           IF HOLD-OVERRIDE = "Y"
                     PERFORM GET-THE-ORDER-RATE
                     IF ORDER-RATE-FOUND = "Y"
                               PERFORM BUILD-THE-ORDER.

      * GET-THE-ORDER-RATE FINDS TODAY'S RATE FOR THE CURRENCY THE
      * ACCOUNT IS BILLED IN - ONE FOR A HOME-CURRENCY ACCOUNT.
       GET-THE-ORDER-RATE.
           CALL "FXFND01" USING CUSTOMER-CURRENCY-CODE TODAYS-DATE
                     ORDER-RATE ORDER-RATE-FOUND.
           IF ORDER-RATE-FOUND NOT = "Y"
                     DISPLAY "NO EXCHANGE RATE ON FILE FOR "
                             CUSTOMER-CURRENCY-CODE " - SEE FXMNT01 - "
                             "QUOTE NOT CONVERTED".

       GET-THE-HOLD-OVERRIDE.
           MOVE "N" TO HOLD-OVERRIDE.
           DISPLAY "ACCOUNT IS ON CREDIT HOLD FOR PAST-DUE ITEMS".
           DISPLAY "SUPERVISOR ID TO OVERRIDE (BLANK TO REFUSE): "
                   WITH NO ADVANCING.
           ACCEPT OVERRIDE-ID.
           IF OVERRIDE-ID = SPACE
                     DISPLAY "NO OVERRIDE GIVEN - QUOTE NOT CONVERTED"
           ELSE
                     DISPLAY "PASSWORD: " WITH NO ADVANCING
                     ACCEPT OVERRIDE-PASSWORD
                     CALL "OPERVAL01" USING OVERRIDE-ID
                               OVERRIDE-PASSWORD OVERRIDE-AUTHORITY
                               OVERRIDE-OK
                     IF OVERRIDE-OK = "Y" AND OVERRIDE-AUTHORITY = 9
                               MOVE "Y" TO HOLD-OVERRIDE
                               DISPLAY "HOLD OVERRIDDEN FOR THIS "
                                       "QUOTE"
                     ELSE
                               DISPLAY "OVERRIDE REFUSED - SUPERVISOR "
                                       "AUTHORITY IS NEEDED".

       BUILD-THE-ORDER.
           MOVE ZEROES TO LINES-THIS-ORDER BACKORDERS-THIS-ORDER
                          RUNNING-ORDER-TOTAL.
           MOVE QLINE-PRODUCT-CODE TO LINE-PRODUCT-CODE.
           MOVE SHIP-QUANTITY TO LINE-QUANTITY.
           MOVE QLINE-UNIT-PRICE TO LINE-UNIT-PRICE.
           MOVE QLINE-LIST-PRICE TO LINE-LIST-PRICE.
           MOVE THE-EXTENSION TO LINE-EXTENSION.
           MOVE ZERO TO LINE-SHIPPED-QUANTITY.
           MOVE ZERO TO LINE-KIT-COMPONENT-QTY.
           MOVE SPACE TO LINE-DROP-SHIP-STATUS.
           MOVE ZERO TO LINE-DROP-PO-NUMBER.
           MOVE SPACE TO LINE-SUBSTITUTED-FOR.
           MOVE SPACE TO LINE-CUSTOMER-PART.
           CALL "CXRFND01" USING QUOTE-ACCOUNT-NUMBER
                     LINE-CUSTOMER-PART LINE-PRODUCT-CODE CXREF-FOUND.
           PERFORM CARRY-THE-MARGIN.
           WRITE ORDER-LINE-RECORD.
           IF LINE-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING ORDLINE.DAT - STATUS "
                             LINE-FILE-STATUS.

      * CARRY-THE-MARGIN BRINGS THE QUOTED LINE'S COST AND MARGIN
      * STANDING ACROSS, SO A LINE QUOTED ON MARGIN HOLD HOLDS THE
      * ORDER TOO. A LINE QUOTED BEFORE MARGINS WERE CHECKED CARRIES
      * NONE.
       CARRY-THE-MARGIN.
           IF QLINE-UNIT-COST NUMERIC
                     MOVE QLINE-UNIT-COST TO LINE-UNIT-COST
                     MOVE QLINE-MARGIN-STATUS TO LINE-MARGIN-STATUS
                     MOVE QLINE-MARGIN-APPROVER TO LINE-MARGIN-APPROVER
                     MOVE QLINE-MARGIN-DATE TO LINE-MARGIN-DATE
           ELSE
                     MOVE ZERO TO LINE-UNIT-COST
                     MOVE SPACE TO LINE-MARGIN-STATUS
                     MOVE SPACE TO LINE-MARGIN-APPROVER
                     MOVE ZERO TO LINE-MARGIN-DATE.
           IF LINE-ON-MARGIN-HOLD
                     DISPLAY "LINE " LINE-NUMBER " WAS QUOTED ON "
                             "MARGIN HOLD - THE ORDER IS HELD FROM "
                             "PICKING UNTIL ORDCHG01 CLEARS IT".

       FILE-THE-BACKORDER.
           OPEN EXTEND BACKORDER-FILE.
           IF BACKORDER-FILE-STATUS NOT = "00" AND
                     MOVE ZERO TO BACKORDER-RELEASE-DATE
                     MOVE OPERATOR-ID TO BACKORDER-OPERATOR-ID
                     MOVE SPACE TO BACKORDER-NOTICE-FLAG
                     MOVE SPACE TO BACKORDER-SUBSTITUTE-CODE
                     WRITE BACKORDER-RECORD
                     CLOSE BACKORDER-FILE
                     ADD 1 TO BACKORDERS-THIS-ORDER
                             QLINE-PRODUCT-CODE " BACK-ORDERED".

       WRITE-THE-HEADER.
           PERFORM FIND-THE-SHIP-TO.
           PERFORM COMPUTE-THE-TAX.
           MOVE ORDER-NUMBER-TO-USE TO ORDER-NUMBER.
           MOVE QUOTE-ACCOUNT-NUMBER TO ORDER-ACCOUNT-NUMBER.
           ACCEPT ORDER-DATE FROM DATE YYYYMMDD.
           ACCEPT ORDER-ENTERED-TIME FROM TIME.
           MOVE "O" TO ORDER-STATUS.
           MOVE LINES-THIS-ORDER TO ORDER-LINE-COUNT.
           MOVE RUNNING-ORDER-TOTAL TO ORDER-TOTAL.
           MOVE THE-TAX-STATE TO ORDER-TAX-STATE.
           MOVE ZERO TO ORDER-SHIP-DATE.
           MOVE ZERO TO ORDER-INVOICE-NUMBER.
           MOVE SPACE TO ORDER-CARRIER.
           MOVE ZERO TO ORDER-FREIGHT-AMOUNT.
           MOVE "N" TO ORDER-ACK-FLAG.
           MOVE ZERO TO ORDER-REVISION.
           MOVE THE-SHIP-TO-CODE TO ORDER-SHIP-TO-CODE.
           MOVE CUSTOMER-CURRENCY-CODE TO ORDER-CURRENCY-CODE.
           MOVE ORDER-RATE TO ORDER-EXCHANGE-RATE.
           WRITE ORDER-HEADER-RECORD
                     INVALID KEY
                     DISPLAY "DUPLICATE ORDER NUMBER - CHECK "
       MARK-THE-QUOTE-CONVERTED.
           MOVE "C" TO QUOTE-STATUS.
           MOVE ORDER-NUMBER TO QUOTE-ORDER-NUMBER.
           MOVE ORDER-DATE TO QUOTE-CLOSED-DATE.
           MOVE OPERATOR-ID TO QUOTE-CLOSED-BY.
           MOVE SPACE TO QUOTE-LOST-REASON QUOTE-COMPETITOR.
           REWRITE QUOTE-HEADER-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED - STATUS "
                             QUOTE-FILE-STATUS.

      * FIND-THE-SHIP-TO CARRIES THE QUOTE'S SHIP-TO ONTO THE ORDER.
      * ONE REMOVED FROM SHIPTO.DAT SINCE THE QUOTE WAS MADE SENDS
      * THE ORDER TO THE BILL-TO ADDRESS, AND THE OPERATOR IS TOLD.
       FIND-THE-SHIP-TO.
           MOVE QUOTE-SHIP-TO-CODE TO THE-SHIP-TO-CODE.
           MOVE CUSTOMER-STATE TO THE-SHIP-TO-STATE.
           IF THE-SHIP-TO-CODE NOT = SPACE
                     CALL "SHPFND01" USING QUOTE-ACCOUNT-NUMBER
                               THE-SHIP-TO-CODE SHIP-TO-RECORD
                               SHIP-TO-FOUND
                     IF SHIP-TO-FOUND = "Y"
                               MOVE SHIP-TO-STATE TO THE-SHIP-TO-STATE
                     ELSE
                               DISPLAY "SHIP-TO " THE-SHIP-TO-CODE
                                       " NO LONGER ON FILE - ORDER "
                                       "SHIPS TO THE BILL-TO ADDRESS"
                               MOVE SPACE TO THE-SHIP-TO-CODE.

      * COMPUTE-THE-TAX MIRRORS ORDER ENTRY: A CURRENT TAX-EXEMPT
      * CERTIFICATE SKIPS THE TAX, OTHERWISE THE SHIP-TO STATE
      * CODE IS LOOKED UP ON THE RATE TABLE.
       COMPUTE-THE-TAX.
           MOVE ZERO TO THE-TAX-AMOUNT.
           IF CUSTOMER-IS-TAX-EXEMPT AND
              CUSTOMER-EXEMPT-EXPIRES NOT < TODAYS-DATE
                     MOVE "Y" TO EXEMPTION-HOLDS.
           IF THE-SHIP-TO-STATE = SPACE OR EXEMPTION-HOLDS = "Y"
                     CONTINUE
           ELSE
                     OPEN INPUT TAX-FILE
                               CLOSE TAX-FILE.

       LOOK-UP-THE-RATE.
           MOVE THE-SHIP-TO-STATE (1:2) TO TAX-REF-STATE.
           MOVE "Y" TO TAX-RATE-FOUND.
           READ TAX-FILE
                     INVALID KEY
