      * checks and BACKORD.DAT capture ORDADD01 applies at the
      * keyboard - a shortfall is back-ordered automatically, since
      * there is no operator to ask. Tax is computed from the
      * ship-to state the way order entry computes it. The
      * standing order's schedule then walks forward by its
      * frequency, and the next-run date is rolled on to a business
      * day off the calendar (BUSDAY01). On a business date the
      * calendar has shut - a weekend or a holiday - nothing is
      * generated: the orders due stay due and go out on the next
      * business day's run. A printed report shows every order
      * generated, every line back-ordered for stock, and everything
      * skipped with the reason. The credit limit is not enforced here -
      * an unattended run has no supervisor to override - but an
      * account on credit hold is skipped outright. Each order is
      * stamped with the account's currency and its rate for the
      * business date; an account billed in a currency with no rate
      * on FXRATE.DAT is skipped.
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  SHIP-QUANTITY             PIC 9(5).
       01  SHORTFALL-QUANTITY        PIC 9(5).

      * THE RATE FOR THE ACCOUNT'S CURRENCY, THROUGH FXFND01.
       01  ORDER-RATE                PIC 9(3)V9(6).
       01  ORDER-RATE-FOUND          PIC X.

      * PRICING FIELDS FOR CPRFND01. THE BREAK IS JUDGED ON THE
      * STANDING QUANTITY AND THE AGREEMENT DATES ON THE BUSINESS
      * DATE, SO A CATCH-UP RUN PRICES AS THE MISSED DAY WOULD HAVE.
       01  THE-UNIT-PRICE            PIC 9(7)V99.
       01  PRICE-IS-AGREED           PIC X.

      * WHETHER CXRFND01 FOUND THE ACCOUNT'S OWN PART NUMBER FOR A
      * LINE'S PRODUCT, WHICH THE LINE CARRIES FOR THE PAPERWORK.
       01  CXREF-FOUND               PIC X.

      * VARIABLES FOR THE SHIPPING-LOCATION STOCK CHECKS. WITH NO
      * LOCATION TABLE (OR NO FLAGGED SHIPPER) EVERYTHING FALLS
      * BACK TO THE BLENDED ON-HAND FIGURE AS BEFORE.
       01  THE-TAX-STATE             PIC X(2).
       01  EXEMPTION-HOLDS           PIC X.

      * THE SHIP-TO THE STANDING ORDER NAMES, LOOKED UP THROUGH
      * SHPFND01. THE TAX STATE FOLLOWS THE SHIP-TO.
       01  THE-SHIP-TO-CODE          PIC X(4).
       01  THE-SHIP-TO-STATE         PIC X(15).
       01  SHIP-TO-FOUND             PIC X.
       COPY WSHIPTO.

      * WHETHER THE BUSINESS DATE IS A DAY THE SHOP IS OPEN, AND THE
      * BUSDAY01 QUESTION AND ANSWER - SEE COPYBOOKS/WBUSDAY.CPY.
       01  BUSINESS-DATE-IS-OPEN     PIC X.
       COPY WBUSDAY.

       01  ORDERS-GENERATED          PIC 9(5) VALUE ZERO.
       01  ORDERS-SKIPPED            PIC 9(5) VALUE ZERO.
       01  LINES-BACKORDERED         PIC 9(5) VALUE ZERO.

      * WORK FIELDS FOR WALKING THE SCHEDULE DATE FORWARD BY THE
      * FREQUENCY, A DAY AT A TIME THROUGH MONTH ENDS.
       01  WALK-DATE-PARTS.
                 05 WALK-YEAR              PIC 9(4).
                                           " SKIPPED - ".
                 05 PRINT-SKIP-REASON      PIC X(40).

       01  SHUT-DAY-LINE.
                 05 FILLER                 PIC X(21) VALUE
                                 "NOT A BUSINESS DAY - ".
                 05 PRINT-SHUT-REASON      PIC X(30).
                 05 FILLER                 PIC X(24) VALUE
                                 " - NOTHING GENERATED".

       01  SUMMARY-LINE-1.
                 05 FILLER                 PIC X(19) VALUE
                                           "ORDERS GENERATED:  ".
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "N" TO END-OF-FILE.
            IF BUSINESS-DATE-IS-OPEN = "Y"
                      PERFORM READ-NEXT-STANDING
            ELSE
                      MOVE "Y" TO END-OF-FILE.
            PERFORM HANDLE-ONE-STANDING
                 UNTIL END-OF-FILE = "Y".
            PERFORM CLOSING-PROCEDURE.
           MOVE THE-BUSINESS-DATE TO PRINT-BUSINESS-DATE.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           PERFORM CHECK-THE-BUSINESS-DATE.

      * CHECK-THE-BUSINESS-DATE ASKS THE CALENDAR WHETHER THE SHOP IS
      * OPEN ON THE BUSINESS DATE. A SHUT DAY GENERATES NOTHING AND
      * MOVES NO SCHEDULE, SO EVERY ORDER DUE IS STILL DUE - AND
      * STILL NOT AFTER THE BUSINESS DATE - ON THE NEXT OPEN DAY.
       CHECK-THE-BUSINESS-DATE.
           MOVE "T" TO BUSDAY-FUNCTION.
           MOVE THE-BUSINESS-DATE TO BUSDAY-FROM-DATE.
           CALL "BUSDAY01" USING BUSINESS-DAY-AREA.
           MOVE BUSDAY-FROM-IS-OPEN TO BUSINESS-DATE-IS-OPEN.
           IF BUSINESS-DATE-IS-OPEN NOT = "Y"
                     MOVE BUSDAY-HOLIDAY-NAME TO PRINT-SHUT-REASON
                     MOVE SHUT-DAY-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 2
                     DISPLAY THE-BUSINESS-DATE " IS NOT A BUSINESS "
                             "DAY (" BUSDAY-HOLIDAY-NAME ") - "
                             "STANDING ORDERS WAIT FOR THE NEXT ONE".

      * OPEN-ORDER-HEADER-FILE OPENS ORDHDR.DAT FOR UPDATE, CREATING
      * IT FIRST ON A BRAND NEW SYSTEM, THE SAME WAY ORDADD01 DOES.
                     IF CUSTOMER-STATUS = "C"
                               PERFORM SKIP-CLOSED-CUSTOMER
                     ELSE
                               IF CUSTOMER-IS-ON-CREDIT-HOLD
                                         PERFORM SKIP-HELD-CUSTOMER
                               ELSE
                                         PERFORM GET-THE-ORDER-RATE.

      * GET-THE-ORDER-RATE FINDS THE RATE IN FORCE ON THE BUSINESS
      * DATE FOR THE CURRENCY THE ACCOUNT IS BILLED IN - ONE FOR A
      * HOME-CURRENCY ACCOUNT. AN ORDER THAT CANNOT BE PRICED IN THE
      * CUSTOMER'S CURRENCY IS SKIPPED RATHER THAN GUESSED AT.
       GET-THE-ORDER-RATE.
           CALL "FXFND01" USING CUSTOMER-CURRENCY-CODE
                     THE-BUSINESS-DATE ORDER-RATE ORDER-RATE-FOUND.
           IF ORDER-RATE-FOUND = "Y"
                     PERFORM BUILD-THE-ORDER
           ELSE
                     PERFORM SKIP-NO-RATE.

       SKIP-NO-RATE.
           ADD 1 TO ORDERS-SKIPPED.
           MOVE STANDING-ORDER-ID TO PRINT-SKIP-ID.
           MOVE "NO EXCHANGE RATE FOR CURRENCY" TO PRINT-SKIP-REASON.
           MOVE SKIPPED-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       SKIP-NO-CUSTOMER.
           ADD 1 TO ORDERS-SKIPPED.
           MOVE SKIPPED-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * AN ACCOUNT ON CREDIT HOLD (SEE ARHLD01) IS SKIPPED THE SAME
      * WAY - THERE IS NO SUPERVISOR AT THE NIGHTLY RUN TO OVERRIDE.
      * THE SKIP LINE IS THE SALES DESK'S CUE TO KEY THE ORDER
      * THROUGH ORDADD01 ON AN OVERRIDE IF IT IS TO GO OUT.
       SKIP-HELD-CUSTOMER.
           ADD 1 TO ORDERS-SKIPPED.
           MOVE STANDING-ORDER-ID TO PRINT-SKIP-ID.
           MOVE "ACCOUNT IS ON CREDIT HOLD" TO PRINT-SKIP-REASON.
           MOVE SKIPPED-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       BUILD-THE-ORDER.
           MOVE ZEROES TO LINES-THIS-ORDER BACKORDERS-THIS-ORDER
                          RUNNING-ORDER-TOTAL.

       WRITE-THE-LINE.
           ADD 1 TO LINES-THIS-ORDER.
           CALL "CPRFND01" USING CUSTOMER-ACCOUNT-NUMBER PRODUCT-CODE
                     SLINE-QUANTITY THE-BUSINESS-DATE
                     PRODUCT-PRICE THE-UNIT-PRICE PRICE-IS-AGREED.
           COMPUTE THE-EXTENSION = SHIP-QUANTITY * THE-UNIT-PRICE.
           ADD THE-EXTENSION TO RUNNING-ORDER-TOTAL.
           MOVE ORDER-NUMBER-TO-USE TO LINE-ORDER-NUMBER.
           MOVE LINES-THIS-ORDER TO LINE-NUMBER.
           MOVE PRODUCT-CODE TO LINE-PRODUCT-CODE.
           MOVE SHIP-QUANTITY TO LINE-QUANTITY.
           MOVE THE-UNIT-PRICE TO LINE-UNIT-PRICE.
           MOVE PRODUCT-PRICE TO LINE-LIST-PRICE.
           MOVE THE-EXTENSION TO LINE-EXTENSION.
           MOVE ZERO TO LINE-SHIPPED-QUANTITY.
           MOVE ZERO TO LINE-KIT-COMPONENT-QTY.
           MOVE PRODUCT-UNIT-COST TO LINE-UNIT-COST.
           MOVE SPACE TO LINE-MARGIN-STATUS.
           MOVE SPACE TO LINE-MARGIN-APPROVER.
           MOVE ZERO TO LINE-MARGIN-DATE.
           MOVE SPACE TO LINE-DROP-SHIP-STATUS.
           MOVE ZERO TO LINE-DROP-PO-NUMBER.
           MOVE SPACE TO LINE-SUBSTITUTED-FOR.
           MOVE SPACE TO LINE-CUSTOMER-PART.
           CALL "CXRFND01" USING STANDING-ACCOUNT-NUMBER
                     LINE-CUSTOMER-PART LINE-PRODUCT-CODE CXREF-FOUND.
           WRITE ORDER-LINE-RECORD.
           IF LINE-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING ORDLINE.DAT - STATUS "
                     MOVE ZERO TO BACKORDER-RELEASE-DATE
                     MOVE OPERATOR-ID TO BACKORDER-OPERATOR-ID
                     MOVE SPACE TO BACKORDER-NOTICE-FLAG
                     MOVE SPACE TO BACKORDER-SUBSTITUTE-CODE
                     WRITE BACKORDER-RECORD
                     CLOSE BACKORDER-FILE
                     ADD 1 TO BACKORDERS-THIS-ORDER
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       WRITE-THE-HEADER.
           PERFORM FIND-THE-SHIP-TO.
           PERFORM COMPUTE-THE-TAX.
           MOVE ORDER-NUMBER-TO-USE TO ORDER-NUMBER.
           MOVE STANDING-ACCOUNT-NUMBER TO ORDER-ACCOUNT-NUMBER.
           MOVE THE-BUSINESS-DATE TO ORDER-DATE.
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
                     ADD 1 TO ORDER-NUMBER-TO-USE
                     PERFORM SAVE-THE-ORDER-CONTROL.

      * FIND-THE-SHIP-TO CARRIES THE STANDING ORDER'S SHIP-TO ONTO
      * THE ORDER. ONE REMOVED FROM SHIPTO.DAT SINCE THE STANDING
      * ORDER WAS SET UP SENDS THE ORDER TO THE BILL-TO ADDRESS
      * RATHER THAN HOLDING IT UP, AND THE OPERATOR IS TOLD.
       FIND-THE-SHIP-TO.
           MOVE STANDING-SHIP-TO-CODE TO THE-SHIP-TO-CODE.
           MOVE CUSTOMER-STATE TO THE-SHIP-TO-STATE.
           IF THE-SHIP-TO-CODE NOT = SPACE
                     CALL "SHPFND01" USING STANDING-ACCOUNT-NUMBER
                               THE-SHIP-TO-CODE SHIP-TO-RECORD
                               SHIP-TO-FOUND
                     IF SHIP-TO-FOUND = "Y"
                               MOVE SHIP-TO-STATE TO THE-SHIP-TO-STATE
                     ELSE
                               DISPLAY "STANDING ORDER "
                                       STANDING-ORDER-ID " SHIP-TO "
                                       THE-SHIP-TO-CODE
                                       " NO LONGER ON FILE - SHIPS "
                                       "TO THE BILL-TO ADDRESS"
                               MOVE SPACE TO THE-SHIP-TO-CODE.

      * COMPUTE-THE-TAX MIRRORS ORDER ENTRY: A CURRENT TAX-EXEMPT
      * CERTIFICATE SKIPS THE TAX, OTHERWISE THE SHIP-TO STATE
      * CODE IS LOOKED UP ON THE RATE TABLE.
       COMPUTE-THE-TAX.
           MOVE ZERO TO THE-TAX-AMOUNT.
           IF CUSTOMER-IS-TAX-EXEMPT AND
              CUSTOMER-EXEMPT-EXPIRES NOT < THE-BUSINESS-DATE
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
                               TAX-REF-RATE / 100
                     MOVE TAX-REF-STATE TO THE-TAX-STATE.

      * ADVANCE-THE-NEXT-RUN WALKS THE SCHEDULE DATE FORWARD BY THE
      * FREQUENCY, REPEATING UNTIL IT PASSES THE BUSINESS DATE SO A
      * STANDING ORDER MISSED FOR A WEEK DOES NOT FIRE SEVEN TIMES
      * TOMORROW, THEN ROLLS THE NEXT-RUN DATE OFF IT ON TO A
      * BUSINESS DAY. A ROW WITH NO SCHEDULE DATE YET TAKES ITS
      * NEXT-RUN DATE AS THE SCHEDULE.
       ADVANCE-THE-NEXT-RUN.
           IF STANDING-SCHEDULE-DATE NOT NUMERIC OR
              STANDING-SCHEDULE-DATE = ZERO
                     MOVE STANDING-NEXT-RUN-DATE TO
                               STANDING-SCHEDULE-DATE.
           MOVE STANDING-SCHEDULE-DATE TO WALK-DATE-WHOLE.
           PERFORM WALK-FORWARD-ONE-CYCLE
                 UNTIL WALK-DATE-WHOLE > THE-BUSINESS-DATE.
           MOVE WALK-DATE-WHOLE TO STANDING-SCHEDULE-DATE.
           MOVE "R" TO BUSDAY-FUNCTION.
           MOVE STANDING-SCHEDULE-DATE TO BUSDAY-FROM-DATE.
           CALL "BUSDAY01" USING BUSINESS-DAY-AREA.
           MOVE BUSDAY-RESULT-DATE TO STANDING-NEXT-RUN-DATE.
           REWRITE STANDING-ORDER-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED - STATUS "
