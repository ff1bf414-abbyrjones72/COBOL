      * tagged with a reason code.
      *
      * EACH FEED ROW IS ONE ORDER LINE: ACCOUNT(7) PRODUCT(10)
      * QUANTITY(5) SHIP-TO(4) CUSTOMER-PART(20). THE SHIP-TO CODE IS
      * A CODE ON SHIPTO.DAT UNDER THE ACCOUNT, OR BLANK (OR LEFT OFF
      * THE ROW) FOR THE BILL-TO ADDRESS. AN ACCOUNT THAT ORDERS ON
      * ITS OWN PART NUMBERS SENDS THEM IN THE CUSTOMER-PART COLUMN,
      * WITH THE PRODUCT COLUMN BLANK (OR, IF BOTH ARE SENT, AGREEING
      * WITH THE CUSTITEM.DAT CROSS-REFERENCE); A SHORT NUMBER SENT IN
      * THE PRODUCT COLUMN THAT IS NOT ONE OF OUR CODES IS TRIED
      * AGAINST THE CROSS-REFERENCE TOO. CONSECUTIVE ROWS WITH THE SAME
      * ACCOUNT AND SHIP-TO MAKE ONE ORDER. AN ORDER POSTS ALL-OR-
      * NOTHING: ONE BAD ROW SENDS THE WHOLE ORDER'S ROWS TO THE
      * REJECT FILE, SO A REJECT CAN NEVER HALF-POST AN ORDER.
      *
      * REASON CODES ON THE REJECT FILE:
      *     R001  ACCOUNT NOT NUMERIC OR NOT ON FILE
      *     R004  PRODUCT IS DISCONTINUED
      *     R005  QUANTITY NOT NUMERIC OR ZERO
      *     R006  ANOTHER ROW OF THE SAME ORDER FAILED
      *     R007  ACCOUNT IS ON CREDIT HOLD (SEE ARHLD01) - A FEED HAS
      *           NO SUPERVISOR TO OVERRIDE, SO THE ORDER IS REFUSED
      *           AND KEYED THROUGH ORDADD01 IF IT IS TO GO OUT
      *     R008  SHIP-TO CODE NOT ON FILE FOR THE ACCOUNT
      *     R009  NO EXCHANGE RATE ON FXRATE.DAT FOR THE CURRENCY THE
      *           ACCOUNT IS BILLED IN - THE ORDER COULD NOT BE PRICED
      *     R010  CUSTOMER PART NUMBER NOT ON THE CROSS-REFERENCE FOR
      *           THE ACCOUNT (SEE CXRMNT01)
      *     R011  CUSTOMER PART NUMBER AND PRODUCT CODE BOTH SENT BUT
      *           THE CROSS-REFERENCE POINTS THE PART ELSEWHERE
      *
      * A POSTED ORDER IS STAMPED WITH THE ACCOUNT'S CURRENCY AND THE
      * RATE IN FORCE TODAY, THE SAME AS KEYED ORDER ENTRY.
      *
      * A ROW THE SHELF CANNOT COVER SHIPS THE FIRST APPROVED
      * ALTERNATE ON PRODSUB.DAT THAT CAN COVER IT IN FULL, AT THE
      * ORDERED PRODUCT'S PRICE, BEFORE ANY BACK-ORDER IS FILED - BUT
      * ONLY AN ALTERNATE THAT NEEDS NO CUSTOMER CONSENT, SINCE A FEED
      * HAS NOBODY TO ASK. THE LINE RECORDS WHAT IT STOOD IN FOR.
      ******************************************************************

       ENVIRONMENT DIVISION.
                 05 FEED-ACCOUNT           PIC X(7).
                 05 FEED-PRODUCT-CODE      PIC X(10).
                 05 FEED-QUANTITY          PIC X(5).
                 05 FEED-SHIP-TO-CODE      PIC X(4).
                 05 FEED-CUSTOMER-PART     PIC X(20).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD.
                 05 REJECT-REASON-CODE     PIC X(4).
                 05 FILLER                 PIC X(1).
                 05 REJECT-ROW             PIC X(46).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
      * ITS OWN CUSTOMER'S ORDER, NOT THE PREVIOUS ONE'S.
           01 ROW-ACCOUNT-GOOD       PIC X.
           01 ROW-ACCOUNT            PIC 9(7).
           01 ROW-SHIP-TO-CODE       PIC X(4).
           01 ROW-REASON-CODE        PIC X(4).
      * THE ROW'S PRODUCT ONCE ANY CUSTOMER PART NUMBER HAS BEEN
      * TRANSLATED, AND THE CUSTOMER'S NUMBER THE LINE WILL CARRY.
           01 ROW-PRODUCT-CODE       PIC X(10).
           01 ROW-CUSTOMER-PART      PIC X(20).
           01 CXREF-FOUND            PIC X.
           01 ROW-NUMBER             PIC 9(5).
           01 ROWS-READ              PIC 9(5) VALUE ZERO.
           01 ROWS-CLEAN             PIC 9(5) VALUE ZERO.
      * ROWS WITH THE SAME ACCOUNT ARE GATHERED HERE AND POSTED AS
      * ONE UNIT, OR REJECTED AS ONE UNIT.
       01  GROUP-ACCOUNT             PIC 9(7).
       01  GROUP-SHIP-TO-CODE        PIC X(4).
       01  GROUP-ROW-COUNT           PIC 9(3).
       01  GROUP-IS-CLEAN            PIC X.
       01  GROUP-TABLE.
                 05 GROUP-ROW OCCURS 200 TIMES.
                           10 GROUP-PRODUCT-CODE PIC X(10).
                           10 GROUP-QUANTITY     PIC 9(5).
                           10 GROUP-CUSTOMER-PART PIC X(20).
                           10 GROUP-RAW-ROW      PIC X(46).
                           10 GROUP-ROW-REASON   PIC X(4).
       01  GROUP-SUBSCRIPT           PIC 9(3).
       01  GROUP-IS-STARTED          PIC X.
       01  SHIP-QUANTITY             PIC 9(5).
       01  SHORTFALL-QUANTITY        PIC 9(5).

      * PRICING FIELDS FOR CPRFND01. THE BREAK IS JUDGED ON THE
      * QUANTITY ORDERED, SO A SHORT SHIPMENT DOES NOT LOSE THE
      * CUSTOMER THE PRICE THEY ORDERED AT.
       01  THE-UNIT-PRICE            PIC 9(7)V99.
       01  PRICE-IS-AGREED           PIC X.
       01  PRICING-PRODUCT           PIC X(10).
       01  PRICING-LIST-PRICE        PIC 9(7)V99.

      * VARIABLES FOR SUBSTITUTES, LOOKED UP THROUGH SUBFND01.
       COPY WSUBTBL.
       01  SUBSTITUTE-SUBSCRIPT      PIC 99.
       01  SUBSTITUTE-CHOSEN         PIC X.
       01  THE-ORDERED-PRODUCT       PIC X(10).
       01  THE-SUBSTITUTED-FOR       PIC X(10).

      * VARIABLES FOR THE SHIPPING-LOCATION STOCK CHECKS. WITH NO
      * LOCATION TABLE (OR NO FLAGGED SHIPPER) EVERYTHING FALLS
      * BACK TO THE BLENDED ON-HAND FIGURE AS BEFORE.
       01  EXEMPTION-HOLDS           PIC X.
       01  TODAYS-DATE               PIC 9(8).

      * THE SHIP-TO, LOOKED UP THROUGH SHPFND01. THE TAX STATE
      * FOLLOWS THE SHIP-TO, THE SAME AS KEYED ORDER ENTRY.
       01  THE-SHIP-TO-STATE         PIC X(15).
       01  SHIP-TO-FOUND             PIC X.
       COPY WSHIPTO.

      * THE RATE FOR THE ACCOUNT'S CURRENCY, THROUGH FXFND01.
       01  ORDER-RATE                PIC 9(3)V9(6).
       01  ORDER-RATE-FOUND          PIC X.

      * Structure for printing title line.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(19) VALUE SPACE.
                 05 PRINT-ROW-PRODUCT      PIC X(10).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-ROW-QUANTITY     PIC X(5).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-ROW-SHIP-TO      PIC X(4).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-ROW-RESULT       PIC X(35).

       01  PART-DETAIL-LINE.
                 05 FILLER                 PIC X(7) VALUE SPACE.
                 05 PRINT-PART-LABEL       PIC X(13).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-PART-NUMBER      PIC X(20).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-PART-IS          PIC X(6).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-PART-PRODUCT     PIC X(10).

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
           MOVE SPACE TO ROW-REASON-CODE.
           MOVE "N" TO ROW-ACCOUNT-GOOD.
           MOVE ZEROES TO ROW-ACCOUNT.
           MOVE FEED-SHIP-TO-CODE TO ROW-SHIP-TO-CODE.
           INSPECT ROW-SHIP-TO-CODE CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE FEED-ACCOUNT TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
                     MOVE KEYED-NUMBER-VALUE TO
                               CUSTOMER-ACCOUNT-NUMBER
                     PERFORM CHECK-THE-ACCOUNT.
           IF ROW-IS-CLEAN = "Y"
                     PERFORM VALIDATE-THE-SHIP-TO.
           MOVE FEED-PRODUCT-CODE TO ROW-PRODUCT-CODE.
           MOVE FEED-CUSTOMER-PART TO ROW-CUSTOMER-PART.
           INSPECT ROW-PRODUCT-CODE CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT ROW-CUSTOMER-PART CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF ROW-IS-CLEAN = "Y" AND
              ROW-CUSTOMER-PART NOT = SPACE
                     PERFORM TRANSLATE-THE-CUSTOMER-PART.
           IF ROW-IS-CLEAN = "Y"
                     PERFORM VALIDATE-THE-PRODUCT.
           IF ROW-IS-CLEAN = "Y"
           ELSE
                     IF CUSTOMER-STATUS = "C"
                               MOVE "N" TO ROW-IS-CLEAN
                               MOVE "R002" TO ROW-REASON-CODE
                     ELSE
                               IF CUSTOMER-IS-ON-CREDIT-HOLD
                                         MOVE "N" TO ROW-IS-CLEAN
                                         MOVE "R007" TO
                                                   ROW-REASON-CODE
                               ELSE
                                         PERFORM CHECK-THE-RATE.

      * CHECK-THE-RATE REFUSES AN ACCOUNT BILLED IN A CURRENCY WITH
      * NO RATE IN FORCE TODAY. A HOME-CURRENCY ACCOUNT ALWAYS PASSES.
       CHECK-THE-RATE.
           CALL "FXFND01" USING CUSTOMER-CURRENCY-CODE TODAYS-DATE
                     ORDER-RATE ORDER-RATE-FOUND.
           IF ORDER-RATE-FOUND NOT = "Y"
                     MOVE "N" TO ROW-IS-CLEAN
                     MOVE "R009" TO ROW-REASON-CODE.

       VALIDATE-THE-SHIP-TO.
           IF ROW-SHIP-TO-CODE NOT = SPACE
                     CALL "SHPFND01" USING ROW-ACCOUNT
                               ROW-SHIP-TO-CODE SHIP-TO-RECORD
                               SHIP-TO-FOUND
                     IF SHIP-TO-FOUND NOT = "Y"
                               MOVE "N" TO ROW-IS-CLEAN
                               MOVE "R008" TO ROW-REASON-CODE.

      * TRANSLATE-THE-CUSTOMER-PART TURNS THE CUSTOMER'S PART NUMBER
      * INTO OUR PRODUCT CODE. A PRODUCT CODE SENT ALONGSIDE IT MUST
      * BE THE ONE THE CROSS-REFERENCE NAMES.
       TRANSLATE-THE-CUSTOMER-PART.
           MOVE SPACE TO PRODUCT-CODE.
           CALL "CXRFND01" USING ROW-ACCOUNT ROW-CUSTOMER-PART
                     PRODUCT-CODE CXREF-FOUND.
           IF CXREF-FOUND NOT = "Y"
                     MOVE "N" TO ROW-IS-CLEAN
                     MOVE "R010" TO ROW-REASON-CODE
           ELSE
                     IF ROW-PRODUCT-CODE NOT = SPACE AND
                        ROW-PRODUCT-CODE NOT = PRODUCT-CODE
                               MOVE "N" TO ROW-IS-CLEAN
                               MOVE "R011" TO ROW-REASON-CODE
                     ELSE
                               MOVE PRODUCT-CODE TO ROW-PRODUCT-CODE.

      * VALIDATE-THE-PRODUCT READS THE PRODUCT. A PRODUCT COLUMN THAT
      * IS NOT ONE OF OUR CODES IS TRIED AS THE CUSTOMER'S OWN NUMBER
      * BEFORE THE ROW IS REFUSED; A ROW TAKEN ON OUR CODE PICKS UP
      * THE NUMBER THE ACCOUNT KNOWS IT BY, IF IT HAS ONE, FOR THE
      * PAPERWORK.
       VALIDATE-THE-PRODUCT.
           MOVE ROW-PRODUCT-CODE TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N" AND
              ROW-CUSTOMER-PART = SPACE AND
              ROW-PRODUCT-CODE NOT = SPACE
                     PERFORM TRY-THE-PRODUCT-AS-A-PART.
           IF RECORD-FOUND = "Y" AND
              ROW-CUSTOMER-PART = SPACE
                     CALL "CXRFND01" USING ROW-ACCOUNT
                               ROW-CUSTOMER-PART PRODUCT-CODE
                               CXREF-FOUND.
           IF RECORD-FOUND = "N"
                     MOVE "N" TO ROW-IS-CLEAN
                     MOVE "R003" TO ROW-REASON-CODE
                               MOVE "N" TO ROW-IS-CLEAN
                               MOVE "R004" TO ROW-REASON-CODE.

       TRY-THE-PRODUCT-AS-A-PART.
           MOVE ROW-PRODUCT-CODE TO ROW-CUSTOMER-PART.
           CALL "CXRFND01" USING ROW-ACCOUNT ROW-CUSTOMER-PART
                     PRODUCT-CODE CXREF-FOUND.
           IF CXREF-FOUND = "Y"
                     MOVE PRODUCT-CODE TO ROW-PRODUCT-CODE
                     MOVE "Y" TO RECORD-FOUND
                     READ PRODUCT-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND
           ELSE
                     MOVE SPACE TO ROW-CUSTOMER-PART.

       VALIDATE-THE-QUANTITY.
           MOVE FEED-QUANTITY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
           IF ROW-REASON-CODE = "R005"
                     MOVE "R005 QUANTITY BAD OR ZERO" TO
                               PRINT-ROW-RESULT.
           IF ROW-REASON-CODE = "R007"
                     MOVE "R007 ON CREDIT HOLD" TO
                               PRINT-ROW-RESULT.
           IF ROW-REASON-CODE = "R008"
                     MOVE "R008 SHIP-TO NOT ON FILE" TO
                               PRINT-ROW-RESULT.
           IF ROW-REASON-CODE = "R009"
                     MOVE "R009 NO EXCHANGE RATE" TO
                               PRINT-ROW-RESULT.
           IF ROW-REASON-CODE = "R010"
                     MOVE "R010 CUSTOMER PART NO. NOT ON FILE" TO
                               PRINT-ROW-RESULT.
           IF ROW-REASON-CODE = "R011"
                     MOVE "R011 CUSTOMER PART IS NOT PRODUCT" TO
                               PRINT-ROW-RESULT.

       PRINT-EDIT-LINE.
           IF PRINT-LINES NOT < 55
           MOVE FEED-ACCOUNT TO PRINT-ROW-ACCOUNT.
           MOVE FEED-PRODUCT-CODE TO PRINT-ROW-PRODUCT.
           MOVE FEED-QUANTITY TO PRINT-ROW-QUANTITY.
           MOVE FEED-SHIP-TO-CODE TO PRINT-ROW-SHIP-TO.
           MOVE EDIT-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.
           IF FEED-CUSTOMER-PART NOT = SPACE OR
              ROW-CUSTOMER-PART NOT = SPACE
                     PERFORM PRINT-THE-PART-LINE.

      * PRINT-THE-PART-LINE SHOWS, UNDER A ROW SENT OR TAKEN ON THE
      * CUSTOMER'S OWN NUMBER, THAT NUMBER AND THE PRODUCT IT BECAME.
       PRINT-THE-PART-LINE.
           MOVE SPACE TO PART-DETAIL-LINE.
           IF FEED-CUSTOMER-PART NOT = SPACE
                     MOVE FEED-CUSTOMER-PART TO PRINT-PART-NUMBER
           ELSE
                     MOVE ROW-CUSTOMER-PART TO PRINT-PART-NUMBER.
           MOVE "CUSTOMER PART" TO PRINT-PART-LABEL.
           IF ROW-IS-CLEAN = "Y"
                     MOVE "IS OUR" TO PRINT-PART-IS
                     MOVE ROW-PRODUCT-CODE TO PRINT-PART-PRODUCT.
           MOVE PART-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.

       ASK-ABOUT-APPLYING.
           DISPLAY ROWS-CLEAN " CLEAN ROW(S) AND " ROWS-IN-ERROR
           PERFORM VALIDATE-THE-ROW.
           IF GROUP-IS-STARTED = "Y" AND
              ROW-ACCOUNT-GOOD = "Y" AND
              (ROW-ACCOUNT NOT = GROUP-ACCOUNT OR
               ROW-SHIP-TO-CODE NOT = GROUP-SHIP-TO-CODE)
                     PERFORM SETTLE-THE-GROUP.
           IF GROUP-IS-STARTED = "N"
                     PERFORM START-A-NEW-GROUP.
           MOVE "Y" TO GROUP-IS-STARTED.
           MOVE "Y" TO GROUP-IS-CLEAN.
           MOVE ZEROES TO GROUP-ROW-COUNT.
           MOVE ROW-SHIP-TO-CODE TO GROUP-SHIP-TO-CODE.
           IF ROW-ACCOUNT-GOOD = "Y"
                     MOVE ROW-ACCOUNT TO GROUP-ACCOUNT
           ELSE
                     MOVE "N" TO GROUP-IS-CLEAN
           ELSE
                     ADD 1 TO GROUP-ROW-COUNT
                     MOVE ROW-PRODUCT-CODE TO
                               GROUP-PRODUCT-CODE (GROUP-ROW-COUNT)
                     MOVE ROW-CUSTOMER-PART TO
                               GROUP-CUSTOMER-PART (GROUP-ROW-COUNT)
                     MOVE IMPORT-RECORD TO
                               GROUP-RAW-ROW (GROUP-ROW-COUNT)
                     MOVE ROW-REASON-CODE TO

      * POST-THE-GROUP RUNS THE GATHERED LINES THROUGH THE SAME
      * STOCK GATE AS KEYED ENTRY AND FILES THE ORDER. THE CUSTOMER
      * RECORD IS RE-READ FOR THE TAX FIGURES, AND THE SHIP-TO FOR
      * THE STATE THE TAX FOLLOWS.
       POST-THE-GROUP.
           MOVE GROUP-ACCOUNT TO CUSTOMER-ACCOUNT-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           MOVE CUSTOMER-STATE TO THE-SHIP-TO-STATE.
           IF GROUP-SHIP-TO-CODE NOT = SPACE
                     CALL "SHPFND01" USING GROUP-ACCOUNT
                               GROUP-SHIP-TO-CODE SHIP-TO-RECORD
                               SHIP-TO-FOUND
                     IF SHIP-TO-FOUND = "Y"
                               MOVE SHIP-TO-STATE TO
                                         THE-SHIP-TO-STATE.
           MOVE ZEROES TO LINES-THIS-ORDER BACKORDERS-THIS-ORDER
                          RUNNING-ORDER-TOTAL.
           PERFORM POST-ONE-GROUP-ROW
                     PERFORM TAKE-STOCK-OR-BACKORDER.

       TAKE-STOCK-OR-BACKORDER.
           MOVE SPACE TO THE-SUBSTITUTED-FOR.
           MOVE PRODUCT-CODE TO PRICING-PRODUCT.
           MOVE PRODUCT-PRICE TO PRICING-LIST-PRICE.
           PERFORM GET-THE-AVAILABLE.
           IF GROUP-QUANTITY (GROUP-SUBSCRIPT) > AVAILABLE-TO-SHIP
                     PERFORM APPLY-A-SUBSTITUTE.
           IF GROUP-QUANTITY (GROUP-SUBSCRIPT) > AVAILABLE-TO-SHIP
                     COMPUTE SHORTFALL-QUANTITY =
                               GROUP-QUANTITY (GROUP-SUBSCRIPT)
           IF SHIP-QUANTITY NOT = ZERO
                     PERFORM TAKE-THE-STOCK.

      * APPLY-A-SUBSTITUTE SWAPS IN THE FIRST ALTERNATE NEEDING NO
      * CONSENT THAT CAN COVER THE WHOLE ROW. WITH NONE, THE ORDERED
      * PRODUCT IS READ BACK AND GOES ON TO THE BACK-ORDER.
       APPLY-A-SUBSTITUTE.
           MOVE "N" TO SUBSTITUTE-CHOSEN.
           MOVE PRODUCT-CODE TO THE-ORDERED-PRODUCT.
           CALL "SUBFND01" USING THE-ORDERED-PRODUCT SUBSTITUTE-TABLE.
           PERFORM TRY-ONE-SUBSTITUTE
                     VARYING SUBSTITUTE-SUBSCRIPT FROM 1 BY 1
                     UNTIL SUBSTITUTE-SUBSCRIPT > SUBSTITUTE-COUNT
                        OR SUBSTITUTE-CHOSEN = "Y".
           IF SUBSTITUTE-CHOSEN = "Y"
                     MOVE THE-ORDERED-PRODUCT TO THE-SUBSTITUTED-FOR
                     DISPLAY "ACCOUNT " GROUP-ACCOUNT " SHIPS "
                             PRODUCT-CODE " SUBSTITUTED FOR "
                             THE-ORDERED-PRODUCT
           ELSE
                     MOVE THE-ORDERED-PRODUCT TO PRODUCT-CODE
                     READ PRODUCT-FILE
                               INVALID KEY
                               DISPLAY THE-ORDERED-PRODUCT
                                       " NO LONGER ON FILE"
                     END-READ
                     PERFORM GET-THE-AVAILABLE.

       TRY-ONE-SUBSTITUTE.
           IF SUBSTITUTE-CONSENT (SUBSTITUTE-SUBSCRIPT) NOT = "Y"
                     MOVE SUBSTITUTE-CODE (SUBSTITUTE-SUBSCRIPT) TO
                               PRODUCT-CODE
                     MOVE "Y" TO RECORD-FOUND
                     READ PRODUCT-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND
                     END-READ
                     IF RECORD-FOUND = "Y" AND
                        NOT PRODUCT-IS-DISCONTINUED
                               PERFORM GET-THE-AVAILABLE
                               IF AVAILABLE-TO-SHIP NOT <
                                  GROUP-QUANTITY (GROUP-SUBSCRIPT)
                                         MOVE "Y" TO
                                              SUBSTITUTE-CHOSEN.

       TAKE-THE-STOCK.
           IF SHIP-QUANTITY > PRODUCT-QTY-ON-HAND
                     MOVE ZERO TO PRODUCT-QTY-ON-HAND

       WRITE-THE-LINE.
           ADD 1 TO LINES-THIS-ORDER.
           CALL "CPRFND01" USING CUSTOMER-ACCOUNT-NUMBER
                     PRICING-PRODUCT
                     GROUP-QUANTITY (GROUP-SUBSCRIPT) TODAYS-DATE
                     PRICING-LIST-PRICE THE-UNIT-PRICE PRICE-IS-AGREED.
           COMPUTE THE-EXTENSION = SHIP-QUANTITY * THE-UNIT-PRICE.
           ADD THE-EXTENSION TO RUNNING-ORDER-TOTAL.
           MOVE ORDER-NUMBER-TO-USE TO LINE-ORDER-NUMBER.
           MOVE LINES-THIS-ORDER TO LINE-NUMBER.
           MOVE PRODUCT-CODE TO LINE-PRODUCT-CODE.
           MOVE SHIP-QUANTITY TO LINE-QUANTITY.
           MOVE THE-UNIT-PRICE TO LINE-UNIT-PRICE.
           MOVE PRICING-LIST-PRICE TO LINE-LIST-PRICE.
           MOVE THE-EXTENSION TO LINE-EXTENSION.
           MOVE ZERO TO LINE-SHIPPED-QUANTITY.
           MOVE ZERO TO LINE-KIT-COMPONENT-QTY.
           MOVE PRODUCT-UNIT-COST TO LINE-UNIT-COST.
           MOVE SPACE TO LINE-MARGIN-STATUS.
           MOVE SPACE TO LINE-MARGIN-APPROVER.
           MOVE ZERO TO LINE-MARGIN-DATE.
           MOVE SPACE TO LINE-DROP-SHIP-STATUS.
           MOVE ZERO TO LINE-DROP-PO-NUMBER.
           MOVE THE-SUBSTITUTED-FOR TO LINE-SUBSTITUTED-FOR.
           MOVE GROUP-CUSTOMER-PART (GROUP-SUBSCRIPT) TO
                     LINE-CUSTOMER-PART.
           WRITE ORDER-LINE-RECORD.
           IF LINE-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING ORDLINE.DAT - STATUS "
                     MOVE ZERO TO BACKORDER-RELEASE-DATE
                     MOVE OPERATOR-ID TO BACKORDER-OPERATOR-ID
                     MOVE SPACE TO BACKORDER-NOTICE-FLAG
                     MOVE SPACE TO BACKORDER-SUBSTITUTE-CODE
                     WRITE BACKORDER-RECORD
                     CLOSE BACKORDER-FILE
                     ADD 1 TO BACKORDERS-THIS-ORDER.
           MOVE ORDER-NUMBER-TO-USE TO ORDER-NUMBER.
           MOVE GROUP-ACCOUNT TO ORDER-ACCOUNT-NUMBER.
           MOVE TODAYS-DATE TO ORDER-DATE.
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
           MOVE GROUP-SHIP-TO-CODE TO ORDER-SHIP-TO-CODE.
           CALL "FXFND01" USING CUSTOMER-CURRENCY-CODE TODAYS-DATE
                     ORDER-RATE ORDER-RATE-FOUND.
           MOVE CUSTOMER-CURRENCY-CODE TO ORDER-CURRENCY-CODE.
           MOVE ORDER-RATE TO ORDER-EXCHANGE-RATE.
           WRITE ORDER-HEADER-RECORD
                     INVALID KEY
                     DISPLAY "DUPLICATE ORDER NUMBER - CHECK "
                     PERFORM SAVE-THE-ORDER-CONTROL.

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
