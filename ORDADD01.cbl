      * ORDHDR.DAT under an order number assigned from ORDCTL.DAT,
      * ready for invoice printing and the sales reporting to feed
      * from. A line asking for more than is on hand is refused.
      * A kit (a product with components on BOM.DAT) is sold as one
      * line: it is available as far as the kits already built plus
      * the kits the loose components on the shelf could make up,
      * and any kits not already built are taken as components.
      * Beside the shelf figure the clerk sees the available-to-
      * promise figure from ATPFND01 and the next PO receipt due, and
      * a line the shelf cannot cover is given the date the full
      * quantity can be promised for before a back-order is offered.
      * An account billed in a foreign currency has the order
      * stamped with its currency and today's rate from FXRATE.DAT;
      * the amounts stay in home currency and the total is shown in
      * both. With no rate on file for the currency, no order is taken.
      * The clerk may key a price over the list or agreement one, and
      * every line is measured against the minimum margin through
      * MRGCHK01: a line under cost or under the minimum needs a
      * second supervisor's approval, or it is taken on margin hold
      * and the order stays off the pick list until ORDCHG01
      * reprices or approves it.
      * A product with a primary vendor may be sold drop-ship: the
      * line is costed at the vendor's PRODVEND.DAT cost, takes no
      * stock, and once the order is filed a PO per vendor is raised
      * for the drop-ship lines, shipping straight to the order's
      * ship-to. DRPCNF01 takes the vendor's shipment confirmation.
      * A line the shelf cannot cover is offered, before the
      * back-order, each approved alternate on PRODSUB.DAT (SUBMNT01)
      * that can cover it in full, best first - with a warning when
      * the customer must agree to it. A taken alternate ships at the
      * ordered product's price and the line records what it stood
      * in for, for the invoice and the acknowledgment to show.
      * A line may be keyed on the customer's own part number instead
      * of our product code; CXRFND01 turns it into our product off
      * the CUSTITEM.DAT cross-reference (CXRMNT01), and the line
      * keeps the customer's number for the paperwork to print.
      ******************************************************************

       ENVIRONMENT DIVISION.
                           RECORD KEY IS PRDLOC-KEY
                           FILE STATUS IS PRDLOC-FILE-STATUS.

                 SELECT OPTIONAL XREF-FILE
                           ASSIGN TO "PRODVEND.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS XREF-KEY
                           FILE STATUS IS XREF-FILE-STATUS.

                 SELECT OPTIONAL VENDOR-FILE
                           ASSIGN TO "VENDOR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS VENDOR-NUMBER
                           FILE STATUS IS VENDOR-FILE-STATUS.

                 SELECT OPTIONAL PO-HEADER-FILE
                           ASSIGN TO "POHDR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PO-NUMBER
                           FILE STATUS IS PO-FILE-STATUS.

                 SELECT OPTIONAL PO-LINE-FILE
                           ASSIGN TO "POLINE.DAT"
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS POLINE-FILE-STATUS.

                 SELECT OPTIONAL PO-CONTROL-FILE
                           ASSIGN TO "POCTL.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PO-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           LABEL RECORDS ARE STANDARD.
           COPY WPRDLOC.

      * PRODUCT-VENDOR-RECORD, VENDOR-RECORD, PO-HEADER-RECORD AND
      * PO-LINE-RECORD ARE THE SHARED LAYOUTS - SEE COPYBOOKS/
      * WPRDVEND.CPY, WVENDF.CPY, WPOHDR.CPY AND WPOLINE.CPY. THEY
      * ARE USED ONLY FOR DROP-SHIP LINES: THE VENDOR'S COST COMES
      * OFF THE CROSS-REFERENCE AND THE POS ARE RAISED FROM HERE,
      * NUMBERED OFF POCTL.DAT THE WAY POADD01 NUMBERS THEM.
       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRDVEND.

       FD  VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WVENDF.

       FD  PO-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPOHDR.

       FD  PO-LINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPOLINE.

       FD  PO-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PO-CONTROL-RECORD.
                 05 NEXT-PO-NUMBER         PIC 9(7).

       WORKING-STORAGE SECTION.

           01 CUSTOMER-FILE-STATUS  PIC XX.
           01 DISPLAY-EXTENSION     PIC ZZZ,ZZZ,ZZ9.99.
           01 DISPLAY-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.

      * THE CURRENCY THE ORDER IS TAKEN IN AND ITS RATE FOR TODAY,
      * THROUGH FXFND01, AND THE TOTAL IN THAT CURRENCY FOR DISPLAY.
           01 ORDER-RATE-DATE       PIC 9(8).
           01 ORDER-RATE            PIC 9(3)V9(6).
           01 ORDER-RATE-FOUND      PIC X.
           01 FOREIGN-ORDER-TOTAL   PIC 9(11)V99.
           01 DISPLAY-FOREIGN-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * VARIABLES FOR PRICING A LINE THROUGH CPRFND01. THE UNIT PRICE
      * IS THE PRODUCT'S LIST PRICE UNLESS A CUSTOMER PRICE AGREEMENT
      * IN FORCE TODAY SETS A LOWER ONE FOR THE QUANTITY TAKEN.
           01 THE-UNIT-PRICE        PIC 9(7)V99.
           01 PRICE-IS-AGREED       PIC X.
           01 PRICING-DATE          PIC 9(8).
           01 DISPLAY-UNIT-PRICE    PIC ZZZZZZ9.99.
           01 PRICE-ENTRY-FIELD     PIC Z(6).ZZ.

      * VARIABLES FOR THE MARGIN CHECK THROUGH MRGCHK01. A SHORT LINE
      * IS APPROVED THROUGH THE SHARED GET-APPROVER-ID PROMPT, WITH
      * DECLINING ALLOWED, OR TAKEN ON MARGIN HOLD.
       COPY WMRGCHK.
           01 THE-MARGIN-STATUS     PIC X.
           01 THE-MARGIN-APPROVER   PIC X(10).
           01 THE-MARGIN-DATE       PIC 9(8).
           01 MARGIN-HOLDS-THIS-ORDER PIC 9(3).
           01 DISPLAY-MARGIN        PIC ---9.9.
      * APPROVER FIELDS FOR THE SHARED GET-APPROVER-ID PARAGRAPH -
      * SEE COPYBOOKS/WAPPSGNW.CPY.
       COPY WAPPSGNW.

      * VARIABLES FOR BACK-ORDERING A SHORTFALL. THE COUNT OF BACK-
      * ORDERS FILED FOR THE ORDER IN HAND MAKES SURE A HEADER IS
      * STILL WRITTEN WHEN EVERYTHING WENT TO BACK-ORDER, SO THE
      * TOTALED OFF ARITEM.DAT WHEN THE ACCOUNT IS KEYED; A LINE THAT
      * WOULD PUT BALANCE PLUS ORDER OVER THE CUSTOMER'S LIMIT NEEDS
      * A SUPERVISOR (LEVEL 9) OVERRIDE, CHECKED THROUGH OPERVAL01
      * AND REMEMBERED FOR THE REST OF THE ORDER. A CHAIN STORE OR
      * BRANCH IS CHECKED AS PART OF ITS CORPORATE FAMILY: THE OPEN
      * ITEMS OF THE PARENT AND EVERY CHILD COUNT TOGETHER AGAINST
      * THE PARENT'S LIMIT, FOUND THROUGH FAMFND01.
           01 AR-FILE-STATUS        PIC XX.
           01 AR-END-OF-FILE        PIC X.
           01 ACCOUNT-OPEN-BALANCE  PIC S9(11)V99.
           01 OVERRIDE-OK           PIC X.
           01 DISPLAY-EXPOSURE      PIC ZZZ,ZZZ,ZZ9.99-.
           01 DISPLAY-LIMIT         PIC ZZZ,ZZZ,ZZ9.99.
      * AN ACCOUNT ARHLD01 HAS PUT ON CREDIT HOLD TAKES NO ORDER AT
      * ALL UNLESS A SUPERVISOR SIGNS FOR IT THE SAME WAY.
           01 HOLD-OVERRIDE         PIC X.
       COPY WCUSFAM.
           01 MEMBER-SUBSCRIPT      PIC 9(3).
           01 ITEM-IN-FAMILY        PIC X.

      * VARIABLES FOR THE SALES-TAX CALCULATION. THE RATE COMES OFF
      * TAXRATE.DAT BY THE SHIP-TO STATE CODE; A STATE NOT ON THE
      * TABLE, OR NO TABLE AT ALL, MEANS NO TAX.
           01 TAX-FILE-STATUS       PIC XX.
           01 TAX-RATE-FOUND        PIC X.
           01 EXEMPTION-HOLDS       PIC X.
           01 TAX-CHECK-DATE        PIC 9(8).

      * VARIABLES FOR THE SHIP-TO. A BLANK CODE SHIPS TO THE BILL-TO
      * ADDRESS; ANY OTHER CODE MUST BE ON SHIPTO.DAT UNDER THE
      * ACCOUNT, LOOKED UP THROUGH SHPFND01. THE TAX STATE FOLLOWS
      * WHERE THE GOODS GO, NOT WHERE THE BILL GOES.
           01 THE-SHIP-TO-CODE      PIC X(4).
           01 THE-SHIP-TO-STATE     PIC X(15).
           01 SHIP-TO-FOUND         PIC X.
       COPY WSHIPTO.

      * VARIABLES FOR THE SHIPPING-LOCATION STOCK CHECKS. WITH NO
      * LOCATION TABLE (OR NO FLAGGED SHIPPER) EVERYTHING FALLS
      * BACK TO THE BLENDED ON-HAND FIGURE AS BEFORE.
           01 UNIT-ANSWER           PIC X.
           01 CONVERTED-QUANTITY    PIC 9(9).

      * VARIABLES FOR KIT LINES. THE COMPONENT TABLE COMES FROM
      * BOMFND01; A PRODUCT WITH NO COMPONENTS IS NOT A KIT. THE
      * SHELF FIGURE IS KITS ALREADY BUILT, THE BUILDABLE FIGURE IS
      * HOW MANY MORE THE LOOSE COMPONENTS COULD MAKE UP.
       COPY WKITTBL.
           01 KIT-SUBSCRIPT         PIC 99.
           01 THE-LINE-PRODUCT      PIC X(10).
           01 SHELF-QUANTITY        PIC 9(5).
           01 KIT-SHELF-QUANTITY    PIC 9(5).
           01 KIT-BUILDABLE         PIC 9(5).
           01 COMPONENT-BUILDS      PIC 9(5).
           01 KIT-ORDER-QUANTITY    PIC 9(5).
           01 KIT-FROM-COMPONENTS   PIC 9(5).
           01 AVAILABLE-IN-ALL      PIC 9(6).
           01 STOCK-WAS-TAKEN       PIC X.

      * THE AVAILABLE-TO-PROMISE PICTURE FROM ATPFND01 - ON HAND LESS
      * THE BACK-ORDERS WAITING FOR IT, PLUS WHAT IS DUE IN ON OPEN
      * PURCHASE ORDERS - SO A LINE THE SHELF CANNOT COVER IS QUOTED
      * A REALISTIC DATE INSTEAD OF A GUESS.
       COPY WATPTBL.
           01 DISPLAY-ATP           PIC ------9.
           01 DISPLAY-ATP-IN-ALL    PIC ------9.

      * VARIABLES FOR DROP-SHIP LINES. EACH VENDOR ON THE ORDER GETS
      * ONE PO, NUMBERED WHEN ITS FIRST LINE IS TAKEN SO THE ORDER
      * LINE CAN CARRY IT; THE LINES ARE HELD HERE AND THE POS ARE
      * WRITTEN ONLY ONCE THE ORDER HEADER IS FILED.
           01 XREF-FILE-STATUS      PIC XX.
           01 VENDOR-FILE-STATUS    PIC XX.
           01 PO-FILE-STATUS        PIC XX.
           01 POLINE-FILE-STATUS    PIC XX.
           01 PO-CONTROL-FILE-STATUS PIC XX.
           01 XREF-AVAILABLE        PIC X.
           01 VENDORS-AVAILABLE     PIC X.
           01 DROP-SHIP-ANSWER      PIC X.
           01 LINE-GOES-DROP-SHIP   PIC X.
           01 DROP-UNIT-COST        PIC 9(7)V99.
           01 DISPLAY-DROP-COST     PIC ZZZZZZ9.99.
           01 DROP-PO-NUMBER-TO-USE PIC 9(7).
           01 DROP-PO-SLOT          PIC 99.
           01 DROP-PO-SUBSCRIPT     PIC 99.
           01 DROP-LINE-SUBSCRIPT   PIC 9(3).
           01 DROP-POS-HELD         PIC 99.
           01 DROP-LINES-HELD       PIC 9(3).
           01 DROP-PO-FILES-OPEN    PIC X.
           01 DROP-RATE-DATE        PIC 9(8).
           01 DROP-RATE             PIC 9(3)V9(6).
           01 DROP-RATE-FOUND       PIC X.
           01 DROP-PO-TABLE.
                 05 DROP-PO-ENTRY OCCURS 20 TIMES.
                           10 DROP-PO-VENDOR      PIC 9(5).
                           10 DROP-PO-NUMBER      PIC 9(7).
                           10 DROP-PO-LINES       PIC 9(3).
                           10 DROP-PO-TOTAL       PIC 9(11)V99.
           01 DROP-LINE-TABLE.
                 05 DROP-LINE-ENTRY OCCURS 100 TIMES.
                           10 DROP-LINE-PO-SLOT   PIC 99.
                           10 DROP-LINE-NUMBER    PIC 9(3).
                           10 DROP-LINE-PRODUCT   PIC X(10).
                           10 DROP-LINE-QUANTITY  PIC 9(5).
                           10 DROP-LINE-COST      PIC 9(7)V99.

      * VARIABLES FOR SUBSTITUTES. A LINE THE SHELF CANNOT COVER IS
      * OFFERED EACH APPROVED ALTERNATE OFF PRODSUB.DAT (THROUGH
      * SUBFND01) THAT CAN COVER IT IN FULL, BEST FIRST, BEFORE THE
      * BACK-ORDER. A TAKEN ALTERNATE SHIPS AT THE PRICE AGREED FOR
      * THE ORDERED PRODUCT, AND THE LINE REMEMBERS WHAT IT STOOD IN
      * FOR.
       COPY WSUBTBL.
           01 SUBSTITUTE-SUBSCRIPT  PIC 99.
           01 SUBSTITUTE-ANSWER     PIC X.
           01 SUBSTITUTE-CHOSEN     PIC X.
           01 SUBSTITUTE-IN-HAND    PIC X.
           01 THE-SUBSTITUTE-CODE   PIC X(10).
           01 THE-ORDERED-PRODUCT   PIC X(10).
           01 THE-SUBSTITUTED-FOR   PIC X(10).
           01 THE-ORDERED-LIST-PRICE PIC 9(7)V99.

      * VARIABLES FOR THE CUSTOMER PART-NUMBER CROSS-REFERENCE. THE
      * ENTRY IS TRIED AS OUR PRODUCT CODE FIRST, THEN AS THE
      * ACCOUNT'S OWN NUMBER; A LINE KEYED ON OUR CODE PICKS UP THE
      * ACCOUNT'S NUMBER FOR IT, IF THERE IS ONE.
           01 PRODUCT-ENTRY         PIC X(20).
           01 THE-CUSTOMER-PART     PIC X(20).
           01 CXREF-FOUND           PIC X.

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
                     DISPLAY "UNABLE TO OPEN ORDINTNT.DAT - STATUS "
                             INTENT-FILE-STATUS
                     STOP RUN.
           MOVE "Y" TO XREF-AVAILABLE.
           OPEN INPUT XREF-FILE.
           IF XREF-FILE-STATUS NOT = "00"
                     MOVE "N" TO XREF-AVAILABLE.
           MOVE "Y" TO VENDORS-AVAILABLE.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS NOT = "00"
                     MOVE "N" TO VENDORS-AVAILABLE.

      * FIND-THE-SHIPPING-LOCATION LOOKS FOR THE ONE FLAGGED ROW ON
      * THE LOCATION TABLE. FOUND, THE STOCK CHECKS RUN AGAINST ITS
           IF LOCATIONS-IN-USE = "Y"
                     CLOSE PRODUCT-LOCATION-FILE.
           CLOSE INTENT-FILE.
           IF XREF-AVAILABLE = "Y"
                     CLOSE XREF-FILE.
           IF VENDORS-AVAILABLE = "Y"
                     CLOSE VENDOR-FILE.

       TAKE-ORDERS.
           PERFORM GET-THE-CUSTOMER.
           ELSE
                     DISPLAY "ORDER FOR: " CUSTOMER-LAST-NAME " "
                             CUSTOMER-FIRST-NAME
                     PERFORM GET-THE-OPEN-BALANCE
                     IF CUSTOMER-IS-ON-CREDIT-HOLD
                               PERFORM GET-THE-HOLD-OVERRIDE
                               IF HOLD-OVERRIDE NOT = "Y"
                                         MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     PERFORM GET-THE-ORDER-RATE.
           IF RECORD-FOUND = "Y"
                     PERFORM GET-THE-SHIP-TO.

      * GET-THE-ORDER-RATE FINDS TODAY'S RATE FOR THE CURRENCY THE
      * ACCOUNT IS BILLED IN. A HOME-CURRENCY ACCOUNT COMES BACK AT
      * ONE; A FOREIGN ONE WITH NO RATE IN FORCE CANNOT BE PRICED, SO
      * THE ORDER IS REFUSED UNTIL FXMNT01 HAS A RATE FOR IT.
       GET-THE-ORDER-RATE.
           ACCEPT ORDER-RATE-DATE FROM DATE YYYYMMDD.
           CALL "FXFND01" USING CUSTOMER-CURRENCY-CODE ORDER-RATE-DATE
                     ORDER-RATE ORDER-RATE-FOUND.
           IF ORDER-RATE-FOUND NOT = "Y"
                     DISPLAY "NO EXCHANGE RATE ON FILE FOR "
                             CUSTOMER-CURRENCY-CODE " - SEE FXMNT01"
                     MOVE "N" TO RECORD-FOUND
           ELSE
                     IF CUSTOMER-CURRENCY-CODE NOT = SPACE
                               DISPLAY "ACCOUNT IS BILLED IN "
                                       CUSTOMER-CURRENCY-CODE.

      * GET-THE-SHIP-TO TAKES THE SHIP-TO CODE FOR THE ORDER. BLANK
      * MEANS THE BILL-TO ADDRESS ON THE CUSTOMER RECORD.
       GET-THE-SHIP-TO.
           MOVE CUSTOMER-STATE TO THE-SHIP-TO-STATE.
           DISPLAY "SHIP-TO CODE (BLANK FOR BILL-TO ADDRESS) ? ".
           ACCEPT THE-SHIP-TO-CODE.
           INSPECT THE-SHIP-TO-CODE CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF THE-SHIP-TO-CODE NOT = SPACE
                     CALL "SHPFND01" USING CUSTOMER-ACCOUNT-NUMBER
                               THE-SHIP-TO-CODE SHIP-TO-RECORD
                               SHIP-TO-FOUND
                     IF SHIP-TO-FOUND NOT = "Y"
                               DISPLAY "NO SHIP-TO WITH THAT CODE ON "
                                       "THE ACCOUNT"
                               GO TO GET-THE-SHIP-TO
                     ELSE
                               MOVE SHIP-TO-STATE TO THE-SHIP-TO-STATE
                               DISPLAY "SHIP TO: " SHIP-TO-NAME
                               DISPLAY "         " SHIP-TO-CITY " "
                                       SHIP-TO-STATE.

      * GET-THE-OPEN-BALANCE TOTALS THE UNPAID ARITEM.DAT ITEMS OF
      * THE CUSTOMER'S WHOLE FAMILY SO THE CREDIT CHECK HAS A FIGURE
      * TO WORK FROM. A SYSTEM THAT HAS NEVER INVOICED SIMPLY HAS NO
      * OPEN BALANCE; A STANDALONE ACCOUNT IS A FAMILY OF ONE AND IS
      * CHECKED AGAINST ITS OWN LIMIT AS BEFORE.
       GET-THE-OPEN-BALANCE.
           MOVE ZEROES TO ACCOUNT-OPEN-BALANCE.
           MOVE CUSTOMER-ACCOUNT-NUMBER TO FAMILY-FIND-ACCOUNT.
           MOVE "F" TO FAMILY-FIND-SCOPE.
           CALL "FAMFND01" USING FAMILY-FIND-ACCOUNT FAMILY-FIND-SCOPE
                     CUSTOMER-FAMILY-TABLE.
           IF FAMILY-ACCOUNT-FOUND NOT = "Y"
                     MOVE CUSTOMER-CREDIT-LIMIT TO FAMILY-CREDIT-LIMIT.
           OPEN INPUT AR-ITEM-FILE.
           IF AR-FILE-STATUS = "00"
                     MOVE "N" TO AR-END-OF-FILE
                     PERFORM TOTAL-ONE-AR-ITEM
                          UNTIL AR-END-OF-FILE = "Y".
           CLOSE AR-ITEM-FILE.
           IF FAMILY-MEMBER-COUNT > 1
                     DISPLAY "PART OF THE FAMILY OF ACCOUNT "
                             FAMILY-HEAD " - " FAMILY-MEMBER-COUNT
                             " ACCOUNTS SHARE ITS CREDIT LIMIT".
           IF FAMILY-CREDIT-LIMIT NOT = ZERO
                     MOVE ACCOUNT-OPEN-BALANCE TO DISPLAY-EXPOSURE
                     MOVE FAMILY-CREDIT-LIMIT TO DISPLAY-LIMIT
                     DISPLAY "OPEN BALANCE " DISPLAY-EXPOSURE
                             " AGAINST CREDIT LIMIT " DISPLAY-LIMIT.

                     MOVE "Y" TO AR-END-OF-FILE.

       TOTAL-ONE-AR-ITEM.
           MOVE "N" TO ITEM-IN-FAMILY.
           IF AR-ITEM-IS-OPEN
                     PERFORM MATCH-ONE-MEMBER
                          VARYING MEMBER-SUBSCRIPT FROM 1 BY 1
                          UNTIL MEMBER-SUBSCRIPT > FAMILY-MEMBER-COUNT
                             OR ITEM-IN-FAMILY = "Y".
           IF ITEM-IN-FAMILY = "Y"
                     ADD AR-BALANCE-DUE TO ACCOUNT-OPEN-BALANCE.
           PERFORM READ-NEXT-AR-ITEM.

       MATCH-ONE-MEMBER.
           IF AR-ACCOUNT-NUMBER = FAMILY-MEMBER (MEMBER-SUBSCRIPT)
                     MOVE "Y" TO ITEM-IN-FAMILY.

      * TAKE-ONE-ORDER GATHERS LINE ITEMS UNTIL THE OPERATOR LEAVES
      * THE PRODUCT CODE BLANK, THEN WRITES THE HEADER IF ANYTHING
      * WAS ACCEPTED. THE ORDER NUMBER IS CONSUMED ONLY WHEN A
       TAKE-ONE-ORDER.
           MOVE ZEROES TO LINES-THIS-ORDER RUNNING-ORDER-TOTAL.
           MOVE ZEROES TO BACKORDERS-THIS-ORDER.
           MOVE ZEROES TO MARGIN-HOLDS-THIS-ORDER.
           MOVE ZEROES TO DROP-POS-HELD DROP-LINES-HELD.
           MOVE "N" TO CREDIT-OVERRIDE.
           MOVE "N" TO LINE-IS-FINISHED.
           PERFORM TAKE-ONE-LINE

       TAKE-ONE-LINE.
           MOVE SPACE TO PRODUCT-RECORD.
           MOVE "N" TO LINE-GOES-DROP-SHIP.
           MOVE "N" TO SUBSTITUTE-CHOSEN SUBSTITUTE-IN-HAND.
           MOVE SPACE TO THE-SUBSTITUTED-FOR.
           MOVE SPACE TO THE-CUSTOMER-PART.
           DISPLAY "PRODUCT CODE OR CUSTOMER PART NUMBER "
                   "(BLANK TO FINISH ORDER) ? ".
           ACCEPT PRODUCT-ENTRY.
           IF PRODUCT-ENTRY = "?"
                     MOVE "PRODUCT-CODE" TO HELP-FIELD-KEY
                     PERFORM SHOW-THE-HELP
                     GO TO TAKE-ONE-LINE.
           INSPECT PRODUCT-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF PRODUCT-ENTRY = SPACE
                     MOVE "Y" TO LINE-IS-FINISHED
           ELSE
                     PERFORM PRICE-ONE-LINE.

       PRICE-ONE-LINE.
           PERFORM FIND-THE-PRODUCT.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO PRODUCT ON FILE FOR THAT CODE, AND "
                             "NO CUSTOMER PART NUMBER CROSS-REFERENCED"
           ELSE
                     IF PRODUCT-IS-DISCONTINUED
                               DISPLAY "PRODUCT IS DISCONTINUED - "
                               DISPLAY PRODUCT-DESCRIPTION " AT "
                                       PRODUCT-PRICE " - AVAILABLE "
                                       AVAILABLE-TO-SHIP
                               PERFORM SHOW-THE-KIT-STOCK
                               PERFORM SHOW-THE-PROMISE-PICTURE
                               PERFORM GET-THE-LINE-QUANTITY.

      * FIND-THE-PRODUCT READS THE ENTRY AS OUR PRODUCT CODE, AND
      * FAILING THAT AS THE ACCOUNT'S OWN PART NUMBER. EITHER WAY THE
      * CUSTOMER'S NUMBER FOR THE PRODUCT IS KEPT FOR THE LINE.
       FIND-THE-PRODUCT.
           MOVE "N" TO RECORD-FOUND.
           IF PRODUCT-ENTRY (11:10) = SPACE
                     MOVE PRODUCT-ENTRY TO PRODUCT-CODE
                     MOVE "Y" TO RECORD-FOUND
                     READ PRODUCT-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     CALL "CXRFND01" USING CUSTOMER-ACCOUNT-NUMBER
                               THE-CUSTOMER-PART PRODUCT-CODE
                               CXREF-FOUND
           ELSE
                     PERFORM FIND-THE-CUSTOMER-PART.

       FIND-THE-CUSTOMER-PART.
           MOVE PRODUCT-ENTRY TO THE-CUSTOMER-PART.
           MOVE SPACE TO PRODUCT-CODE.
           CALL "CXRFND01" USING CUSTOMER-ACCOUNT-NUMBER
                     THE-CUSTOMER-PART PRODUCT-CODE CXREF-FOUND.
           IF CXREF-FOUND = "Y"
                     DISPLAY "CUSTOMER PART " THE-CUSTOMER-PART
                             " IS OUR " PRODUCT-CODE
                     MOVE "Y" TO RECORD-FOUND
                     READ PRODUCT-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND
                     END-READ
           ELSE
                     MOVE SPACE TO THE-CUSTOMER-PART.

       SHOW-THE-KIT-STOCK.
           IF KIT-COMPONENT-COUNT NOT = ZERO
                     DISPLAY "KIT OF " KIT-COMPONENT-COUNT
                             " COMPONENTS - " KIT-SHELF-QUANTITY
                             " BUILT, " KIT-BUILDABLE
                             " MORE FROM COMPONENTS".

      * SHOW-THE-PROMISE-PICTURE GIVES THE CLERK THE AVAILABLE-TO-
      * PROMISE FIGURE BESIDE THE SHELF FIGURE, AND THE NEXT RECEIPT
      * DUE IN.
       SHOW-THE-PROMISE-PICTURE.
           MOVE ZERO TO ATP-QUANTITY-WANTED.
           PERFORM ASK-FOR-THE-PROMISE.
           MOVE ATP-AVAILABLE-NOW TO DISPLAY-ATP.
           MOVE ATP-AVAILABLE-IN-ALL TO DISPLAY-ATP-IN-ALL.
           DISPLAY "AVAILABLE TO PROMISE NOW " DISPLAY-ATP
                   ", WITH ALL ON ORDER " DISPLAY-ATP-IN-ALL.
           IF ATP-RECEIPT-COUNT NOT = ZERO
                     DISPLAY "NEXT RECEIPT DUE " ATP-RECEIPT-DATE (1)
                             " QTY " ATP-RECEIPT-QTY (1).

       ASK-FOR-THE-PROMISE.
           MOVE PRODUCT-CODE TO ATP-PRODUCT-CODE.
           MOVE PRODUCT-QTY-ON-HAND TO ATP-ON-HAND.
           ACCEPT ATP-AS-OF-DATE FROM DATE YYYYMMDD.
           CALL "ATPFND01" USING AVAILABLE-TO-PROMISE-AREA.

       GET-THE-LINE-QUANTITY.
           DISPLAY "QUANTITY ? ".
           ACCEPT QUANTITY-ENTRY.
                     DISPLAY "QUANTITY MUST NOT BE ZERO - LINE "
                             "DROPPED"
           ELSE
                     PERFORM PRICE-FROM-AGREEMENT
                     PERFORM GET-THE-LINE-PRICE
                     PERFORM ASK-FOR-DROP-SHIP
                     PERFORM CHECK-THE-MARGIN
                     PERFORM CHECK-THE-CREDIT-LIMIT
                     IF CREDIT-IS-OK = "Y"
                               PERFORM TAKE-THE-LINE
                     ELSE
                               DISPLAY "LINE REFUSED - OVER CREDIT "
                                       "LIMIT".

       TAKE-THE-LINE.
           IF LINE-GOES-DROP-SHIP = "Y"
                     PERFORM TAKE-THE-DROP-SHIP-LINE
           ELSE
                     PERFORM TAKE-STOCK-UNDER-LOCK
                     IF SUBSTITUTE-CHOSEN = "Y"
                               PERFORM TAKE-THE-SUBSTITUTE.

      * TAKE-THE-SUBSTITUTE TAKES THE ALTERNATE THE CLERK ACCEPTED,
      * ONCE THE ORDERED PRODUCT'S LOCKS ARE LET GO, UNDER ITS OWN
      * LOCKS THE SAME WAY. THE PRICE STAYS AS AGREED FOR THE
      * ORDERED PRODUCT; THE MARGIN IS MEASURED AGAIN ONLY WHEN THE
      * ALTERNATE COSTS SOMETHING DIFFERENT.
       TAKE-THE-SUBSTITUTE.
           MOVE PRODUCT-CODE TO THE-SUBSTITUTED-FOR.
           MOVE PRODUCT-PRICE TO THE-ORDERED-LIST-PRICE.
           MOVE THE-SUBSTITUTE-CODE TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "SUBSTITUTE " THE-SUBSTITUTE-CODE
                             " NO LONGER ON FILE - LINE REFUSED"
           ELSE
                     PERFORM GET-THE-AVAILABLE
                     IF PRODUCT-UNIT-COST NOT = MARGIN-UNIT-COST
                               PERFORM CHECK-THE-MARGIN
                     END-IF
                     MOVE "Y" TO SUBSTITUTE-IN-HAND
                     PERFORM TAKE-STOCK-UNDER-LOCK.

      * ASK-FOR-DROP-SHIP OFFERS TO HAVE THE PRODUCT'S PRIMARY VENDOR
      * SHIP THE LINE STRAIGHT TO THE CUSTOMER. A KIT IS BUILT HERE,
      * SO IT IS NEVER OFFERED; NOR IS A PRODUCT WITH NO VENDOR.
       ASK-FOR-DROP-SHIP.
           MOVE "N" TO LINE-GOES-DROP-SHIP.
           IF PRODUCT-PRIMARY-VENDOR NOT = ZERO AND
              KIT-COMPONENT-COUNT = ZERO
                     DISPLAY "DROP-SHIP DIRECT FROM VENDOR "
                             PRODUCT-PRIMARY-VENDOR " (Y/N)? "
                             WITH NO ADVANCING
                     ACCEPT DROP-SHIP-ANSWER
                     INSPECT DROP-SHIP-ANSWER CONVERTING "y" TO "Y"
                     IF DROP-SHIP-ANSWER = "Y"
                               PERFORM FIND-THE-DROP-COST.

      * FIND-THE-DROP-COST TAKES THE VENDOR'S LAST COST OFF THE
      * CROSS-REFERENCE. WITH NO COST ON FILE THE LINE CANNOT BE
      * COSTED OR ORDERED, SO IT FALLS BACK TO A STOCK LINE.
       FIND-THE-DROP-COST.
           MOVE "N" TO RECORD-FOUND.
           IF XREF-AVAILABLE = "Y"
                     MOVE PRODUCT-CODE TO XREF-PRODUCT-CODE
                     MOVE PRODUCT-PRIMARY-VENDOR TO XREF-VENDOR-NUMBER
                     MOVE "Y" TO RECORD-FOUND
                     READ XREF-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y" AND XREF-LAST-COST = ZERO
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     PERFORM CHECK-THE-DROP-VENDOR.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO VENDOR COST ON PRODVEND.DAT - LINE "
                             "WILL BE TAKEN FROM STOCK"
           ELSE
                     IF DROP-LINES-HELD = 100 OR DROP-POS-HELD = 20
                               DISPLAY "NO MORE DROP-SHIP LINES ON "
                                       "THIS ORDER - LINE WILL BE "
                                       "TAKEN FROM STOCK"
                     ELSE
                               MOVE "Y" TO LINE-GOES-DROP-SHIP
                               MOVE XREF-LAST-COST TO DROP-UNIT-COST
                               MOVE DROP-UNIT-COST TO
                                    DISPLAY-DROP-COST
                               DISPLAY "VENDOR COST "
                                       DISPLAY-DROP-COST " EACH".

       CHECK-THE-DROP-VENDOR.
           IF VENDORS-AVAILABLE = "Y"
                     MOVE PRODUCT-PRIMARY-VENDOR TO VENDOR-NUMBER
                     READ VENDOR-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND
           ELSE
                     MOVE "N" TO RECORD-FOUND.

      * PRICE-FROM-AGREEMENT ASKS CPRFND01 FOR THE UNIT PRICE ONCE
      * THE QUANTITY IS KNOWN IN STOCKING UNITS, SINCE THE QUANTITY
      * BREAKS ARE KEPT IN STOCKING UNITS TOO.
       PRICE-FROM-AGREEMENT.
           ACCEPT PRICING-DATE FROM DATE YYYYMMDD.
           CALL "CPRFND01" USING CUSTOMER-ACCOUNT-NUMBER PRODUCT-CODE
                     THE-QUANTITY PRICING-DATE PRODUCT-PRICE
                     THE-UNIT-PRICE PRICE-IS-AGREED.
           IF PRICE-IS-AGREED = "Y"
                     MOVE THE-UNIT-PRICE TO DISPLAY-UNIT-PRICE
                     DISPLAY "AGREEMENT PRICE " DISPLAY-UNIT-PRICE
                             " EACH APPLIES".

      * GET-THE-LINE-PRICE LETS THE CLERK KEY A PRICE OVER THE ONE
      * THE LIST OR AN AGREEMENT GAVE; BLANK KEEPS IT.
       GET-THE-LINE-PRICE.
           MOVE THE-UNIT-PRICE TO DISPLAY-UNIT-PRICE.
           DISPLAY "UNIT PRICE (BLANK = " DISPLAY-UNIT-PRICE ") ? ".
           ACCEPT PRICE-ENTRY-FIELD.
           IF PRICE-ENTRY-FIELD NOT = SPACE
                     MOVE PRICE-ENTRY-FIELD TO THE-UNIT-PRICE.

      * CHECK-THE-MARGIN RUNS THE LINE'S PRICE PAST MRGCHK01 BEFORE
      * ANY STOCK IS TAKEN, WHILE THE PRODUCT IS STILL IN THE BUFFER.
       CHECK-THE-MARGIN.
           MOVE PRODUCT-CATEGORY TO MARGIN-CATEGORY.
           MOVE THE-UNIT-PRICE TO MARGIN-UNIT-PRICE.
           IF LINE-GOES-DROP-SHIP = "Y"
                     MOVE DROP-UNIT-COST TO MARGIN-UNIT-COST
           ELSE
                     MOVE PRODUCT-UNIT-COST TO MARGIN-UNIT-COST.
           MOVE SPACE TO THE-MARGIN-STATUS.
           MOVE SPACE TO THE-MARGIN-APPROVER.
           MOVE ZERO TO THE-MARGIN-DATE.
           CALL "MRGCHK01" USING MARGIN-CHECK-AREA.
           IF MARGIN-IS-SHORT
                     PERFORM GET-THE-MARGIN-APPROVAL.

      * GET-THE-MARGIN-APPROVAL WARNS WITH THE FIGURES AND ASKS A
      * SECOND SUPERVISOR TO APPROVE THE LINE. DECLINED, THE LINE IS
      * STILL TAKEN BUT ON MARGIN HOLD.
       GET-THE-MARGIN-APPROVAL.
           MOVE MARGIN-PERCENT TO DISPLAY-MARGIN.
           DISPLAY "WARNING - MARGIN ON THIS LINE IS " DISPLAY-MARGIN
                   "% AGAINST A MINIMUM OF " MARGIN-MINIMUM "%".
           IF MARGIN-UNIT-PRICE < MARGIN-UNIT-COST
                     DISPLAY "THE PRICE IS BELOW COST".
           MOVE "Y" TO APPROVAL-MAY-BE-DECLINED.
           MOVE ZERO TO APPROVER-SIGNON-TRIES.
           PERFORM GET-APPROVER-ID.
           IF APPROVER-SIGNON-OK = "Y"
                     MOVE "A" TO THE-MARGIN-STATUS
                     MOVE APPROVER-ID TO THE-MARGIN-APPROVER
                     ACCEPT THE-MARGIN-DATE FROM DATE YYYYMMDD
                     DISPLAY "PRICE APPROVED BY " APPROVER-ID
           ELSE
                     MOVE "H" TO THE-MARGIN-STATUS
                     DISPLAY "LINE WILL BE TAKEN ON MARGIN HOLD".

      * TAKE-STOCK-UNDER-LOCK CLAIMS THE PRODUCT THROUGH RECLCK01
      * AROUND THE TAKE, SO TWO ORDER SCREENS CANNOT BOTH PROMISE
      * THE SAME SHELF AND CLOBBER EACH OTHER'S REWRITE.
      * A KIT'S COMPONENTS ARE CLAIMED TOO, SINCE THE LINE MAY TAKE
      * THEM; ONE HELD ELSEWHERE REFUSES THE LINE LIKE THE KIT WOULD.
       TAKE-STOCK-UNDER-LOCK.
           PERFORM CLAIM-THE-PRODUCT.
           IF LOCK-GRANTED = "Y"
                     MOVE PRODUCT-CODE TO THE-LINE-PRODUCT
                     PERFORM TAKE-UNDER-COMPONENT-LOCKS
                     PERFORM RELEASE-THE-PRODUCT
           ELSE
                     DISPLAY "PRODUCT IN USE BY " LOCK-HOLDER
                             " - LINE REFUSED, TRY AGAIN".

      * TAKE-UNDER-COMPONENT-LOCKS CLAIMS A KIT'S COMPONENTS TOO,
      * SINCE THE LINE MAY TAKE THEM - ONE HELD BY ANOTHER SCREEN
      * REFUSES THE LINE THE WAY THE KIT ITSELF WOULD. A PLAIN
      * PRODUCT HAS NO COMPONENTS AND GOES STRAIGHT TO THE TAKE.
       TAKE-UNDER-COMPONENT-LOCKS.
           PERFORM CLAIM-ONE-COMPONENT
                     VARYING KIT-SUBSCRIPT FROM 1 BY 1
                     UNTIL KIT-SUBSCRIPT > KIT-COMPONENT-COUNT
                        OR LOCK-GRANTED NOT = "Y".
           IF LOCK-GRANTED = "Y"
                     PERFORM CHECK-AND-TAKE-STOCK
           ELSE
                     DISPLAY "COMPONENT IN USE BY " LOCK-HOLDER
                             " - LINE REFUSED, TRY AGAIN".
           PERFORM RELEASE-ONE-COMPONENT
                     VARYING KIT-SUBSCRIPT FROM 1 BY 1
                     UNTIL KIT-SUBSCRIPT > KIT-COMPONENT-COUNT.

       CLAIM-THE-PRODUCT.
           MOVE "L" TO LOCK-FUNCTION.
           MOVE SPACE TO LOCK-RESOURCE.

       RELEASE-THE-PRODUCT.
           MOVE "U" TO LOCK-FUNCTION.
           MOVE SPACE TO LOCK-RESOURCE.
           MOVE "PRODUCT" TO LOCK-RESOURCE (1:7).
           MOVE THE-LINE-PRODUCT TO LOCK-RESOURCE (9:10).
           CALL "RECLCK01" USING LOCK-FUNCTION LOCK-RESOURCE
                     OPERATOR-ID LOCK-GRANTED LOCK-HOLDER.

       CLAIM-ONE-COMPONENT.
           MOVE "L" TO LOCK-FUNCTION.
           MOVE SPACE TO LOCK-RESOURCE.
           MOVE "PRODUCT" TO LOCK-RESOURCE (1:7).
           MOVE KIT-COMPONENT-CODE (KIT-SUBSCRIPT) TO
                     LOCK-RESOURCE (9:10).
           CALL "RECLCK01" USING LOCK-FUNCTION LOCK-RESOURCE
                     OPERATOR-ID LOCK-GRANTED LOCK-HOLDER.

       RELEASE-ONE-COMPONENT.
           MOVE "U" TO LOCK-FUNCTION.
           MOVE SPACE TO LOCK-RESOURCE.
           MOVE "PRODUCT" TO LOCK-RESOURCE (1:7).
           MOVE KIT-COMPONENT-CODE (KIT-SUBSCRIPT) TO
                     LOCK-RESOURCE (9:10).
           CALL "RECLCK01" USING LOCK-FUNCTION LOCK-RESOURCE
                     OPERATOR-ID LOCK-GRANTED LOCK-HOLDER.


      * CHECK-THE-CREDIT-LIMIT RUNS BEFORE ANY STOCK IS TAKEN: THE
      * OPEN AR BALANCE PLUS WHAT THE ORDER HAS BUILT TO PLUS THE
      * LINE BEING KEYED MUST STAY INSIDE THE LIMIT THE CUSTOMER'S
      * FAMILY SHARES - THE PARENT'S, FOR A CHILD ACCOUNT. A
      * LIMIT OF ZERO MEANS NO LIMIT IS SET, AND AN OVERRIDE GRANTED
      * ONCE HOLDS FOR THE REST OF THE ORDER.
       CHECK-THE-CREDIT-LIMIT.
           MOVE "Y" TO CREDIT-IS-OK.
           IF FAMILY-CREDIT-LIMIT = ZERO OR CREDIT-OVERRIDE = "Y"
                     CONTINUE
           ELSE
                     COMPUTE CREDIT-EXPOSURE = ACCOUNT-OPEN-BALANCE
                               + RUNNING-ORDER-TOTAL
                               + (THE-QUANTITY * THE-UNIT-PRICE)
                     IF CREDIT-EXPOSURE > FAMILY-CREDIT-LIMIT
                               PERFORM GET-THE-CREDIT-OVERRIDE
                               IF CREDIT-OVERRIDE NOT = "Y"
                                         MOVE "N" TO CREDIT-IS-OK.
      * THEIR OWN ORDER THROUGH.
       GET-THE-CREDIT-OVERRIDE.
           MOVE CREDIT-EXPOSURE TO DISPLAY-EXPOSURE.
           MOVE FAMILY-CREDIT-LIMIT TO DISPLAY-LIMIT.
           DISPLAY "WARNING - THIS LINE PUTS THE ACCOUNT AT "
                   DISPLAY-EXPOSURE " AGAINST A LIMIT OF "
                   DISPLAY-LIMIT.
                               DISPLAY "OVERRIDE REFUSED - SUPERVISOR "
                                       "AUTHORITY IS NEEDED".

      * GET-THE-HOLD-OVERRIDE STOPS AN ORDER FOR AN ACCOUNT ON
      * CREDIT HOLD BEFORE A LINE IS KEYED. ONLY A SUPERVISOR CAN
      * LET THE ORDER THROUGH; THE HOLD ITSELF STAYS UNTIL ARHLD01
      * SEES THE PAST-DUE ITEMS PAID.
       GET-THE-HOLD-OVERRIDE.
           MOVE "N" TO HOLD-OVERRIDE.
           DISPLAY "ACCOUNT IS ON CREDIT HOLD FOR PAST-DUE ITEMS".
           DISPLAY "SUPERVISOR ID TO OVERRIDE (BLANK TO REFUSE): "
                   WITH NO ADVANCING.
           ACCEPT OVERRIDE-ID.
           IF OVERRIDE-ID = SPACE
                     DISPLAY "NO OVERRIDE GIVEN - ORDER REFUSED"
           ELSE
                     DISPLAY "PASSWORD: " WITH NO ADVANCING
                     ACCEPT OVERRIDE-PASSWORD
                     CALL "OPERVAL01" USING OVERRIDE-ID
                               OVERRIDE-PASSWORD OVERRIDE-AUTHORITY
                               OVERRIDE-OK
                     IF OVERRIDE-OK = "Y" AND OVERRIDE-AUTHORITY = 9
                               MOVE "Y" TO HOLD-OVERRIDE
                               DISPLAY "HOLD OVERRIDDEN FOR THIS "
                                       "ORDER"
                     ELSE
                               DISPLAY "OVERRIDE REFUSED - SUPERVISOR "
                                       "AUTHORITY IS NEEDED".

      * CHECK-AND-TAKE-STOCK TAKES THE STOCK THERE AND THEN SO TWO
      * ORDERS CANNOT PROMISE THE SAME UNITS. THE AVAILABLE FIGURE
      * IS THE SHIPPING LOCATION'S BALANCE WHEN LOCATIONS ARE IN
      * WHEN IT CANNOT COVER THE LINE, THE OPERATOR IS OFFERED A
      * BACK-ORDER FOR THE SHORTFALL: WHAT IS AVAILABLE SHIPS AS
      * THE LINE AND THE REST WAITS ON BACKORD.DAT FOR ORDBKR01.
      * AN APPROVED ALTERNATE THAT CAN COVER THE WHOLE LINE IS
      * OFFERED FIRST.
       CHECK-AND-TAKE-STOCK.
           PERFORM GET-THE-AVAILABLE.
           IF THE-QUANTITY > AVAILABLE-TO-SHIP
                     PERFORM FILL-THE-SHORT-LINE
           ELSE
                     PERFORM TAKE-THE-STOCK.

      * FILL-THE-SHORT-LINE - AN ALTERNATE ALREADY ACCEPTED THAT HAS
      * GONE SHORT SINCE IT WAS OFFERED (ANOTHER SCREEN TOOK IT) IS
      * NOT BACK-ORDERED IN THE ORDERED PRODUCT'S PLACE; THE CLERK
      * KEYS THE LINE AGAIN.
       FILL-THE-SHORT-LINE.
           IF SUBSTITUTE-IN-HAND = "Y"
                     DISPLAY "SUBSTITUTE NO LONGER COVERS THE LINE - "
                             "LINE REFUSED, KEY IT AGAIN"
           ELSE
                     PERFORM OFFER-A-SUBSTITUTE
                     IF SUBSTITUTE-CHOSEN NOT = "Y"
                               PERFORM OFFER-A-BACKORDER.

      * OFFER-A-SUBSTITUTE WALKS THE PRODUCT'S ALTERNATES BEST FIRST
      * UNTIL THE CLERK TAKES ONE. THE LOOK AT EACH ALTERNATE USES THE
      * PRODUCT BUFFER AND THE KIT TABLE, SO THE ORDERED PRODUCT IS
      * READ BACK AND ITS PICTURE RESTORED AFTERWARD - THE LOCKS
      * STILL HELD ARE RELEASED AGAINST IT, AND A DECLINE GOES ON TO
      * THE BACK-ORDER WITH IT.
       OFFER-A-SUBSTITUTE.
           MOVE "N" TO SUBSTITUTE-CHOSEN.
           MOVE PRODUCT-CODE TO THE-ORDERED-PRODUCT.
           CALL "SUBFND01" USING THE-ORDERED-PRODUCT SUBSTITUTE-TABLE.
           IF SUBSTITUTE-COUNT NOT = ZERO
                     PERFORM TRY-ONE-SUBSTITUTE
                          VARYING SUBSTITUTE-SUBSCRIPT FROM 1 BY 1
                          UNTIL SUBSTITUTE-SUBSCRIPT > SUBSTITUTE-COUNT
                             OR SUBSTITUTE-CHOSEN = "Y"
                     MOVE THE-ORDERED-PRODUCT TO PRODUCT-CODE
                     READ PRODUCT-FILE
                               INVALID KEY
                               DISPLAY THE-ORDERED-PRODUCT
                                       " NO LONGER ON FILE"
                     END-READ
                     PERFORM GET-THE-AVAILABLE.

       TRY-ONE-SUBSTITUTE.
           MOVE SUBSTITUTE-CODE (SUBSTITUTE-SUBSCRIPT) TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     IF NOT PRODUCT-IS-DISCONTINUED
                               PERFORM GET-THE-AVAILABLE
                               IF AVAILABLE-TO-SHIP NOT < THE-QUANTITY
                                         PERFORM ASK-FOR-THE-SUBSTITUTE.

       ASK-FOR-THE-SUBSTITUTE.
           DISPLAY "SUBSTITUTE " PRODUCT-CODE " " PRODUCT-DESCRIPTION
                   " - AVAILABLE " AVAILABLE-TO-SHIP.
           IF SUBSTITUTE-CONSENT (SUBSTITUTE-SUBSCRIPT) = "Y"
                     DISPLAY "THE CUSTOMER MUST AGREE TO THIS "
                             "SUBSTITUTE".
           DISPLAY "SHIP IT INSTEAD OF " THE-ORDERED-PRODUCT
                   " (Y/N)? " WITH NO ADVANCING.
           ACCEPT SUBSTITUTE-ANSWER.
           INSPECT SUBSTITUTE-ANSWER CONVERTING "y" TO "Y".
           IF SUBSTITUTE-ANSWER = "Y"
                     MOVE "Y" TO SUBSTITUTE-CHOSEN
                     MOVE PRODUCT-CODE TO THE-SUBSTITUTE-CODE.

      * GET-THE-AVAILABLE ALSO EXPLODES A KIT: WHAT CAN SHIP IS THE
      * KITS ALREADY BUILT PLUS AS MANY AS THE SCARCEST COMPONENT
      * COULD MAKE UP. THE COMPONENT READS USE THE PRODUCT BUFFER,
      * SO THE KIT IS READ BACK INTO IT AFTERWARD.
       GET-THE-AVAILABLE.
           MOVE PRODUCT-CODE TO THE-LINE-PRODUCT.
           PERFORM GET-THE-SHELF-QUANTITY.
           MOVE SHELF-QUANTITY TO AVAILABLE-TO-SHIP.
           MOVE SHELF-QUANTITY TO KIT-SHELF-QUANTITY.
           MOVE ZERO TO KIT-BUILDABLE.
           CALL "BOMFND01" USING THE-LINE-PRODUCT KIT-COMPONENT-TABLE.
           IF KIT-COMPONENT-COUNT NOT = ZERO
                     PERFORM COUNT-THE-BUILDABLE-KITS.

       GET-THE-SHELF-QUANTITY.
           IF LOCATIONS-IN-USE = "Y"
                     PERFORM READ-THE-SHIP-LOC-ROW
                     IF LOCATION-ROW-FOUND = "Y"
                               MOVE PRDLOC-QTY-ON-HAND TO
                                    SHELF-QUANTITY
                     ELSE
                               MOVE ZERO TO SHELF-QUANTITY
           ELSE
                     MOVE PRODUCT-QTY-ON-HAND TO SHELF-QUANTITY.

       COUNT-THE-BUILDABLE-KITS.
           MOVE 99999 TO KIT-BUILDABLE.
           PERFORM COUNT-ONE-COMPONENT
                     VARYING KIT-SUBSCRIPT FROM 1 BY 1
                     UNTIL KIT-SUBSCRIPT > KIT-COMPONENT-COUNT.
           COMPUTE AVAILABLE-IN-ALL =
                     KIT-SHELF-QUANTITY + KIT-BUILDABLE.
           IF AVAILABLE-IN-ALL > 99999
                     MOVE 99999 TO AVAILABLE-TO-SHIP
           ELSE
                     MOVE AVAILABLE-IN-ALL TO AVAILABLE-TO-SHIP.
           PERFORM READ-THE-KIT-BACK.

      * COUNT-ONE-COMPONENT CUTS THE BUILDABLE FIGURE DOWN TO WHAT
      * THIS COMPONENT'S SHELF COVERS. A COMPONENT GONE FROM THE
      * PRODUCT FILE MEANS NO KIT CAN BE MADE UP AT ALL.
       COUNT-ONE-COMPONENT.
           MOVE KIT-COMPONENT-CODE (KIT-SUBSCRIPT) TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     MOVE ZERO TO COMPONENT-BUILDS
           ELSE
                     PERFORM GET-THE-SHELF-QUANTITY
                     DIVIDE SHELF-QUANTITY BY
                               KIT-COMPONENT-QTY (KIT-SUBSCRIPT)
                               GIVING COMPONENT-BUILDS.
           IF COMPONENT-BUILDS < KIT-BUILDABLE
                     MOVE COMPONENT-BUILDS TO KIT-BUILDABLE.

       READ-THE-KIT-BACK.
           MOVE THE-LINE-PRODUCT TO PRODUCT-CODE.
           READ PRODUCT-FILE
                     INVALID KEY
                     DISPLAY "KIT " THE-LINE-PRODUCT
                             " NO LONGER ON FILE".

       READ-THE-SHIP-LOC-ROW.
           MOVE PRODUCT-CODE TO PRDLOC-PRODUCT-CODE.
                     INVALID KEY
                     MOVE "N" TO LOCATION-ROW-FOUND.

       TAKE-THE-STOCK.
           MOVE ZERO TO KIT-FROM-COMPONENTS.
           IF KIT-COMPONENT-COUNT = ZERO
                     PERFORM TAKE-FROM-THE-SHELF
           ELSE
                     PERFORM TAKE-THE-KIT-STOCK.
           IF STOCK-WAS-TAKEN = "Y"
                     PERFORM WRITE-THE-LINE.

      * THE "S" INTENT ROW GOES DOWN BEFORE THE STOCK IS TOUCHED,
      * THE SAME LOG-THEN-ACT ORDER ORDBKR01 KEEPS: AN ABEND
      * BETWEEN THE TWO LEAVES A ROW ORDRCV01 CAN BACK OUT, NEVER
      * STOCK RELIEVED WITH NOTHING TO SHOW FOR IT.
       TAKE-FROM-THE-SHELF.
           MOVE "N" TO STOCK-WAS-TAKEN.
           PERFORM LOG-STOCK-INTENT.
           IF THE-QUANTITY > PRODUCT-QTY-ON-HAND
                     MOVE ZERO TO PRODUCT-QTY-ON-HAND
                     DISPLAY "REWRITE FAILED - STATUS "
                             PRODUCT-FILE-STATUS
                     NOT INVALID KEY
                     MOVE "Y" TO STOCK-WAS-TAKEN
                     PERFORM TAKE-FROM-THE-LOCATION.

      * TAKE-THE-KIT-STOCK TAKES BUILT KITS FIRST AND MAKES UP THE
      * REST FROM COMPONENTS, EACH COMPONENT TAKEN (AND LOGGED FOR
      * ORDRCV01) UNDER ITS OWN CODE. THE LINE RECORDS HOW MANY KITS
      * CAME AS COMPONENTS SO THE PICK LIST AND THE SHIPMENT
      * CONFIRMATION KNOW WHAT WAS PULLED.
       TAKE-THE-KIT-STOCK.
           MOVE THE-QUANTITY TO KIT-ORDER-QUANTITY.
           IF THE-QUANTITY > KIT-SHELF-QUANTITY
                     COMPUTE KIT-FROM-COMPONENTS =
                               THE-QUANTITY - KIT-SHELF-QUANTITY
                     MOVE KIT-SHELF-QUANTITY TO THE-QUANTITY.
           MOVE "Y" TO STOCK-WAS-TAKEN.
           IF THE-QUANTITY NOT = ZERO
                     PERFORM TAKE-FROM-THE-SHELF.
           IF STOCK-WAS-TAKEN = "Y" AND
              KIT-FROM-COMPONENTS NOT = ZERO
                     PERFORM TAKE-ONE-COMPONENT
                          VARYING KIT-SUBSCRIPT FROM 1 BY 1
                          UNTIL KIT-SUBSCRIPT > KIT-COMPONENT-COUNT
                     MOVE "Y" TO STOCK-WAS-TAKEN
                     DISPLAY KIT-FROM-COMPONENTS " KIT(S) TAKEN AS "
                             "COMPONENTS".
           MOVE KIT-ORDER-QUANTITY TO THE-QUANTITY.
           PERFORM READ-THE-KIT-BACK.

       TAKE-ONE-COMPONENT.
           MOVE KIT-COMPONENT-CODE (KIT-SUBSCRIPT) TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "COMPONENT " PRODUCT-CODE
                             " NO LONGER ON FILE - NOT TAKEN"
           ELSE
                     COMPUTE THE-QUANTITY = KIT-FROM-COMPONENTS *
                               KIT-COMPONENT-QTY (KIT-SUBSCRIPT)
                     PERFORM TAKE-FROM-THE-SHELF.

       TAKE-FROM-THE-LOCATION.
           IF LOCATIONS-IN-USE = "Y"
       OFFER-A-BACKORDER.
           COMPUTE SHORTFALL-QUANTITY =
                     THE-QUANTITY - AVAILABLE-TO-SHIP.
           MOVE THE-QUANTITY TO ATP-QUANTITY-WANTED.
           PERFORM ASK-FOR-THE-PROMISE.
           IF ATP-PROMISE-DATE = ZERO
                     DISPLAY "NOTHING ON ORDER COVERS THE FULL "
                             "QUANTITY YET"
           ELSE
                     DISPLAY "FULL QUANTITY CAN BE PROMISED FOR "
                             ATP-PROMISE-DATE.
           DISPLAY "ONLY " AVAILABLE-TO-SHIP " AVAILABLE - "
                   "BACK-ORDER THE OTHER " SHORTFALL-QUANTITY
                   " (Y/N)? " WITH NO ADVANCING.
                     MOVE ZERO TO BACKORDER-RELEASE-DATE
                     MOVE OPERATOR-ID TO BACKORDER-OPERATOR-ID
                     MOVE SPACE TO BACKORDER-NOTICE-FLAG
                     MOVE SPACE TO BACKORDER-SUBSTITUTE-CODE
                     WRITE BACKORDER-RECORD
                     CLOSE BACKORDER-FILE
                     ADD 1 TO BACKORDERS-THIS-ORDER
                     PERFORM LOG-BACKORDER-INTENT
                     DISPLAY SHORTFALL-QUANTITY " BACK-ORDERED".

      * TAKE-THE-DROP-SHIP-LINE WRITES THE LINE WITHOUT TOUCHING
      * STOCK - NOTHING LEAVES OUR SHELF - AND HOLDS IT FOR THE
      * VENDOR'S PO.
       TAKE-THE-DROP-SHIP-LINE.
           PERFORM FIND-THE-DROP-PO.
           MOVE ZERO TO KIT-FROM-COMPONENTS.
           PERFORM WRITE-THE-LINE.
           IF LINE-FILE-STATUS = "00"
                     PERFORM HOLD-THE-DROP-LINE
                     DISPLAY "SHIPS DIRECT FROM VENDOR "
                             PRODUCT-PRIMARY-VENDOR " ON PO "
                             DROP-PO-NUMBER (DROP-PO-SLOT).

      * FIND-THE-DROP-PO FINDS THE PO ALREADY STARTED FOR THE VENDOR
      * ON THIS ORDER, OR STARTS ONE UNDER THE NEXT PO NUMBER.
       FIND-THE-DROP-PO.
           MOVE ZERO TO DROP-PO-SLOT.
           PERFORM MATCH-ONE-DROP-PO
                     VARYING DROP-PO-SUBSCRIPT FROM 1 BY 1
                     UNTIL DROP-PO-SUBSCRIPT > DROP-POS-HELD
                        OR DROP-PO-SLOT NOT = ZERO.
           IF DROP-PO-SLOT = ZERO
                     ADD 1 TO DROP-POS-HELD
                     MOVE DROP-POS-HELD TO DROP-PO-SLOT
                     PERFORM TAKE-A-PO-NUMBER
                     MOVE PRODUCT-PRIMARY-VENDOR TO
                               DROP-PO-VENDOR (DROP-PO-SLOT)
                     MOVE DROP-PO-NUMBER-TO-USE TO
                               DROP-PO-NUMBER (DROP-PO-SLOT)
                     MOVE ZERO TO DROP-PO-LINES (DROP-PO-SLOT)
                     MOVE ZERO TO DROP-PO-TOTAL (DROP-PO-SLOT).

       MATCH-ONE-DROP-PO.
           IF DROP-PO-VENDOR (DROP-PO-SUBSCRIPT) =
              PRODUCT-PRIMARY-VENDOR
                     MOVE DROP-PO-SUBSCRIPT TO DROP-PO-SLOT.

      * TAKE-A-PO-NUMBER READS, BUMPS AND SAVES POCTL.DAT IN ONE GO
      * SO THE NUMBER IS SPOKEN FOR BEFORE THE LINE IS WRITTEN.
       TAKE-A-PO-NUMBER.
           MOVE 8000001 TO DROP-PO-NUMBER-TO-USE.
           OPEN INPUT PO-CONTROL-FILE.
           IF PO-CONTROL-FILE-STATUS = "00"
                     READ PO-CONTROL-FILE
                     IF PO-CONTROL-FILE-STATUS = "00"
                               MOVE NEXT-PO-NUMBER TO
                                    DROP-PO-NUMBER-TO-USE.
           CLOSE PO-CONTROL-FILE.
           OPEN OUTPUT PO-CONTROL-FILE.
           COMPUTE NEXT-PO-NUMBER = DROP-PO-NUMBER-TO-USE + 1.
           WRITE PO-CONTROL-RECORD.
           CLOSE PO-CONTROL-FILE.

       HOLD-THE-DROP-LINE.
           ADD 1 TO DROP-LINES-HELD.
           MOVE DROP-PO-SLOT TO DROP-LINE-PO-SLOT (DROP-LINES-HELD).
           MOVE LINE-NUMBER TO DROP-LINE-NUMBER (DROP-LINES-HELD).
           MOVE PRODUCT-CODE TO DROP-LINE-PRODUCT (DROP-LINES-HELD).
           MOVE THE-QUANTITY TO DROP-LINE-QUANTITY (DROP-LINES-HELD).
           MOVE DROP-UNIT-COST TO DROP-LINE-COST (DROP-LINES-HELD).

       WRITE-THE-LINE.
           ADD 1 TO LINES-THIS-ORDER.
           COMPUTE THE-EXTENSION = THE-QUANTITY * THE-UNIT-PRICE.
           ADD THE-EXTENSION TO RUNNING-ORDER-TOTAL.
           MOVE ORDER-NUMBER-TO-USE TO LINE-ORDER-NUMBER.
           MOVE LINES-THIS-ORDER TO LINE-NUMBER.
           MOVE PRODUCT-CODE TO LINE-PRODUCT-CODE.
           MOVE THE-QUANTITY TO LINE-QUANTITY.
           MOVE THE-UNIT-PRICE TO LINE-UNIT-PRICE.
           IF THE-SUBSTITUTED-FOR = SPACE
                     MOVE PRODUCT-PRICE TO LINE-LIST-PRICE
           ELSE
                     MOVE THE-ORDERED-LIST-PRICE TO LINE-LIST-PRICE.
           MOVE THE-SUBSTITUTED-FOR TO LINE-SUBSTITUTED-FOR.
           MOVE THE-CUSTOMER-PART TO LINE-CUSTOMER-PART.
           MOVE THE-EXTENSION TO LINE-EXTENSION.
           MOVE ZERO TO LINE-SHIPPED-QUANTITY.
           MOVE KIT-FROM-COMPONENTS TO LINE-KIT-COMPONENT-QTY.
           MOVE MARGIN-UNIT-COST TO LINE-UNIT-COST.
           MOVE THE-MARGIN-STATUS TO LINE-MARGIN-STATUS.
           MOVE THE-MARGIN-APPROVER TO LINE-MARGIN-APPROVER.
           MOVE THE-MARGIN-DATE TO LINE-MARGIN-DATE.
           IF LINE-GOES-DROP-SHIP = "Y"
                     MOVE "D" TO LINE-DROP-SHIP-STATUS
                     MOVE DROP-PO-NUMBER (DROP-PO-SLOT) TO
                               LINE-DROP-PO-NUMBER
           ELSE
                     MOVE SPACE TO LINE-DROP-SHIP-STATUS
                     MOVE ZERO TO LINE-DROP-PO-NUMBER.
           IF LINE-ON-MARGIN-HOLD
                     ADD 1 TO MARGIN-HOLDS-THIS-ORDER.
           WRITE ORDER-LINE-RECORD.
           IF LINE-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING ORDLINE.DAT - STATUS "
                     PERFORM LOG-LINE-INTENT
                     MOVE THE-EXTENSION TO DISPLAY-EXTENSION
                     DISPLAY "LINE " LINES-THIS-ORDER " ACCEPTED - "
                             DISPLAY-EXTENSION
                     IF THE-SUBSTITUTED-FOR NOT = SPACE
                               DISPLAY "SHIPS " PRODUCT-CODE
                                       " SUBSTITUTED FOR "
                                       THE-SUBSTITUTED-FOR.

       WRITE-THE-HEADER.
           PERFORM COMPUTE-THE-TAX.
           MOVE ORDER-NUMBER-TO-USE TO ORDER-NUMBER.
           MOVE CUSTOMER-ACCOUNT-NUMBER TO ORDER-ACCOUNT-NUMBER.
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
           IF THE-TAX-AMOUNT NOT = ZERO
                     MOVE THE-TAX-AMOUNT TO DISPLAY-TAX
                     DISPLAY "SALES TAX (" THE-TAX-STATE "): "
                     MOVE RUNNING-ORDER-TOTAL TO DISPLAY-TOTAL
                     DISPLAY "ORDER " ORDER-NUMBER " FILED - TOTAL "
                             DISPLAY-TOTAL
                     PERFORM SHOW-THE-FOREIGN-TOTAL
                     PERFORM SHOW-THE-MARGIN-HOLD
                     PERFORM RAISE-THE-DROP-SHIP-POS
                     ADD 1 TO ORDER-NUMBER-TO-USE
                     PERFORM SAVE-THE-ORDER-CONTROL.

      * RAISE-THE-DROP-SHIP-POS WRITES ONE OPEN PO PER VENDOR FOR THE
      * ORDER'S DROP-SHIP LINES, EACH PO LINE NAMING THE ORDER LINE IT
      * FILLS AND THE HEADER NAMING THE ACCOUNT AND SHIP-TO THE
      * VENDOR DELIVERS TO. POPRT01 PRINTS THEM FOR THE VENDOR.
       RAISE-THE-DROP-SHIP-POS.
           IF DROP-POS-HELD NOT = ZERO
                     PERFORM OPEN-THE-DROP-PO-FILES
                     IF DROP-PO-FILES-OPEN = "Y"
                               PERFORM RAISE-ONE-DROP-PO
                                    VARYING DROP-PO-SUBSCRIPT
                                    FROM 1 BY 1
                                    UNTIL DROP-PO-SUBSCRIPT >
                                          DROP-POS-HELD
                               CLOSE PO-HEADER-FILE
                               CLOSE PO-LINE-FILE.

       OPEN-THE-DROP-PO-FILES.
           MOVE "Y" TO DROP-PO-FILES-OPEN.
           OPEN I-O PO-HEADER-FILE.
           IF PO-FILE-STATUS = "35"
                     OPEN OUTPUT PO-HEADER-FILE
                     CLOSE PO-HEADER-FILE
                     OPEN I-O PO-HEADER-FILE.
           IF PO-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN POHDR.DAT - STATUS "
                             PO-FILE-STATUS
                     MOVE "N" TO DROP-PO-FILES-OPEN
           ELSE
                     OPEN EXTEND PO-LINE-FILE
                     IF POLINE-FILE-STATUS NOT = "00" AND
                        POLINE-FILE-STATUS NOT = "05"
                               DISPLAY "UNABLE TO OPEN POLINE.DAT - "
                                       "STATUS " POLINE-FILE-STATUS
                               CLOSE PO-HEADER-FILE
                               MOVE "N" TO DROP-PO-FILES-OPEN.
           IF DROP-PO-FILES-OPEN = "N"
                     DISPLAY "DROP-SHIP POS NOT RAISED - ENTER THEM "
                             "IN POADD01".

       RAISE-ONE-DROP-PO.
           PERFORM WRITE-ONE-DROP-PO-LINE
                     VARYING DROP-LINE-SUBSCRIPT FROM 1 BY 1
                     UNTIL DROP-LINE-SUBSCRIPT > DROP-LINES-HELD.
           IF DROP-PO-LINES (DROP-PO-SUBSCRIPT) NOT = ZERO
                     PERFORM WRITE-ONE-DROP-PO-HEADER.

       WRITE-ONE-DROP-PO-LINE.
           IF DROP-LINE-PO-SLOT (DROP-LINE-SUBSCRIPT) =
              DROP-PO-SUBSCRIPT
                     ADD 1 TO DROP-PO-LINES (DROP-PO-SUBSCRIPT)
                     MOVE DROP-PO-NUMBER (DROP-PO-SUBSCRIPT) TO
                               POLINE-PO-NUMBER
                     MOVE DROP-PO-LINES (DROP-PO-SUBSCRIPT) TO
                               POLINE-NUMBER
                     MOVE DROP-LINE-PRODUCT (DROP-LINE-SUBSCRIPT) TO
                               POLINE-PRODUCT-CODE
                     MOVE DROP-LINE-QUANTITY (DROP-LINE-SUBSCRIPT) TO
                               POLINE-QUANTITY
                     MOVE DROP-LINE-COST (DROP-LINE-SUBSCRIPT) TO
                               POLINE-UNIT-COST
                     MOVE ZERO TO POLINE-RECEIVED-QTY
                     MOVE ZERO TO POLINE-BILLED-QTY
                     MOVE ZERO TO POLINE-RETURNED-QTY
                     MOVE ORDER-NUMBER-TO-USE TO POLINE-DROP-ORDER
                     MOVE DROP-LINE-NUMBER (DROP-LINE-SUBSCRIPT) TO
                               POLINE-DROP-ORDER-LINE
                     COMPUTE DROP-PO-TOTAL (DROP-PO-SUBSCRIPT) =
                               DROP-PO-TOTAL (DROP-PO-SUBSCRIPT) +
                               POLINE-QUANTITY * POLINE-UNIT-COST
                     WRITE PO-LINE-RECORD
                     IF POLINE-FILE-STATUS NOT = "00"
                               DISPLAY "ERROR WRITING POLINE.DAT - "
                                       "STATUS " POLINE-FILE-STATUS.

      * THE PO IS STAMPED WITH THE VENDOR'S CURRENCY AND TODAY'S RATE
      * AS POADD01 DOES; NO RATE ON FILE LEAVES IT AT ZERO, WHICH
      * POPRT01 PRINTS IN HOME CURRENCY.
       WRITE-ONE-DROP-PO-HEADER.
           MOVE DROP-PO-NUMBER (DROP-PO-SUBSCRIPT) TO PO-NUMBER.
           MOVE DROP-PO-VENDOR (DROP-PO-SUBSCRIPT) TO PO-VENDOR-NUMBER.
           ACCEPT PO-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO PO-EXPECTED-DATE.
           MOVE "O" TO PO-STATUS.
           MOVE DROP-PO-LINES (DROP-PO-SUBSCRIPT) TO PO-LINE-COUNT.
           MOVE DROP-PO-TOTAL (DROP-PO-SUBSCRIPT) TO PO-TOTAL-COST.
           MOVE OPERATOR-ID TO PO-OPERATOR-ID.
           MOVE ORDER-NUMBER-TO-USE TO PO-DROP-ORDER-NUMBER.
           MOVE CUSTOMER-ACCOUNT-NUMBER TO PO-DROP-ACCOUNT.
           MOVE THE-SHIP-TO-CODE TO PO-DROP-SHIP-TO-CODE.
           MOVE PO-VENDOR-NUMBER TO VENDOR-NUMBER.
           READ VENDOR-FILE
                     INVALID KEY
                     MOVE SPACE TO VENDOR-CURRENCY-CODE.
           MOVE VENDOR-CURRENCY-CODE TO PO-CURRENCY-CODE.
           MOVE PO-DATE TO DROP-RATE-DATE.
           CALL "FXFND01" USING PO-CURRENCY-CODE DROP-RATE-DATE
                     DROP-RATE DROP-RATE-FOUND.
           IF DROP-RATE-FOUND = "Y"
                     MOVE DROP-RATE TO PO-EXCHANGE-RATE
           ELSE
                     MOVE ZERO TO PO-EXCHANGE-RATE.
           WRITE PO-HEADER-RECORD
                     INVALID KEY
                     DISPLAY "DUPLICATE PO NUMBER " PO-NUMBER
                             " - CHECK POCTL.DAT"
                     NOT INVALID KEY
                     DISPLAY "DROP-SHIP PO " PO-NUMBER
                             " RAISED ON VENDOR " PO-VENDOR-NUMBER.

       SHOW-THE-MARGIN-HOLD.
           IF MARGIN-HOLDS-THIS-ORDER NOT = ZERO
                     DISPLAY "ORDER SAVED ON MARGIN HOLD - "
                             MARGIN-HOLDS-THIS-ORDER " LINE(S) NEED "
                             "APPROVAL IN ORDCHG01 BEFORE PICKING".

      * SHOW-THE-FOREIGN-TOTAL GIVES A FOREIGN-CURRENCY ACCOUNT'S
      * ORDER TOTAL, TAX INCLUDED, IN THE CURRENCY IT WILL BE BILLED
      * IN AT THE RATE STAMPED ON THE ORDER.
       SHOW-THE-FOREIGN-TOTAL.
           IF ORDER-CURRENCY-CODE NOT = SPACE
                     COMPUTE FOREIGN-ORDER-TOTAL ROUNDED =
                               (RUNNING-ORDER-TOTAL + THE-TAX-AMOUNT)
                               / ORDER-EXCHANGE-RATE
                     MOVE FOREIGN-ORDER-TOTAL TO DISPLAY-FOREIGN-TOTAL
                     DISPLAY "    WITH TAX IN " ORDER-CURRENCY-CODE
                             ": " DISPLAY-FOREIGN-TOTAL.

      * COMPUTE-THE-TAX LOOKS THE SHIP-TO STATE CODE UP ON THE
      * RATE TABLE AND TAXES THE MERCHANDISE TOTAL. NO TABLE, OR A
      * STATE NOT ON IT, MEANS NO TAX - THE SAME QUIET PASS THE
      * STATE CHECK GIVES A SYSTEM NOT YET SEEDED.
           MOVE ZERO TO THE-TAX-AMOUNT.
           MOVE SPACE TO THE-TAX-STATE.
           PERFORM CHECK-THE-EXEMPTION.
           IF THE-SHIP-TO-STATE = SPACE OR EXEMPTION-HOLDS = "Y"
                     CONTINUE
           ELSE
                     OPEN INPUT TAX-FILE
                                       " - ORDER WILL BE TAXED".

       LOOK-UP-THE-RATE.
           MOVE THE-SHIP-TO-STATE (1:2) TO TAX-REF-STATE.
           MOVE "Y" TO TAX-RATE-FOUND.
           READ TAX-FILE
                     INVALID KEY
           IF YES-NO NOT = "Y"
                     MOVE "N" TO YES-NO.

      * GET-APPROVER-ID IS THE SHARED DUAL-CONTROL PROMPT - SEE
      * COPYBOOKS/APPRSGN.CPY.
       COPY APPRSGN.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.
