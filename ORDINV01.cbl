      * come off CUSTOMER.DAT, the line items come off ORDLINE.DAT
      * with descriptions and the prices captured at order time, and
      * the invoice prints with per-line extensions and the order
      * total, with the freight ORDSHP01 rated for the shipment as
      * its own line carried into the total due. A successfully
      * printed order is marked invoiced on ORDHDR.DAT, and an
      * order already marked is refused - the same order can never
      * bill twice. Each invoice also files an open item on
      * ARITEM.DAT carrying the billed total as the balance due, so
      * collections run off the system instead of the paper ledger
      * - ARCSH01 posts the checks against it.
      * The open item carries the due date and any early-payment
      * discount worked out from the customer's terms on TERMS.DAT,
      * and the invoice prints both so the customer knows them too.
      * The terms days are calendar days unless the business-day
      * calendar options (HOLMNT01) count due dates in business days.
      * An account marked to take its invoices as data gets no paper:
      * its invoice is written instead to the run's electronic
      * invoice file, EINV.YYYYMMDD.HHMMSS (layout in WEINV.CPY), and
      * logged to EINVLOG.DAT with the file it went out in. The file
      * is closed with a trailer of counts and hash totals when the
      * run ends.
      * An order taken for an account billed in a foreign currency is
      * priced and printed (or sent) in that currency at the rate
      * stamped on the order, with the home-currency equivalent shown
      * under the total. The open item carries the home total as its
      * balance, with the currency, rate and foreign total beside it.
      * An order with a drop-ship line the vendor has not yet
      * confirmed shipping (see DRPCNF01) is held back until it has.
      * A line that shipped an approved alternate in place of the
      * product ordered prints a note under it naming what was
      * ordered. A line carrying the customer's own part number for
      * the product (see CXRMNT01) prints it under our code, and the
      * electronic invoice line carries it beside our part number.
      ******************************************************************

       ENVIRONMENT DIVISION.
                           RECORD KEY IS TAX-REF-STATE
                           FILE STATUS IS TAX-FILE-STATUS.

                 SELECT OPTIONAL TERMS-FILE
                           ASSIGN TO "TERMS.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS TERMS-REF-CODE
                           FILE STATUS IS TERMS-FILE-STATUS.

                 SELECT OPTIONAL INVOICE-REGISTER-FILE
                           ASSIGN TO "INVREG.DAT"
                           ORGANIZATION IS INDEXED
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS INV-CONTROL-FILE-STATUS.

                 SELECT EINVOICE-FILE
                           ASSIGN USING EINVOICE-FILE-NAME
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS EINVOICE-FILE-STATUS.

                 SELECT OPTIONAL EINVOICE-LOG-FILE
                           ASSIGN TO "EINVLOG.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS EINVOICE-LOG-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.
           LABEL RECORDS ARE STANDARD.
           COPY WTAXREF.

      * TERMS-REF-RECORD IS THE SHARED TERMS TABLE LAYOUT - SEE
      * COPYBOOKS/WTERMREF.CPY.
       FD  TERMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WTERMREF.

      * INVOICE-REGISTER-RECORD IS THE SHARED REGISTER LAYOUT - SEE
      * COPYBOOKS/WINVREG.CPY. INVCTL.DAT FEEDS THE NEXT INVOICE
      * NUMBER THE WAY ORDCTL.DAT FEEDS ORDER NUMBERS.
       01  INVOICE-CONTROL-RECORD.
                 05 NEXT-INVOICE-NUMBER    PIC 9(7).

      * EINV-RECORD AND EINV-LOG-RECORD ARE THE SHARED ELECTRONIC
      * INVOICE AND TRANSMISSION LOG LAYOUTS - SEE COPYBOOKS/WEINV.CPY
      * AND WEINVLOG.CPY.
       FD  EINVOICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WEINV.

       FD  EINVOICE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WEINVLOG.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                  PIC X(80).
       COPY WOPRSGNW.
           01 ORDER-ENTRY-FIELD     PIC X(7).
           01 LINES-PRINTED         PIC 9(3).
           01 DROP-LINES-WAITING    PIC 9(3).

      * Structures for the printed invoice.
       01  INVOICE-TITLE-LINE.
                 05 FILLER                 PIC X(8) VALUE "  DATE: ".
                 05 PRINT-ORDER-DATE       PIC 9(8).

      * A FOREIGN-CURRENCY INVOICE SAYS UNDER THE TITLE WHAT CURRENCY
      * ITS AMOUNTS ARE IN AND AT WHAT RATE, AND CARRIES THE HOME
      * EQUIVALENT OF THE TOTAL DUE UNDER THE TOTALS.
       01  INVOICE-CURRENCY-LINE.
                 05 FILLER                 PIC X(11) VALUE
                                           "AMOUNTS IN ".
                 05 PRINT-CURRENCY-CODE    PIC X(3).
                 05 FILLER                 PIC X(9) VALUE " AT RATE ".
                 05 PRINT-EXCHANGE-RATE    PIC ZZ9.999999.
                 05 FILLER                 PIC X(19) VALUE
                                           " HOME UNITS PER ONE".

       01  INVOICE-HOME-LINE.
                 05 FILLER                 PIC X(34) VALUE SPACE.
                 05 FILLER                 PIC X(25) VALUE
                                           "HOME CURRENCY EQUIVALENT:".
                 05 PRINT-HOME-TOTAL-DUE   PIC ZZZ,ZZZ,ZZ9.99.

       01  BILL-TO-NAME-LINE.
                 05 FILLER                 PIC X(9) VALUE "BILL TO: ".
                 05 PRINT-FIRST-NAME       PIC X(20).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-ZIP              PIC 9(5).

      * THE SHIP-TO PRINTS APART FROM THE BILL-TO. AN ORDER WITH NO
      * SHIP-TO CODE SHIPS TO THE BILL-TO ADDRESS, AND THAT IS WHAT
      * PRINTS HERE; OTHERWISE THE ADDRESS COMES OFF SHIPTO.DAT
      * THROUGH SHPFND01.
       01  SHIP-TO-NAME-LINE.
                 05 FILLER                 PIC X(9) VALUE "SHIP TO: ".
                 05 PRINT-SHIP-NAME-PARTS.
                           10 PRINT-SHIP-FIRST-NAME PIC X(20).
                           10 FILLER             PIC X(1).
                           10 PRINT-SHIP-LAST-NAME PIC X(20).
                 05 PRINT-SHIP-NAME REDEFINES PRINT-SHIP-NAME-PARTS
                                           PIC X(41).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-SHIP-CODE        PIC X(4).

       01  SHIP-TO-ADDRESS-LINE.
                 05 FILLER                 PIC X(9) VALUE SPACE.
                 05 PRINT-SHIP-ADDRESS     PIC X(25).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-SHIP-ADDRESS2    PIC X(25).

       01  SHIP-TO-CITY-LINE.
                 05 FILLER                 PIC X(9) VALUE SPACE.
                 05 PRINT-SHIP-CITY        PIC X(15).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-SHIP-STATE       PIC X(15).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-SHIP-ZIP         PIC 9(5).
       01  SHIP-TO-FOUND             PIC X.
       COPY WSHIPTO.

       01  LINE-COLUMN-HEADINGS.
                 05 FILLER                 PIC X(12) VALUE "CODE".
                 05 FILLER                 PIC X(31) VALUE
                 05 FILLER                 PIC X(1) VALUE ":".
                 05 PRINT-TAX-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

       01  INVOICE-FREIGHT-LINE.
                 05 FILLER                 PIC X(46) VALUE SPACE.
                 05 FILLER                 PIC X(8) VALUE "FREIGHT ".
                 05 PRINT-FREIGHT-CARRIER  PIC X(4).
                 05 FILLER                 PIC X(1) VALUE ":".
                 05 PRINT-FREIGHT-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.

       01  INVOICE-DUE-LINE.
                 05 FILLER                 PIC X(46) VALUE SPACE.
                 05 FILLER                 PIC X(13) VALUE
                                           "TOTAL DUE:   ".
                 05 PRINT-TOTAL-DUE        PIC ZZZ,ZZZ,ZZ9.99.

       01  TOTAL-DUE-AMOUNT          PIC 9(11)V99.

       01  INVOICE-TERMS-LINE.
                 05 FILLER                 PIC X(7) VALUE "TERMS: ".
                 05 PRINT-TERMS            PIC X(20).
                 05 FILLER                 PIC X(16) VALUE
                                           "  PAYMENT DUE BY".
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-DUE-DATE         PIC 9(8).

       01  INVOICE-DISCOUNT-LINE.
                 05 FILLER                 PIC X(7) VALUE SPACE.
                 05 FILLER                 PIC X(5) VALUE "TAKE ".
                 05 PRINT-DISCOUNT-AMOUNT  PIC ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(21) VALUE
                                           " DISCOUNT IF PAID BY ".
                 05 PRINT-DISCOUNT-DATE    PIC 9(8).

      * A PACKED PRODUCT'S LINE GETS A SECOND PRINTED LINE SHOWING
      * THE QUANTITY IN BOTH UNITS.
                 05 PRINT-NOTE-LOOSE-UNIT  PIC X(4).
                 05 FILLER                 PIC X(2) VALUE " )".
       01  PACKS-PART                PIC 9(5).

      * A LINE PRICED BELOW LIST BY A CUSTOMER PRICE AGREEMENT GETS
      * A SECOND PRINTED LINE SHOWING THE LIST PRICE AND THE
      * DISCOUNT THE CUSTOMER WAS GIVEN ON WHAT SHIPPED.
       01  DISCOUNT-NOTE-LINE.
                 05 FILLER                 PIC X(12) VALUE SPACE.
                 05 FILLER                 PIC X(11) VALUE
                                           "LIST PRICE ".
                 05 PRINT-NOTE-LIST-PRICE  PIC ZZZZZZ9.99.
                 05 FILLER                 PIC X(6) VALUE " LESS ".
                 05 PRINT-NOTE-UNIT-OFF    PIC ZZZZZZ9.99.
                 05 FILLER                 PIC X(7) VALUE " EACH, ".
                 05 PRINT-NOTE-LINE-OFF    PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(9) VALUE " DISCOUNT".

      * A LINE THAT SHIPPED AN ALTERNATE GETS A SECOND PRINTED LINE
      * NAMING THE PRODUCT THE CUSTOMER ORDERED.
       01  SUBSTITUTE-NOTE-LINE.
                 05 FILLER                 PIC X(12) VALUE SPACE.
                 05 FILLER                 PIC X(29) VALUE
                                     "SHIPPED AS A SUBSTITUTE FOR ".
                 05 PRINT-NOTE-ORDERED     PIC X(10).
      * A LINE CARRYING THE CUSTOMER'S OWN PART NUMBER GETS IT PRINTED
      * UNDER OUR CODE.
       01  CUSTOMER-PART-LINE.
                 05 FILLER                 PIC X(12) VALUE SPACE.
                 05 FILLER                 PIC X(18) VALUE
                                     "YOUR PART NUMBER: ".
                 05 PRINT-CUSTOMER-PART    PIC X(20).
       01  UNIT-DISCOUNT             PIC 9(7)V99.
       01  LINE-DISCOUNT             PIC 9(9)V99.
       01  EACHES-PART               PIC 9(4).

      * THE INVOICE BILLS WHAT ACTUALLY SHIPPED, NOT WHAT WAS
       01  INV-CONTROL-FILE-STATUS   PIC XX.
       01  INVOICE-NUMBER-TO-USE     PIC 9(7).

      * THE CURRENCY THE INVOICE IS PRICED IN AND ITS RATE, OFF THE
      * ORDER - HOME CURRENCY AT ONE FOR AN ORDER THAT CARRIES NONE.
      * EACH UNIT PRICE IS CONVERTED AND THE LINES, TAX, FREIGHT AND
      * DISCOUNT ARE FIGURED IN THAT CURRENCY ALONGSIDE THE HOME
      * FIGURES, SO THE PAPER ADDS UP IN THE CUSTOMER'S MONEY. AT A
      * RATE OF ONE THE TWO SETS OF FIGURES ARE THE SAME.
       01  INVOICE-CURRENCY-CODE     PIC X(3).
       01  INVOICE-EXCHANGE-RATE     PIC 9(3)V9(6).
       01  FOREIGN-UNIT-PRICE        PIC 9(7)V99.
       01  FOREIGN-LIST-PRICE        PIC 9(7)V99.
       01  FOREIGN-LINE-EXTENSION    PIC 9(9)V99.
       01  FOREIGN-ORDER-TOTAL       PIC 9(11)V99.
       01  FOREIGN-TAX-AMOUNT        PIC 9(9)V99.
       01  FOREIGN-FREIGHT-AMOUNT    PIC 9(7)V99.
       01  FOREIGN-TOTAL-DUE         PIC 9(11)V99.
       01  FOREIGN-DISCOUNT-AMOUNT   PIC 9(9)V99.

      * THE BILLED CUSTOMER'S TERMS AND WHAT THEY COME TO FOR THIS
      * INVOICE. AN ACCOUNT WITH NO TERMS CODE, OR A CODE SINCE
      * TAKEN OFF TERMS.DAT, BILLS NET 30 WITH NO DISCOUNT.
       01  TERMS-FILE-STATUS         PIC XX.
       01  THE-TERMS-CODE            PIC X(4).
       01  THE-TERMS-DESCRIPTION     PIC X(20).
       01  THE-DISCOUNT-PERCENT      PIC 99V99.
       01  THE-DISCOUNT-DAYS         PIC 9(3).
       01  THE-NET-DAYS              PIC 9(3).
       01  THE-DUE-DATE              PIC 9(8).
       01  THE-DISCOUNT-DATE         PIC 9(8).
       01  THE-DISCOUNT-AMOUNT       PIC 9(9)V99.
       01  TERMS-DAYS-TO-WALK        PIC 9(3).

      * THE BUSDAY01 QUESTION AND ANSWER - SEE
      * COPYBOOKS/WBUSDAY.CPY. THE BUSINESS-DAY CALENDAR OPTIONS SAY
      * WHETHER THE TERMS COUNT BUSINESS DAYS OR CALENDAR DAYS.
       COPY WBUSDAY.

      * WORK FIELDS FOR WALKING THE INVOICE DATE FORWARD TO THE DUE
      * AND DISCOUNT DATES, THE SAME WAY APVCH01 DATES A VOUCHER.
       01  WALK-DATE-PARTS.
                 05 WALK-YEAR              PIC 9(4).
                 05 WALK-MONTH             PIC 99.
                 05 WALK-DAY               PIC 99.
       01  WALK-DATE-WHOLE REDEFINES WALK-DATE-PARTS
                                           PIC 9(8).
       01  MONTH-LENGTH-TEXT         PIC X(24) VALUE
                                     "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-TEXT.
                 05 MONTH-LENGTH OCCURS 12 TIMES PIC 99.
       01  LEAP-QUOTIENT             PIC 9(4).
       01  LEAP-REMAINDER            PIC 9(4).
       01  THIS-MONTH-LENGTH         PIC 99.

      * THE ELECTRONIC INVOICE FILE FOR THIS RUN. IT IS OPENED WHEN
      * THE FIRST ACCOUNT TAKING ITS INVOICES AS DATA IS BILLED, AND
      * THE COUNTS AND HASH TOTALS BUILD UP FOR ITS TRAILER. SHOULD
      * THE FILE NOT OPEN, THE INVOICE PRINTS AS BEFORE.
       01  EINVOICE-FILE-NAME.
                 05 FILLER                 PIC X(5) VALUE "EINV.".
                 05 EINV-NAME-DATE         PIC 9(8).
                 05 FILLER                 PIC X(1) VALUE ".".
                 05 EINV-NAME-TIME         PIC 9(6).
       01  EINVOICE-FILE-STATUS      PIC XX.
       01  EINVOICE-LOG-FILE-STATUS  PIC XX.
       01  EINVOICE-FILE-OPEN        PIC X VALUE "N".
       01  INVOICE-IS-ELECTRONIC     PIC X.
       01  BILL-TO-FOUND             PIC X.
       01  TIME-NOW                  PIC 9(8).
       01  EXPORT-LINE-NUMBER        PIC 9(3).
       01  EXPORT-INVOICE-COUNT      PIC 9(7) VALUE ZERO.
       01  EXPORT-LINE-COUNT         PIC 9(7) VALUE ZERO.
       01  EXPORT-RECORD-COUNT       PIC 9(7) VALUE ZERO.
       01  EXPORT-AMOUNT-HASH        PIC 9(13)V99 VALUE ZERO.
       01  EXPORT-QUANTITY-HASH      PIC 9(11) VALUE ZERO.
       01  EXPORT-INVOICE-HASH       PIC 9(13) VALUE ZERO.

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
           CLOSE PRODUCT-FILE.
           CLOSE AR-ITEM-FILE.
           CLOSE INVOICE-REGISTER-FILE.
           IF EINVOICE-FILE-OPEN = "Y"
                     PERFORM CLOSE-THE-EINVOICE-FILE.
           CLOSE PRINTER-FILE.

       PRINT-INVOICES.
                               ELSE
                                         IF ORDER-IS-SHIPPED
                                                   PERFORM
                                                  CHECK-FOR-DROP-SHIPS
                                         ELSE
                                                   DISPLAY "ORDER "
                                                     ORDER-NUMBER
                                                     "SHIPMENT FIRST".
           PERFORM GO-AGAIN.

      * CHECK-FOR-DROP-SHIPS HOLDS BACK AN ORDER WITH A DROP-SHIP
      * LINE THE VENDOR HAS NOT YET CONFIRMED SHIPPING - THE ORDER
      * BILLS ONCE, SO IT WAITS UNTIL DRPCNF01 RELEASES EVERY LINE.
       CHECK-FOR-DROP-SHIPS.
           MOVE ZEROES TO DROP-LINES-WAITING.
           OPEN INPUT ORDER-LINE-FILE.
           IF LINE-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-LINE
                     PERFORM COUNT-ONE-WAITING-LINE
                          UNTIL END-OF-FILE = "Y"
                     CLOSE ORDER-LINE-FILE.
           IF DROP-LINES-WAITING = ZERO
                     PERFORM PRINT-ONE-INVOICE
           ELSE
                     DISPLAY "ORDER " ORDER-NUMBER " HAS "
                             DROP-LINES-WAITING " DROP-SHIP LINE(S) "
                             "THE VENDOR HAS NOT CONFIRMED - REFUSED "
                             "UNTIL DRPCNF01 RELEASES THEM".

       COUNT-ONE-WAITING-LINE.
           IF LINE-ORDER-NUMBER = ORDER-NUMBER AND
              LINE-AWAITS-VENDOR
                     ADD 1 TO DROP-LINES-WAITING.
           PERFORM READ-NEXT-LINE.

       GET-THE-ORDER.
           MOVE "N" TO RECORD-FOUND.
           DISPLAY "ORDER NUMBER ? ".
                     DISPLAY "NO ORDER ON FILE FOR THAT NUMBER".

       PRINT-ONE-INVOICE.
           PERFORM GET-THE-BILL-TO.
           PERFORM SET-THE-INVOICE-CURRENCY.
           IF INVOICE-IS-ELECTRONIC = "Y" AND
              EINVOICE-FILE-OPEN = "N"
                     PERFORM OPEN-THE-EINVOICE-FILE.
           IF INVOICE-IS-ELECTRONIC = "Y"
                     PERFORM EXPORT-ONE-INVOICE
           ELSE
                     PERFORM PRINT-THE-BILL-TO
                     PERFORM PRINT-THE-LINES
                     PERFORM PRINT-THE-TOTAL.
           PERFORM MARK-THE-ORDER-INVOICED.

      * GET-THE-BILL-TO READS THE ORDER'S CUSTOMER OFF CUSTOMER.DAT,
      * WHICH SAYS WHAT TERMS THE INVOICE CARRIES AND WHETHER IT IS
      * PRINTED OR SENT AS DATA. A CUSTOMER SINCE REMOVED IS BILLED
      * ON PAPER, NET 30.
       GET-THE-BILL-TO.
           MOVE ORDER-ACCOUNT-NUMBER TO CUSTOMER-ACCOUNT-NUMBER.
           MOVE "Y" TO BILL-TO-FOUND.
           READ CUSTOMER-FILE
                     INVALID KEY
                     MOVE "N" TO BILL-TO-FOUND.
           MOVE "N" TO INVOICE-IS-ELECTRONIC.
           IF BILL-TO-FOUND = "N"
                     MOVE SPACE TO THE-TERMS-CODE
           ELSE
                     MOVE CUSTOMER-TERMS-CODE TO THE-TERMS-CODE
                     IF CUSTOMER-TAKES-EINVOICE
                               MOVE "Y" TO INVOICE-IS-ELECTRONIC.

      * SET-THE-INVOICE-CURRENCY TAKES THE CURRENCY AND RATE THE
      * ORDER WAS STAMPED WITH WHEN IT WAS TAKEN. AN ORDER FILED
      * BEFORE CURRENCIES WERE KEPT, OR ONE CARRYING NO USABLE RATE,
      * BILLS IN HOME CURRENCY.
       SET-THE-INVOICE-CURRENCY.
           IF ORDER-CURRENCY-CODE = SPACE OR
              ORDER-EXCHANGE-RATE NOT NUMERIC
                     MOVE SPACE TO INVOICE-CURRENCY-CODE
                     MOVE 1 TO INVOICE-EXCHANGE-RATE
           ELSE
                     IF ORDER-EXCHANGE-RATE = ZERO
                               MOVE SPACE TO INVOICE-CURRENCY-CODE
                               MOVE 1 TO INVOICE-EXCHANGE-RATE
                     ELSE
                               MOVE ORDER-CURRENCY-CODE TO
                                         INVOICE-CURRENCY-CODE
                               MOVE ORDER-EXCHANGE-RATE TO
                                         INVOICE-EXCHANGE-RATE.

      * PRINT-THE-BILL-TO PRINTS THE CUSTOMER'S NAME AND ADDRESS. AN
      * ORDER WHOSE CUSTOMER HAS SINCE BEEN REMOVED STILL PRINTS,
      * WITH THE BILL-TO LEFT FOR THE OFFICE TO FILL.
       PRINT-THE-BILL-TO.
           MOVE INVOICE-NUMBER-TO-USE TO PRINT-INVOICE-NUMBER.
           MOVE ORDER-NUMBER TO PRINT-ORDER-NUMBER.
           MOVE ORDER-DATE TO PRINT-ORDER-DATE.
           MOVE INVOICE-TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           IF INVOICE-CURRENCY-CODE NOT = SPACE
                     MOVE INVOICE-CURRENCY-CODE TO PRINT-CURRENCY-CODE
                     MOVE INVOICE-EXCHANGE-RATE TO PRINT-EXCHANGE-RATE
                     MOVE INVOICE-CURRENCY-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           IF BILL-TO-FOUND = "N"
                     DISPLAY "CUSTOMER " ORDER-ACCOUNT-NUMBER
                             " NO LONGER ON FILE - BILL-TO LEFT "
                             "BLANK"
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE BILL-TO-CITY-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           PERFORM PRINT-THE-SHIP-TO.
           MOVE LINE-COLUMN-HEADINGS TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.

      * PRINT-THE-SHIP-TO PRINTS WHERE THE GOODS WENT, UNDER THE
      * BILL-TO. A SHIP-TO SINCE REMOVED FROM SHIPTO.DAT PRINTS ITS
      * CODE WITH THE ADDRESS LEFT FOR THE OFFICE TO FILL.
       PRINT-THE-SHIP-TO.
           MOVE SPACE TO PRINT-SHIP-NAME.
           MOVE ORDER-SHIP-TO-CODE TO PRINT-SHIP-CODE.
           IF ORDER-SHIP-TO-CODE = SPACE
                     MOVE PRINT-FIRST-NAME TO PRINT-SHIP-FIRST-NAME
                     MOVE PRINT-LAST-NAME TO PRINT-SHIP-LAST-NAME
                     MOVE PRINT-ADDRESS TO PRINT-SHIP-ADDRESS
                     MOVE SPACE TO PRINT-SHIP-ADDRESS2
                     MOVE PRINT-CITY TO PRINT-SHIP-CITY
                     MOVE PRINT-STATE TO PRINT-SHIP-STATE
                     MOVE PRINT-ZIP TO PRINT-SHIP-ZIP
           ELSE
                     CALL "SHPFND01" USING ORDER-ACCOUNT-NUMBER
                               ORDER-SHIP-TO-CODE SHIP-TO-RECORD
                               SHIP-TO-FOUND
                     MOVE SHIP-TO-NAME TO PRINT-SHIP-NAME
                     MOVE SHIP-TO-ADDRESS1 TO PRINT-SHIP-ADDRESS
                     MOVE SHIP-TO-ADDRESS2 TO PRINT-SHIP-ADDRESS2
                     MOVE SHIP-TO-CITY TO PRINT-SHIP-CITY
                     MOVE SHIP-TO-STATE TO PRINT-SHIP-STATE
                     MOVE SHIP-TO-ZIP TO PRINT-SHIP-ZIP
                     IF SHIP-TO-FOUND NOT = "Y"
                               DISPLAY "SHIP-TO " ORDER-SHIP-TO-CODE
                                       " NO LONGER ON FILE - SHIP-TO "
                                       "LEFT BLANK".
           MOVE SHIP-TO-NAME-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SHIP-TO-ADDRESS-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SHIP-TO-CITY-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.

      * PRINT-THE-LINES GATHERS THIS ORDER'S ROWS OFF ORDLINE.DAT,
      * PRICING EACH LINE AS CAPTURED AT ORDER TIME AND PULLING THE
      * CURRENT DESCRIPTION OFF PRODUCT.DAT.
       PRINT-THE-LINES.
           MOVE ZEROES TO LINES-PRINTED.
           MOVE ZEROES TO BILLED-ORDER-TOTAL FOREIGN-ORDER-TOTAL.
           OPEN INPUT ORDER-LINE-FILE.
           IF LINE-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN ORDLINE.DAT - STATUS "
                     MOVE "(PRODUCT NO LONGER ON FILE)" TO
                               PRINT-LINE-DESCRIPTION.
           MOVE LINE-SHIPPED-QUANTITY TO PRINT-LINE-QTY.
           COMPUTE BILLED-LINE-EXTENSION =
                     LINE-SHIPPED-QUANTITY * LINE-UNIT-PRICE.
           ADD BILLED-LINE-EXTENSION TO BILLED-ORDER-TOTAL.
           PERFORM CONVERT-THE-LINE.
           MOVE FOREIGN-UNIT-PRICE TO PRINT-LINE-PRICE.
           MOVE FOREIGN-LINE-EXTENSION TO PRINT-LINE-EXTENSION.
           MOVE INVOICE-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF LINE-CUSTOMER-PART NOT = SPACE
                     MOVE LINE-CUSTOMER-PART TO PRINT-CUSTOMER-PART
                     MOVE CUSTOMER-PART-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF RECORD-FOUND = "Y" AND PRODUCT-PACK-SIZE NOT = ZERO
                     PERFORM PRINT-THE-UNIT-NOTE.
           IF LINE-SUBSTITUTED-FOR NOT = SPACE
                     MOVE LINE-SUBSTITUTED-FOR TO PRINT-NOTE-ORDERED
                     MOVE SUBSTITUTE-NOTE-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF LINE-LIST-PRICE IS NUMERIC AND
              LINE-LIST-PRICE > LINE-UNIT-PRICE
                     PERFORM PRINT-THE-DISCOUNT-NOTE.

      * CONVERT-THE-LINE PRICES THE LINE IN THE INVOICE'S CURRENCY:
      * THE UNIT PRICE IS CONVERTED AT THE ORDER'S RATE AND THE
      * EXTENSION TAKEN FROM IT, SO EACH PRINTED LINE MULTIPLIES OUT.
       CONVERT-THE-LINE.
           COMPUTE FOREIGN-UNIT-PRICE ROUNDED =
                     LINE-UNIT-PRICE / INVOICE-EXCHANGE-RATE.
           COMPUTE FOREIGN-LINE-EXTENSION =
                     LINE-SHIPPED-QUANTITY * FOREIGN-UNIT-PRICE.
           ADD FOREIGN-LINE-EXTENSION TO FOREIGN-ORDER-TOTAL.

      * PRINT-THE-DISCOUNT-NOTE SHOWS WHAT AN AGREEMENT SAVED THE
      * CUSTOMER ON THE LINE. A LINE WITH NO LIST PRICE RECORDED,
      * OR ONE CHARGED AT LIST, GETS NO NOTE. IT IS PRINTED IN THE
      * INVOICE'S CURRENCY LIKE THE LINE ABOVE IT.
       PRINT-THE-DISCOUNT-NOTE.
           COMPUTE FOREIGN-LIST-PRICE ROUNDED =
                     LINE-LIST-PRICE / INVOICE-EXCHANGE-RATE.
           COMPUTE UNIT-DISCOUNT =
                     FOREIGN-LIST-PRICE - FOREIGN-UNIT-PRICE.
           COMPUTE LINE-DISCOUNT =
                     LINE-SHIPPED-QUANTITY * UNIT-DISCOUNT.
           MOVE FOREIGN-LIST-PRICE TO PRINT-NOTE-LIST-PRICE.
           MOVE UNIT-DISCOUNT TO PRINT-NOTE-UNIT-OFF.
           MOVE LINE-DISCOUNT TO PRINT-NOTE-LINE-OFF.
           MOVE DISCOUNT-NOTE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * PRINT-THE-UNIT-NOTE SHOWS A PACKED PRODUCT'S QUANTITY IN
      * BOTH UNITS UNDER THE LINE, SO NOBODY DOES THE CASE
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * PRINT-THE-TOTAL SHOWS THE MERCHANDISE TOTAL, AND WHEN THE
      * ORDER CARRIES TAX OR FREIGHT, EACH AS ITS OWN LINE AND THE
      * TOTAL DUE UNDERNEATH - THE FIGURE THE OPEN ITEM CARRIES.
      * FREIGHT IS BILLED AS ORDSHP01 RATED IT AND IS NOT TAXED.
      * EVERY FIGURE PRINTS IN THE INVOICE'S CURRENCY; A FOREIGN
      * INVOICE ADDS THE HOME EQUIVALENT OF THE TOTAL DUE.
       PRINT-THE-TOTAL.
           PERFORM REFIGURE-THE-TAX.
           PERFORM FIGURE-THE-FOREIGN-DUE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE FOREIGN-ORDER-TOTAL TO PRINT-ORDER-TOTAL.
           MOVE INVOICE-TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF BILLED-TAX-AMOUNT NOT = ZERO
                     MOVE ORDER-TAX-STATE TO PRINT-TAX-STATE
                     MOVE FOREIGN-TAX-AMOUNT TO PRINT-TAX-AMOUNT
                     MOVE INVOICE-TAX-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF ORDER-FREIGHT-AMOUNT NOT = ZERO
                     MOVE ORDER-CARRIER TO PRINT-FREIGHT-CARRIER
                     MOVE FOREIGN-FREIGHT-AMOUNT TO
                               PRINT-FREIGHT-AMOUNT
                     MOVE INVOICE-FREIGHT-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           COMPUTE TOTAL-DUE-AMOUNT =
                     BILLED-ORDER-TOTAL + BILLED-TAX-AMOUNT
                     + ORDER-FREIGHT-AMOUNT.
           IF BILLED-TAX-AMOUNT NOT = ZERO OR
              ORDER-FREIGHT-AMOUNT NOT = ZERO
                     MOVE FOREIGN-TOTAL-DUE TO PRINT-TOTAL-DUE
                     MOVE INVOICE-DUE-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF INVOICE-CURRENCY-CODE NOT = SPACE
                     MOVE TOTAL-DUE-AMOUNT TO PRINT-HOME-TOTAL-DUE
                     MOVE INVOICE-HOME-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           PERFORM FIGURE-THE-TERMS.
           PERFORM PRINT-THE-TERMS.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

      * FIGURE-THE-TERMS LOOKS THE CUSTOMER'S TERMS UP AND WALKS THE
      * ORDER DATE (THE DATE THE OPEN ITEM CARRIES) FORWARD TO THE
      * DUE DATE, AND TO THE DISCOUNT DATE WHEN A DISCOUNT IS
      * OFFERED. THE DISCOUNT IS FIGURED ON THE BILLED TOTAL, TAX
      * INCLUDED - BUT NOT ON THE FREIGHT, WHICH IS THE CARRIER'S.
       FIGURE-THE-TERMS.
           MOVE "NET 30" TO THE-TERMS-DESCRIPTION.
           MOVE ZERO TO THE-DISCOUNT-PERCENT THE-DISCOUNT-DAYS.
           MOVE 30 TO THE-NET-DAYS.
           IF THE-TERMS-CODE NOT = SPACE
                     OPEN INPUT TERMS-FILE
                     IF TERMS-FILE-STATUS = "00"
                               PERFORM LOOK-UP-THE-TERMS
                               CLOSE TERMS-FILE.
           MOVE ORDER-DATE TO WALK-DATE-WHOLE.
           MOVE THE-NET-DAYS TO TERMS-DAYS-TO-WALK.
           PERFORM WALK-THE-TERMS-DAYS.
           MOVE WALK-DATE-WHOLE TO THE-DUE-DATE.
           MOVE ZERO TO THE-DISCOUNT-DATE THE-DISCOUNT-AMOUNT
                        FOREIGN-DISCOUNT-AMOUNT.
           IF THE-DISCOUNT-PERCENT NOT = ZERO
                     MOVE ORDER-DATE TO WALK-DATE-WHOLE
                     MOVE THE-DISCOUNT-DAYS TO TERMS-DAYS-TO-WALK
                     PERFORM WALK-THE-TERMS-DAYS
                     MOVE WALK-DATE-WHOLE TO THE-DISCOUNT-DATE
                     COMPUTE THE-DISCOUNT-AMOUNT ROUNDED =
                               (BILLED-ORDER-TOTAL + BILLED-TAX-AMOUNT)
                               * THE-DISCOUNT-PERCENT / 100
                     COMPUTE FOREIGN-DISCOUNT-AMOUNT ROUNDED =
                               (FOREIGN-ORDER-TOTAL
                               + FOREIGN-TAX-AMOUNT)
                               * THE-DISCOUNT-PERCENT / 100.

       LOOK-UP-THE-TERMS.
           MOVE THE-TERMS-CODE TO TERMS-REF-CODE.
           READ TERMS-FILE
                     INVALID KEY
                     DISPLAY "TERMS " THE-TERMS-CODE " NOT ON "
                             "TERMS.DAT - BILLED NET 30"
                     NOT INVALID KEY
                     MOVE TERMS-REF-DESCRIPTION TO
                               THE-TERMS-DESCRIPTION
                     MOVE TERMS-REF-DISC-PERCENT TO
                               THE-DISCOUNT-PERCENT
                     MOVE TERMS-REF-DISC-DAYS TO THE-DISCOUNT-DAYS
                     MOVE TERMS-REF-NET-DAYS TO THE-NET-DAYS.

       PRINT-THE-TERMS.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE THE-TERMS-DESCRIPTION TO PRINT-TERMS.
           MOVE THE-DUE-DATE TO PRINT-DUE-DATE.
           MOVE INVOICE-TERMS-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF THE-DISCOUNT-AMOUNT NOT = ZERO
                     MOVE FOREIGN-DISCOUNT-AMOUNT TO
                               PRINT-DISCOUNT-AMOUNT
                     MOVE THE-DISCOUNT-DATE TO PRINT-DISCOUNT-DATE
                     MOVE INVOICE-DISCOUNT-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * WALK-THE-TERMS-DAYS MOVES THE WALK DATE ON BY THE TERMS
      * DAYS - BUSINESS DAYS WHEN THE SHOP HAS CHOSEN TO COUNT DUE
      * DATES THAT WAY ON THE BUSINESS-DAY CALENDAR, CALENDAR DAYS
      * OTHERWISE.
       WALK-THE-TERMS-DAYS.
           MOVE "A" TO BUSDAY-FUNCTION.
           MOVE WALK-DATE-WHOLE TO BUSDAY-FROM-DATE.
           MOVE TERMS-DAYS-TO-WALK TO BUSDAY-DAYS.
           CALL "BUSDAY01" USING BUSINESS-DAY-AREA.
           IF BUSDAY-DUE-IN-BUSINESS-DAYS
                     MOVE BUSDAY-RESULT-DATE TO WALK-DATE-WHOLE
           ELSE
                     PERFORM WALK-FORWARD-ONE-DAY
                               TERMS-DAYS-TO-WALK TIMES.

       WALK-FORWARD-ONE-DAY.
           MOVE MONTH-LENGTH (WALK-MONTH) TO THIS-MONTH-LENGTH.
           IF WALK-MONTH = 2
                     DIVIDE WALK-YEAR BY 4 GIVING LEAP-QUOTIENT
                               REMAINDER LEAP-REMAINDER
                     IF LEAP-REMAINDER = ZERO
                               MOVE 29 TO THIS-MONTH-LENGTH.
           IF WALK-DAY < THIS-MONTH-LENGTH
                     ADD 1 TO WALK-DAY
           ELSE
                     MOVE 1 TO WALK-DAY
                     IF WALK-MONTH = 12
                               MOVE 1 TO WALK-MONTH
                               ADD 1 TO WALK-YEAR
                     ELSE
                               ADD 1 TO WALK-MONTH.

      * REFIGURE-THE-TAX RATES THE BILLED TOTAL AGAINST THE CURRENT
      * TABLE RATE FOR THE STATE THE ORDER WAS TAXED FOR. AN ORDER
      * THAT CARRIED NO TAX STATE (EXEMPT, OR NO RATE ON FILE AT
      * ENTRY) STAYS UNTAXED.
       REFIGURE-THE-TAX.
           MOVE ZERO TO BILLED-TAX-AMOUNT FOREIGN-TAX-AMOUNT.
           IF ORDER-TAX-STATE = SPACE
                     CONTINUE
           ELSE
           IF TAX-RATE-FOUND = "Y"
                     COMPUTE BILLED-TAX-AMOUNT ROUNDED =
                               BILLED-ORDER-TOTAL *
                               TAX-REF-RATE / 100
                     COMPUTE FOREIGN-TAX-AMOUNT ROUNDED =
                               FOREIGN-ORDER-TOTAL *
                               TAX-REF-RATE / 100.

      * FIGURE-THE-FOREIGN-DUE CONVERTS THE FREIGHT AT THE ORDER'S
      * RATE AND ADDS UP THE TOTAL DUE IN THE INVOICE'S CURRENCY -
      * THE FIGURE THE CUSTOMER PAYS AND THE OPEN ITEM CARRIES AS ITS
      * FOREIGN AMOUNT.
       FIGURE-THE-FOREIGN-DUE.
           COMPUTE FOREIGN-FREIGHT-AMOUNT ROUNDED =
                     ORDER-FREIGHT-AMOUNT / INVOICE-EXCHANGE-RATE.
           COMPUTE FOREIGN-TOTAL-DUE =
                     FOREIGN-ORDER-TOTAL + FOREIGN-TAX-AMOUNT
                     + FOREIGN-FREIGHT-AMOUNT.

      * MARK-THE-ORDER-INVOICED ALSO SETTLES THE HEADER ON WHAT WAS
      * ACTUALLY BILLED - THE SHIPPED TOTAL AND ITS TAX - SO THE
      * LEDGER EXTRACT AND THE REMITTANCE REPORT CARRY THE BILLED
           MOVE BILLED-ORDER-TOTAL TO ORDER-TOTAL.
           MOVE BILLED-TAX-AMOUNT TO ORDER-TAX-AMOUNT.
           MOVE INVOICE-NUMBER-TO-USE TO ORDER-INVOICE-NUMBER.
           MOVE INVOICE-CURRENCY-CODE TO ORDER-CURRENCY-CODE.
           MOVE INVOICE-EXCHANGE-RATE TO ORDER-EXCHANGE-RATE.
           MOVE "I" TO ORDER-STATUS.
           REWRITE ORDER-HEADER-RECORD
                     INVALID KEY
                     PERFORM FILE-THE-REGISTER-ROW
                     DISPLAY "ORDER " ORDER-NUMBER " INVOICED AS "
                             ORDER-INVOICE-NUMBER
                     IF INVOICE-IS-ELECTRONIC = "Y"
                               PERFORM LOG-THE-TRANSMISSION
                     END-IF
                     ADD 1 TO INVOICE-NUMBER-TO-USE
                     PERFORM SAVE-THE-INVOICE-CONTROL.

           MOVE ORDER-ACCOUNT-NUMBER TO REGISTER-ACCOUNT-NUMBER.
           ACCEPT REGISTER-INVOICE-DATE FROM DATE YYYYMMDD.
           COMPUTE REGISTER-AMOUNT =
                     BILLED-ORDER-TOTAL + BILLED-TAX-AMOUNT
                     + ORDER-FREIGHT-AMOUNT.
           MOVE OPERATOR-ID TO REGISTER-OPERATOR-ID.
           WRITE INVOICE-REGISTER-RECORD
                     INVALID KEY
                             "INVCTL.DAT".

      * FILE-THE-OPEN-ITEM PUTS THE INVOICE ON THE AR OPEN-ITEM FILE
      * WITH THE FULL BILLED TOTAL AS THE BALANCE DUE, AND THE DUE
      * AND DISCOUNT DATES FIGURE-THE-TERMS WORKED OUT. ARCSH01 WORKS
      * THE BALANCE DOWN AS THE CHECKS COME IN. THE CURRENCY, RATE
      * AND TOTAL AS BILLED IN THAT CURRENCY RIDE ALONG SO CASH CAN
      * BE TAKEN IN THE CUSTOMER'S MONEY AND THE GAIN OR LOSS ON THE
      * RATE WORKED OUT WHEN IT IS.
       FILE-THE-OPEN-ITEM.
           MOVE INVOICE-NUMBER-TO-USE TO AR-INVOICE-NUMBER.
           MOVE ORDER-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
           MOVE ORDER-DATE TO AR-INVOICE-DATE.
           COMPUTE AR-ORIGINAL-AMOUNT =
                     ORDER-TOTAL + ORDER-TAX-AMOUNT
                     + ORDER-FREIGHT-AMOUNT.
           MOVE AR-ORIGINAL-AMOUNT TO AR-BALANCE-DUE.
           MOVE "O" TO AR-ITEM-STATUS.
           MOVE SPACE TO AR-ITEM-TYPE.
           MOVE THE-DUE-DATE TO AR-DUE-DATE.
           MOVE THE-DISCOUNT-DATE TO AR-DISCOUNT-DATE.
           MOVE THE-DISCOUNT-AMOUNT TO AR-DISCOUNT-AMOUNT.
           MOVE INVOICE-CURRENCY-CODE TO AR-CURRENCY-CODE.
           MOVE INVOICE-EXCHANGE-RATE TO AR-EXCHANGE-RATE.
           MOVE FOREIGN-TOTAL-DUE TO AR-FOREIGN-AMOUNT.
           WRITE AR-ITEM-RECORD
                     INVALID KEY
                     DISPLAY "OPEN ITEM ALREADY ON ARITEM.DAT FOR "
                     DISPLAY "OPEN ITEM FILED FOR INVOICE "
                             AR-INVOICE-NUMBER.

      * OPEN-THE-EINVOICE-FILE STARTS THIS RUN'S ELECTRONIC INVOICE
      * FILE, NAMED FOR THE DATE AND TIME IT WAS OPENED, WITH ITS
      * HEADER RECORD, AND OPENS THE TRANSMISSION LOG BESIDE IT.
       OPEN-THE-EINVOICE-FILE.
           ACCEPT EINV-NAME-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-NOW FROM TIME.
           MOVE TIME-NOW (1:6) TO EINV-NAME-TIME.
           OPEN OUTPUT EINVOICE-FILE.
           IF EINVOICE-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO CREATE " EINVOICE-FILE-NAME
                             " - STATUS " EINVOICE-FILE-STATUS
                     DISPLAY "THIS INVOICE WILL PRINT INSTEAD"
                     MOVE "N" TO INVOICE-IS-ELECTRONIC
           ELSE
                     MOVE "Y" TO EINVOICE-FILE-OPEN
                     OPEN EXTEND EINVOICE-LOG-FILE
                     IF EINVOICE-LOG-FILE-STATUS NOT = "00" AND
                        EINVOICE-LOG-FILE-STATUS NOT = "05"
                               DISPLAY "UNABLE TO OPEN EINVLOG.DAT - "
                                       "STATUS "
                                       EINVOICE-LOG-FILE-STATUS
                     END-IF
                     MOVE SPACE TO EINV-RECORD
                     MOVE "FH" TO EINV-FH-TYPE
                     MOVE EINVOICE-FILE-NAME TO EINV-FH-FILE-NAME
                     MOVE EINV-NAME-DATE TO EINV-FH-CREATED-DATE
                     MOVE EINV-NAME-TIME TO EINV-FH-CREATED-TIME
                     MOVE OPERATOR-ID TO EINV-FH-OPERATOR-ID
                     PERFORM WRITE-AN-EINVOICE-RECORD.

      * CLOSE-THE-EINVOICE-FILE ENDS THE FILE WITH ITS TRAILER. THE
      * RECORD COUNT TAKES IN THE HEADER AND THE TRAILER ITSELF.
       CLOSE-THE-EINVOICE-FILE.
           MOVE SPACE TO EINV-RECORD.
           MOVE "FT" TO EINV-FT-TYPE.
           ADD 1 TO EXPORT-RECORD-COUNT.
           MOVE EXPORT-INVOICE-COUNT TO EINV-FT-INVOICE-COUNT.
           MOVE EXPORT-LINE-COUNT TO EINV-FT-LINE-COUNT.
           MOVE EXPORT-RECORD-COUNT TO EINV-FT-RECORD-COUNT.
           MOVE EXPORT-AMOUNT-HASH TO EINV-FT-AMOUNT-HASH.
           MOVE EXPORT-QUANTITY-HASH TO EINV-FT-QUANTITY-HASH.
           MOVE EXPORT-INVOICE-HASH TO EINV-FT-INVOICE-HASH.
           WRITE EINV-RECORD.
           CLOSE EINVOICE-FILE.
           CLOSE EINVOICE-LOG-FILE.
           DISPLAY EXPORT-INVOICE-COUNT " INVOICE(S) SENT IN "
                   EINVOICE-FILE-NAME.

       WRITE-AN-EINVOICE-RECORD.
           WRITE EINV-RECORD.
           IF EINVOICE-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING " EINVOICE-FILE-NAME
                             " - STATUS " EINVOICE-FILE-STATUS
           ELSE
                     ADD 1 TO EXPORT-RECORD-COUNT.

      * EXPORT-ONE-INVOICE WRITES THE INVOICE AS DATA: THE SAME
      * BILLED LINES, TAX, FREIGHT AND TERMS THE PRINTED INVOICE
      * WOULD CARRY, FIGURED THE SAME WAY AND IN THE SAME CURRENCY.
       EXPORT-ONE-INVOICE.
           PERFORM EXPORT-THE-HEADER.
           PERFORM EXPORT-THE-BILL-TO.
           PERFORM EXPORT-THE-SHIP-TO.
           PERFORM EXPORT-THE-LINES.
           PERFORM REFIGURE-THE-TAX.
           PERFORM FIGURE-THE-FOREIGN-DUE.
           PERFORM FIGURE-THE-TERMS.
           PERFORM EXPORT-THE-TOTALS.
           DISPLAY "ORDER " ORDER-NUMBER " SENT ELECTRONICALLY IN "
                   EINVOICE-FILE-NAME.

       EXPORT-THE-HEADER.
           MOVE SPACE TO EINV-RECORD.
           MOVE "IH" TO EINV-IH-TYPE.
           MOVE INVOICE-NUMBER-TO-USE TO EINV-IH-INVOICE-NUMBER.
           MOVE ORDER-NUMBER TO EINV-IH-ORDER-NUMBER.
           MOVE ORDER-DATE TO EINV-IH-INVOICE-DATE.
           MOVE ORDER-SHIP-DATE TO EINV-IH-SHIP-DATE.
           MOVE ORDER-ACCOUNT-NUMBER TO EINV-IH-ACCOUNT-NUMBER.
           MOVE ORDER-CARRIER TO EINV-IH-CARRIER.
           MOVE INVOICE-CURRENCY-CODE TO EINV-IH-CURRENCY-CODE.
           MOVE INVOICE-EXCHANGE-RATE TO EINV-IH-EXCHANGE-RATE.
           PERFORM WRITE-AN-EINVOICE-RECORD.

       EXPORT-THE-BILL-TO.
           MOVE SPACE TO EINV-RECORD.
           MOVE "BT" TO EINV-BT-TYPE.
           MOVE INVOICE-NUMBER-TO-USE TO EINV-BT-INVOICE-NUMBER.
           MOVE CUSTOMER-FIRST-NAME TO EINV-BT-FIRST-NAME.
           MOVE CUSTOMER-LAST-NAME TO EINV-BT-LAST-NAME.
           MOVE CUSTOMER-ADDRESS1 TO EINV-BT-ADDRESS1.
           MOVE CUSTOMER-ADDRESS2 TO EINV-BT-ADDRESS2.
           MOVE CUSTOMER-CITY TO EINV-BT-CITY.
           MOVE CUSTOMER-STATE TO EINV-BT-STATE.
           MOVE CUSTOMER-ZIP TO EINV-BT-ZIP.
           MOVE CUSTOMER-ZIP-PLUS4 TO EINV-BT-ZIP-PLUS4.
           PERFORM WRITE-AN-EINVOICE-RECORD.

      * EXPORT-THE-SHIP-TO SENDS WHERE THE GOODS WENT. AN ORDER WITH
      * NO SHIP-TO CODE WENT TO THE BILL-TO ADDRESS; A SHIP-TO SINCE
      * REMOVED FROM SHIPTO.DAT GOES WITH ITS CODE AND A BLANK
      * ADDRESS, AS IT WOULD PRINT.
       EXPORT-THE-SHIP-TO.
           MOVE SPACE TO EINV-RECORD.
           MOVE "ST" TO EINV-ST-TYPE.
           MOVE INVOICE-NUMBER-TO-USE TO EINV-ST-INVOICE-NUMBER.
           MOVE ORDER-SHIP-TO-CODE TO EINV-ST-SHIP-TO-CODE.
           IF ORDER-SHIP-TO-CODE = SPACE
                     MOVE SPACE TO PRINT-SHIP-NAME
                     MOVE CUSTOMER-FIRST-NAME TO PRINT-SHIP-FIRST-NAME
                     MOVE CUSTOMER-LAST-NAME TO PRINT-SHIP-LAST-NAME
                     MOVE PRINT-SHIP-NAME TO EINV-ST-NAME
                     MOVE CUSTOMER-ADDRESS1 TO EINV-ST-ADDRESS1
                     MOVE CUSTOMER-ADDRESS2 TO EINV-ST-ADDRESS2
                     MOVE CUSTOMER-CITY TO EINV-ST-CITY
                     MOVE CUSTOMER-STATE TO EINV-ST-STATE
                     MOVE CUSTOMER-ZIP TO EINV-ST-ZIP
                     MOVE CUSTOMER-ZIP-PLUS4 TO EINV-ST-ZIP-PLUS4
           ELSE
                     CALL "SHPFND01" USING ORDER-ACCOUNT-NUMBER
                               ORDER-SHIP-TO-CODE SHIP-TO-RECORD
                               SHIP-TO-FOUND
                     MOVE SHIP-TO-NAME TO EINV-ST-NAME
                     MOVE SHIP-TO-ADDRESS1 TO EINV-ST-ADDRESS1
                     MOVE SHIP-TO-ADDRESS2 TO EINV-ST-ADDRESS2
                     MOVE SHIP-TO-CITY TO EINV-ST-CITY
                     MOVE SHIP-TO-STATE TO EINV-ST-STATE
                     MOVE SHIP-TO-ZIP TO EINV-ST-ZIP
                     MOVE SHIP-TO-ZIP-PLUS4 TO EINV-ST-ZIP-PLUS4
                     IF SHIP-TO-FOUND NOT = "Y"
                               DISPLAY "SHIP-TO " ORDER-SHIP-TO-CODE
                                       " NO LONGER ON FILE - SHIP-TO "
                                       "SENT BLANK".
           PERFORM WRITE-AN-EINVOICE-RECORD.

      * EXPORT-THE-LINES SENDS ONE RECORD PER SHIPPED LINE, BUILDING
      * THE BILLED TOTAL THE SAME WAY PRINT-THE-LINES DOES.
       EXPORT-THE-LINES.
           MOVE ZEROES TO EXPORT-LINE-NUMBER.
           MOVE ZEROES TO BILLED-ORDER-TOTAL FOREIGN-ORDER-TOTAL.
           OPEN INPUT ORDER-LINE-FILE.
           IF LINE-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN ORDLINE.DAT - STATUS "
                             LINE-FILE-STATUS
           ELSE
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-LINE
                     PERFORM EXPORT-MATCHING-LINE
                          UNTIL END-OF-FILE = "Y"
                     CLOSE ORDER-LINE-FILE.

       EXPORT-MATCHING-LINE.
           IF LINE-ORDER-NUMBER = ORDER-NUMBER AND
              LINE-SHIPPED-QUANTITY NOT = ZERO
                     PERFORM EXPORT-THE-LINE-DETAIL.
           PERFORM READ-NEXT-LINE.

       EXPORT-THE-LINE-DETAIL.
           ADD 1 TO EXPORT-LINE-NUMBER.
           MOVE SPACE TO EINV-RECORD.
           MOVE "LI" TO EINV-LI-TYPE.
           MOVE INVOICE-NUMBER-TO-USE TO EINV-LI-INVOICE-NUMBER.
           MOVE EXPORT-LINE-NUMBER TO EINV-LI-LINE-NUMBER.
           MOVE LINE-PRODUCT-CODE TO EINV-LI-PART-NUMBER.
           MOVE LINE-CUSTOMER-PART TO EINV-LI-BUYER-PART.
           MOVE LINE-PRODUCT-CODE TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     MOVE PRODUCT-DESCRIPTION TO EINV-LI-DESCRIPTION
                     MOVE PRODUCT-STOCK-UNIT TO EINV-LI-UNIT
           ELSE
                     MOVE "(PRODUCT NO LONGER ON FILE)" TO
                               EINV-LI-DESCRIPTION.
           MOVE LINE-SHIPPED-QUANTITY TO EINV-LI-QUANTITY.
           COMPUTE BILLED-LINE-EXTENSION =
                     LINE-SHIPPED-QUANTITY * LINE-UNIT-PRICE.
           ADD BILLED-LINE-EXTENSION TO BILLED-ORDER-TOTAL.
           PERFORM CONVERT-THE-LINE.
           MOVE FOREIGN-UNIT-PRICE TO EINV-LI-UNIT-PRICE.
           IF LINE-LIST-PRICE IS NUMERIC
                     COMPUTE FOREIGN-LIST-PRICE ROUNDED =
                               LINE-LIST-PRICE / INVOICE-EXCHANGE-RATE
                     MOVE FOREIGN-LIST-PRICE TO EINV-LI-LIST-PRICE
           ELSE
                     MOVE FOREIGN-UNIT-PRICE TO EINV-LI-LIST-PRICE.
           MOVE FOREIGN-LINE-EXTENSION TO EINV-LI-EXTENSION.
           PERFORM WRITE-AN-EINVOICE-RECORD.
           ADD 1 TO EXPORT-LINE-COUNT.
           ADD LINE-SHIPPED-QUANTITY TO EXPORT-QUANTITY-HASH.

       EXPORT-THE-TOTALS.
           COMPUTE TOTAL-DUE-AMOUNT =
                     BILLED-ORDER-TOTAL + BILLED-TAX-AMOUNT
                     + ORDER-FREIGHT-AMOUNT.
           MOVE SPACE TO EINV-RECORD.
           MOVE "IT" TO EINV-IT-TYPE.
           MOVE INVOICE-NUMBER-TO-USE TO EINV-IT-INVOICE-NUMBER.
           MOVE EXPORT-LINE-NUMBER TO EINV-IT-LINE-COUNT.
           MOVE FOREIGN-ORDER-TOTAL TO EINV-IT-MERCHANDISE.
           MOVE ORDER-TAX-STATE TO EINV-IT-TAX-STATE.
           MOVE FOREIGN-TAX-AMOUNT TO EINV-IT-TAX-AMOUNT.
           MOVE FOREIGN-FREIGHT-AMOUNT TO EINV-IT-FREIGHT-AMOUNT.
           MOVE FOREIGN-TOTAL-DUE TO EINV-IT-TOTAL-DUE.
           MOVE THE-TERMS-CODE TO EINV-IT-TERMS-CODE.
           MOVE THE-TERMS-DESCRIPTION TO EINV-IT-TERMS.
           MOVE THE-DUE-DATE TO EINV-IT-DUE-DATE.
           MOVE THE-DISCOUNT-DATE TO EINV-IT-DISCOUNT-DATE.
           MOVE FOREIGN-DISCOUNT-AMOUNT TO EINV-IT-DISCOUNT-AMOUNT.
           PERFORM WRITE-AN-EINVOICE-RECORD.
           ADD 1 TO EXPORT-INVOICE-COUNT.
           ADD FOREIGN-TOTAL-DUE TO EXPORT-AMOUNT-HASH.
           ADD INVOICE-NUMBER-TO-USE TO EXPORT-INVOICE-HASH.

      * LOG-THE-TRANSMISSION RECORDS WHICH FILE THE INVOICE WENT OUT
      * IN, ONCE THE ORDER IS SAFELY MARKED INVOICED.
       LOG-THE-TRANSMISSION.
           ACCEPT EINV-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT EINV-LOG-TIME FROM TIME.
           MOVE EINVOICE-FILE-NAME TO EINV-LOG-FILE-NAME.
           MOVE ORDER-INVOICE-NUMBER TO EINV-LOG-INVOICE-NUMBER.
           MOVE ORDER-NUMBER TO EINV-LOG-ORDER-NUMBER.
           MOVE ORDER-ACCOUNT-NUMBER TO EINV-LOG-ACCOUNT-NUMBER.
           MOVE TOTAL-DUE-AMOUNT TO EINV-LOG-AMOUNT.
           MOVE OPERATOR-ID TO EINV-LOG-OPERATOR-ID.
           WRITE EINV-LOG-RECORD.
           IF EINVOICE-LOG-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING EINVLOG.DAT - STATUS "
                             EINVOICE-LOG-FILE-STATUS.

       GO-AGAIN.
           DISPLAY "PRINT ANOTHER INVOICE?".
           ACCEPT YES-NO.
