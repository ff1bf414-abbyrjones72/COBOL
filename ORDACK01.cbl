      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDACK01.

      ******************************************************************
      * This program sends the order acknowledgments, so a customer
      * hears back about an order the night it is taken instead of
      * when the invoice comes. It runs in the nightly cycle and
      * passes over ORDHDR.DAT for every order whose acknowledgment
      * flag says it is owed one (see WORDHDR.CPY) - an order filed
      * by ORDADD01, ORDIMP01, STNDGEN01 or QUOTCNV01, or changed or
      * cancelled by ORDCHG01, since the last run. Each one gets its
      * lines, prices and extensions, the date the goods are expected
      * to ship, and any quantity still waiting on BACKORD.DAT with
      * the date stock is expected. A changed order goes out as a
      * revised acknowledgment with its revision number; a cancelled
      * one says so. The flag is set as the acknowledgment goes, so
      * each version of an order is acknowledged exactly once.
      *
      * A customer with an email address on file (and not marked DO
      * NOT EMAIL) gets the acknowledgment through the mail service:
      * it is added to ORDACKML.DAT as an address row followed by the
      * text rows, every row carrying the order number. The mail
      * service takes the file away once it has sent it. Every other
      * acknowledgment prints, one to a page.
      *
      * The expected ship date is the ship date on an order already
      * shipped, otherwise today plus the warehouse turnaround in
      * business days off the business-day calendar (BUSDAY01). Stock
      * on back-order is expected on its filing date plus the primary
      * vendor's lead time, or thirty days when no lead time is on
      * file, rolled on to a business day - the date the BOLTR01
      * letters promise.
      *
      * An order for an account billed in a foreign currency is
      * acknowledged in that currency: each price is converted at the
      * rate stamped on the order, the lines and tax are totalled in
      * the customer's money, and the home-currency equivalent of the
      * total is shown under it.
      *
      * A line filled with an approved alternate because the product
      * ordered was short says so under the line, naming what was
      * ordered.
      *
      * A line carrying the customer's own part number for the
      * product (see CXRMNT01) shows it under our code, so the
      * customer can match the acknowledgment to their own order.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT ORDER-HEADER-FILE
                           ASSIGN TO "ORDHDR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS ORDER-NUMBER
                           FILE STATUS IS HEADER-FILE-STATUS.

                 SELECT ORDER-LINE-FILE
                           ASSIGN TO "ORDLINE.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS LINE-FILE-STATUS.

                 SELECT OPTIONAL BACKORDER-FILE
                           ASSIGN TO "BACKORD.DAT"
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS BACKORDER-FILE-STATUS.

                 SELECT CUSTOMER-FILE
                           ASSIGN TO "CUSTOMER.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                           FILE STATUS IS CUSTOMER-FILE-STATUS.

                 SELECT OPTIONAL PRODUCT-FILE
                           ASSIGN TO "PRODUCT.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PRODUCT-CODE
                           FILE STATUS IS PRODUCT-FILE-STATUS.

                 SELECT OPTIONAL PRODUCT-VENDOR-FILE
                           ASSIGN TO "PRODVEND.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS XREF-KEY
                           FILE STATUS IS XREF-FILE-STATUS.

                 SELECT OPTIONAL ACK-MAIL-FILE
                           ASSIGN TO "ORDACKML.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ACK-MAIL-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * ORDER-HEADER-RECORD, ORDER-LINE-RECORD, BACKORDER-RECORD,
      * CUSTOMER-RECORD, PRODUCT-RECORD AND PRODUCT-VENDOR-RECORD ARE
      * THE SHARED LAYOUTS - SEE THE MATCHING COPYBOOKS UNDER
      * COPYBOOKS/.
       FD  ORDER-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WORDHDR.

       FD  ORDER-LINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WORDLINE.

       FD  BACKORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WBACKORD.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRODF.

       FD  PRODUCT-VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRDVEND.

      * ONE ROW PER LINE OF MAIL: AN E ROW CARRYING THE ADDRESS THE
      * ACKNOWLEDGMENT GOES TO, THEN ITS T ROWS OF TEXT, ALL UNDER
      * THE ORDER NUMBER SO THE MAIL SERVICE CAN GROUP THEM.
       FD  ACK-MAIL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACK-MAIL-RECORD.
                 05 ACKML-ORDER-NUMBER     PIC 9(7).
                 05 ACKML-ROW-KIND         PIC X(1).
                 05 ACKML-TEXT             PIC X(80).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  HEADER-FILE-STATUS        PIC XX.
       01  LINE-FILE-STATUS          PIC XX.
       01  BACKORDER-FILE-STATUS     PIC XX.
       01  CUSTOMER-FILE-STATUS      PIC XX.
       01  PRODUCT-FILE-STATUS       PIC XX.
       01  XREF-FILE-STATUS          PIC XX.
       01  ACK-MAIL-FILE-STATUS      PIC XX.
       01  END-OF-FILE               PIC X.
       01  END-OF-LINES              PIC X.
       01  END-OF-BACKORDERS         PIC X.
       01  RECORD-FOUND              PIC X.
       01  CUSTOMER-FOUND            PIC X.
       01  SEND-BY-MAIL              PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

      * THE BUSDAY01 QUESTION AND ANSWER - SEE
      * COPYBOOKS/WBUSDAY.CPY.
       COPY WBUSDAY.

       01  TODAYS-DATE               PIC 9(8).
      * THE WAREHOUSE TURNAROUND - HOW MANY BUSINESS DAYS AFTER THE
      * ORDER IS ACKNOWLEDGED THE STOCK ON HAND IS EXPECTED TO SHIP.
       01  SHIP-TURNAROUND-DAYS      PIC 9(3) VALUE 2.
       01  THE-SHIP-DATE             PIC 9(8).
       01  THE-EXPECTED-DATE         PIC 9(8).
       01  THE-LEAD-DAYS             PIC 9(3).
       01  ACKS-PRINTED              PIC 9(7) VALUE ZERO.
       01  ACKS-MAILED               PIC 9(7) VALUE ZERO.

      * THE ORDER'S WAITING BACK-ORDER ROWS, GATHERED ONCE PER ORDER
      * SO EACH LINE CAN BE MATCHED TO WHAT IS STILL OWED ON IT.
       01  BACKORDER-TABLE.
                 05 BO-ENTRY OCCURS 50 TIMES.
                           10 BO-PRODUCT-CODE    PIC X(10).
                           10 BO-QUANTITY        PIC 9(5).
                           10 BO-DATE            PIC 9(8).
       01  BO-COUNT                  PIC 99.
       01  BO-SUBSCRIPT              PIC 99.
       01  LINE-BACKORDERED          PIC 9(5).
       01  LINE-BACKORDER-DATE       PIC 9(8).
       01  LINE-TO-SHIP              PIC 9(5).

      * THE EXPECTED-DATE WALK, THE SAME DAY WALK BOLTR01 USES.
       01  WALK-DATE-PARTS.
                 05 WALK-YEAR              PIC 9(4).
                 05 WALK-MONTH             PIC 99.
                 05 WALK-DAY               PIC 99.
       01  WALK-DATE-WHOLE REDEFINES WALK-DATE-PARTS
                                           PIC 9(8).
       01  DAYS-WALKED               PIC 9(3).
       01  DAYS-TO-WALK              PIC 9(3).
       01  THIS-MONTH-LENGTH         PIC 99.
       01  MONTH-LENGTH-TEXT         PIC X(24) VALUE
                                     "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-TEXT.
                 05 MONTH-LENGTH OCCURS 12 TIMES PIC 99.
       01  LEAP-QUOTIENT             PIC 9(4).
       01  LEAP-REMAINDER            PIC 9(4).

      * Structures for the acknowledgment. Each line is built here
      * and handed to SEND-AN-ACK-LINE, which prints it or adds it
      * to the mail file.
       01  ACK-LINE                  PIC X(80).
       01  ACK-ADVANCE               PIC 9.
       01  THE-GRAND-TOTAL           PIC 9(11)V99.

      * THE ORDER'S CURRENCY AND RATE - HOME AT ONE WHEN THE ORDER
      * CARRIES NONE - AND THE FIGURES CONVERTED INTO IT.
       01  ACK-CURRENCY-CODE         PIC X(3).
       01  ACK-EXCHANGE-RATE         PIC 9(3)V9(6).
       01  FOREIGN-UNIT-PRICE        PIC 9(7)V99.
       01  FOREIGN-LINE-EXTENSION    PIC 9(9)V99.
       01  FOREIGN-ORDER-TOTAL       PIC 9(11)V99.
       01  FOREIGN-TAX-AMOUNT        PIC 9(9)V99.
       01  FOREIGN-GRAND-TOTAL       PIC 9(11)V99.

       01  ACK-TITLE-LINE.
                 05 PRINT-ACK-TITLE        PIC X(30).
                 05 FILLER                 PIC X(8) VALUE "ORDER # ".
                 05 PRINT-ORDER-NUMBER     PIC 9(7).
                 05 FILLER                 PIC X(8) VALUE "  DATE: ".
                 05 PRINT-ORDER-DATE       PIC 9(8).

       01  ACK-REVISION-LINE.
                 05 FILLER                 PIC X(9) VALUE "REVISION ".
                 05 PRINT-REVISION         PIC ZZ9.
                 05 FILLER                 PIC X(40) VALUE
                           " - THIS REPLACES ANY EARLIER VERSION".

       01  ACK-CURRENCY-LINE.
                 05 FILLER                 PIC X(11) VALUE
                                           "AMOUNTS IN ".
                 05 PRINT-CURRENCY-CODE    PIC X(3).
                 05 FILLER                 PIC X(9) VALUE " AT RATE ".
                 05 PRINT-EXCHANGE-RATE    PIC ZZ9.999999.
                 05 FILLER                 PIC X(19) VALUE
                                           " HOME UNITS PER ONE".

       01  ACK-ACCOUNT-LINE.
                 05 FILLER                 PIC X(9) VALUE "ACCOUNT: ".
                 05 PRINT-ACCOUNT          PIC 9(7).

       01  ACK-NAME-LINE.
                 05 FILLER                 PIC X(9) VALUE SPACE.
                 05 PRINT-FIRST-NAME       PIC X(20).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-LAST-NAME        PIC X(20).

       01  ACK-ADDRESS-LINE.
                 05 FILLER                 PIC X(9) VALUE SPACE.
                 05 PRINT-ADDRESS          PIC X(25).

       01  ACK-CITY-LINE.
                 05 FILLER                 PIC X(9) VALUE SPACE.
                 05 PRINT-CITY             PIC X(15).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-STATE            PIC X(15).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-ZIP              PIC 9(5).

       01  ACK-CANCELLED-LINE        PIC X(50) VALUE
                 "THIS ORDER HAS BEEN CANCELLED - NOTHING WILL SHIP".

       01  ACK-COLUMN-HEADINGS.
                 05 FILLER                 PIC X(11) VALUE "CODE".
                 05 FILLER                 PIC X(21) VALUE
                                               "DESCRIPTION".
                 05 FILLER                 PIC X(5) VALUE "  QTY".
                 05 FILLER                 PIC X(11) VALUE
                                               "      PRICE".
                 05 FILLER                 PIC X(14) VALUE
                                               "     EXTENSION".
                 05 FILLER                 PIC X(10) VALUE
                                               "  SHIP BY".

       01  ACK-DETAIL-LINE.
                 05 PRINT-LINE-CODE        PIC X(10).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-LINE-DESCRIPTION PIC X(20).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-LINE-QTY         PIC ZZZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-LINE-PRICE       PIC ZZZZZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-LINE-EXTENSION   PIC ZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-LINE-SHIP-DATE   PIC 9(8).

      * A LINE WITH STOCK STILL ON BACK-ORDER GETS A SECOND LINE
      * SAYING HOW MUCH IS WAITING AND WHEN IT IS EXPECTED.
       01  ACK-BACKORDER-LINE.
                 05 FILLER                 PIC X(11) VALUE SPACE.
                 05 PRINT-BO-QTY           PIC ZZZZ9.
                 05 FILLER                 PIC X(26) VALUE
                                           " ON BACK-ORDER - EXPECTED ".
                 05 PRINT-BO-DATE          PIC 9(8).

      * A LINE THAT SHIPS AN ALTERNATE GETS A SECOND LINE NAMING THE
      * PRODUCT THE CUSTOMER ORDERED.
       01  ACK-SUBSTITUTE-LINE.
                 05 FILLER                 PIC X(11) VALUE SPACE.
                 05 FILLER                 PIC X(27) VALUE
                                           "SUBSTITUTED - YOU ORDERED ".
                 05 PRINT-SUB-ORDERED      PIC X(10).
                 05 FILLER                 PIC X(24) VALUE
                                           ", WHICH IS OUT OF STOCK".

       01  ACK-CUSTOMER-PART-LINE.
                 05 FILLER                 PIC X(11) VALUE SPACE.
                 05 FILLER                 PIC X(18) VALUE
                                           "YOUR PART NUMBER: ".
                 05 PRINT-ACK-CUSTOMER-PART PIC X(20).

       01  ACK-TOTAL-LINE.
                 05 FILLER                 PIC X(37) VALUE SPACE.
                 05 PRINT-TOTAL-LABEL      PIC X(13).
                 05 PRINT-TOTAL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.

       01  ACK-CLOSING-LINE          PIC X(60) VALUE
                 "THANK YOU FOR YOUR ORDER. PLEASE CALL US IF ANYTHING".
       01  ACK-CLOSING-LINE-2        PIC X(60) VALUE
                 "ABOVE DOES NOT MATCH WHAT YOU ORDERED.".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "N" TO END-OF-FILE.
            PERFORM READ-NEXT-HEADER.
            PERFORM SETTLE-ONE-ORDER
                 UNTIL END-OF-FILE = "Y".
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           OPEN I-O ORDER-HEADER-FILE.
           IF HEADER-FILE-STATUS NOT = "00"
                     DISPLAY "NO ORDER FILE ON THE SYSTEM - NOTHING "
                             "TO ACKNOWLEDGE"
                     STOP RUN.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "
                             CUSTOMER-FILE-STATUS
                     STOP RUN.
           OPEN INPUT PRODUCT-FILE.
           OPEN INPUT PRODUCT-VENDOR-FILE.
           OPEN EXTEND ACK-MAIL-FILE.
           IF ACK-MAIL-FILE-STATUS NOT = "00" AND
              ACK-MAIL-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN ORDACKML.DAT - STATUS "
                             ACK-MAIL-FILE-STATUS
                     STOP RUN.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE ORDER-HEADER-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE PRODUCT-FILE.
           CLOSE PRODUCT-VENDOR-FILE.
           CLOSE ACK-MAIL-FILE.
           CLOSE PRINTER-FILE.
           DISPLAY ACKS-PRINTED " ACKNOWLEDGMENT(S) PRINTED".
           DISPLAY ACKS-MAILED " ACKNOWLEDGMENT(S) SENT TO "
                   "ORDACKML.DAT".

       READ-NEXT-HEADER.
           READ ORDER-HEADER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

      * SETTLE-ONE-ORDER SENDS THE ACKNOWLEDGMENT AN ORDER IS OWED
      * AND FLAGS IT SENT. A BLANK FLAG IS AN ORDER FILED BEFORE
      * ACKNOWLEDGMENTS WERE SENT, AND IS LEFT ALONE.
       SETTLE-ONE-ORDER.
           IF ORDER-ACK-NEEDED
                     PERFORM SEND-ONE-ACKNOWLEDGMENT
                     PERFORM FLAG-THE-ORDER.
           PERFORM READ-NEXT-HEADER.

       SEND-ONE-ACKNOWLEDGMENT.
           IF ORDER-REVISION NOT NUMERIC
                     MOVE ZERO TO ORDER-REVISION.
           PERFORM SET-THE-ACK-CURRENCY.
           MOVE ORDER-ACCOUNT-NUMBER TO CUSTOMER-ACCOUNT-NUMBER.
           MOVE "Y" TO CUSTOMER-FOUND.
           READ CUSTOMER-FILE
                     INVALID KEY
                     MOVE "N" TO CUSTOMER-FOUND.
           MOVE "N" TO SEND-BY-MAIL.
           IF CUSTOMER-FOUND = "Y" AND
              CUSTOMER-EMAIL NOT = SPACE AND
              NOT CUSTOMER-IS-NO-EMAIL
                     MOVE "Y" TO SEND-BY-MAIL.
           IF CUSTOMER-FOUND = "N"
                     DISPLAY "ORDER " ORDER-NUMBER " - CUSTOMER "
                             ORDER-ACCOUNT-NUMBER " NO LONGER ON "
                             "FILE - PRINTED WITHOUT AN ADDRESS".
           IF SEND-BY-MAIL = "Y"
                     MOVE ORDER-NUMBER TO ACKML-ORDER-NUMBER
                     MOVE "E" TO ACKML-ROW-KIND
                     MOVE SPACE TO ACKML-TEXT
                     MOVE CUSTOMER-EMAIL TO ACKML-TEXT
                     PERFORM WRITE-A-MAIL-ROW.
           PERFORM SEND-THE-HEADING.
           IF ORDER-IS-CANCELLED
                     MOVE ACK-CANCELLED-LINE TO ACK-LINE
                     MOVE 2 TO ACK-ADVANCE
                     PERFORM SEND-AN-ACK-LINE
           ELSE
                     PERFORM SEND-THE-LINES
                     PERFORM SEND-THE-TOTALS.
           MOVE ACK-CLOSING-LINE TO ACK-LINE.
           MOVE 1 TO ACK-ADVANCE.
           PERFORM SEND-AN-ACK-LINE.
           MOVE ACK-CLOSING-LINE-2 TO ACK-LINE.
           PERFORM SEND-AN-ACK-LINE.
           IF SEND-BY-MAIL = "Y"
                     ADD 1 TO ACKS-MAILED
           ELSE
                     MOVE SPACE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE
                     ADD 1 TO ACKS-PRINTED.

      * SET-THE-ACK-CURRENCY TAKES THE CURRENCY AND RATE THE ORDER
      * WAS STAMPED WITH. AN ORDER FILED BEFORE CURRENCIES WERE KEPT,
      * OR ONE WITH NO USABLE RATE, IS ACKNOWLEDGED IN HOME CURRENCY.
       SET-THE-ACK-CURRENCY.
           IF ORDER-CURRENCY-CODE = SPACE OR
              ORDER-EXCHANGE-RATE NOT NUMERIC
                     MOVE SPACE TO ACK-CURRENCY-CODE
                     MOVE 1 TO ACK-EXCHANGE-RATE
           ELSE
                     IF ORDER-EXCHANGE-RATE = ZERO
                               MOVE SPACE TO ACK-CURRENCY-CODE
                               MOVE 1 TO ACK-EXCHANGE-RATE
                     ELSE
                               MOVE ORDER-CURRENCY-CODE TO
                                         ACK-CURRENCY-CODE
                               MOVE ORDER-EXCHANGE-RATE TO
                                         ACK-EXCHANGE-RATE.
           MOVE ZERO TO FOREIGN-ORDER-TOTAL.

       SEND-THE-HEADING.
           IF ORDER-REVISION = ZERO
                     MOVE "ORDER ACKNOWLEDGMENT" TO PRINT-ACK-TITLE
           ELSE
                     MOVE "REVISED ORDER ACKNOWLEDGMENT" TO
                               PRINT-ACK-TITLE.
           MOVE ORDER-NUMBER TO PRINT-ORDER-NUMBER.
           MOVE ORDER-DATE TO PRINT-ORDER-DATE.
           MOVE ACK-TITLE-LINE TO ACK-LINE.
           MOVE 2 TO ACK-ADVANCE.
           PERFORM SEND-AN-ACK-LINE.
           IF ORDER-REVISION NOT = ZERO
                     MOVE ORDER-REVISION TO PRINT-REVISION
                     MOVE ACK-REVISION-LINE TO ACK-LINE
                     PERFORM SEND-AN-ACK-LINE.
           IF ACK-CURRENCY-CODE NOT = SPACE
                     MOVE ACK-CURRENCY-CODE TO PRINT-CURRENCY-CODE
                     MOVE ACK-EXCHANGE-RATE TO PRINT-EXCHANGE-RATE
                     MOVE ACK-CURRENCY-LINE TO ACK-LINE
                     PERFORM SEND-AN-ACK-LINE.
           MOVE ORDER-ACCOUNT-NUMBER TO PRINT-ACCOUNT.
           MOVE ACK-ACCOUNT-LINE TO ACK-LINE.
           MOVE 1 TO ACK-ADVANCE.
           PERFORM SEND-AN-ACK-LINE.
           IF CUSTOMER-FOUND = "Y"
                     MOVE CUSTOMER-FIRST-NAME TO PRINT-FIRST-NAME
                     MOVE CUSTOMER-LAST-NAME TO PRINT-LAST-NAME
                     MOVE CUSTOMER-ADDRESS1 TO PRINT-ADDRESS
                     MOVE CUSTOMER-CITY TO PRINT-CITY
                     MOVE CUSTOMER-STATE TO PRINT-STATE
                     MOVE CUSTOMER-ZIP TO PRINT-ZIP
           ELSE
                     MOVE SPACE TO PRINT-FIRST-NAME PRINT-LAST-NAME
                     MOVE SPACE TO PRINT-ADDRESS
                     MOVE SPACE TO PRINT-CITY PRINT-STATE
                     MOVE ZERO TO PRINT-ZIP.
           MOVE ACK-NAME-LINE TO ACK-LINE.
           PERFORM SEND-AN-ACK-LINE.
           MOVE ACK-ADDRESS-LINE TO ACK-LINE.
           PERFORM SEND-AN-ACK-LINE.
           MOVE ACK-CITY-LINE TO ACK-LINE.
           MOVE 2 TO ACK-ADVANCE.
           PERFORM SEND-AN-ACK-LINE.

      * SEND-THE-LINES GATHERS THE ORDER'S WAITING BACK-ORDERS, SETS
      * THE DATE THE STOCK ON HAND SHIPS, AND SENDS ONE LINE PER
      * ORDER LINE.
       SEND-THE-LINES.
           PERFORM GATHER-THE-BACKORDERS.
           IF ORDER-SHIP-DATE NOT = ZERO
                     MOVE ORDER-SHIP-DATE TO THE-SHIP-DATE
           ELSE
                     MOVE "A" TO BUSDAY-FUNCTION
                     MOVE TODAYS-DATE TO BUSDAY-FROM-DATE
                     MOVE SHIP-TURNAROUND-DAYS TO BUSDAY-DAYS
                     CALL "BUSDAY01" USING BUSINESS-DAY-AREA
                     MOVE BUSDAY-RESULT-DATE TO THE-SHIP-DATE.
           MOVE ACK-COLUMN-HEADINGS TO ACK-LINE.
           MOVE 1 TO ACK-ADVANCE.
           PERFORM SEND-AN-ACK-LINE.
           OPEN INPUT ORDER-LINE-FILE.
           IF LINE-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN ORDLINE.DAT - STATUS "
                             LINE-FILE-STATUS
           ELSE
                     MOVE "N" TO END-OF-LINES
                     PERFORM READ-NEXT-LINE
                     PERFORM SEND-MATCHING-LINE
                          UNTIL END-OF-LINES = "Y"
                     CLOSE ORDER-LINE-FILE.

       READ-NEXT-LINE.
           READ ORDER-LINE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-LINES.

       SEND-MATCHING-LINE.
           IF LINE-ORDER-NUMBER = ORDER-NUMBER
                     PERFORM SEND-ONE-DETAIL.
           PERFORM READ-NEXT-LINE.

       SEND-ONE-DETAIL.
           MOVE LINE-PRODUCT-CODE TO PRINT-LINE-CODE.
           MOVE LINE-PRODUCT-CODE TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           IF PRODUCT-FILE-STATUS NOT = "00"
                     MOVE "N" TO RECORD-FOUND
           ELSE
                     READ PRODUCT-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     MOVE PRODUCT-DESCRIPTION TO PRINT-LINE-DESCRIPTION
           ELSE
                     MOVE SPACE TO PRINT-LINE-DESCRIPTION.
           MOVE LINE-QUANTITY TO PRINT-LINE-QTY.
           IF ACK-CURRENCY-CODE = SPACE
                     MOVE LINE-UNIT-PRICE TO PRINT-LINE-PRICE
                     MOVE LINE-EXTENSION TO PRINT-LINE-EXTENSION
           ELSE
                     COMPUTE FOREIGN-UNIT-PRICE ROUNDED =
                               LINE-UNIT-PRICE / ACK-EXCHANGE-RATE
                     COMPUTE FOREIGN-LINE-EXTENSION =
                               LINE-QUANTITY * FOREIGN-UNIT-PRICE
                     ADD FOREIGN-LINE-EXTENSION TO FOREIGN-ORDER-TOTAL
                     MOVE FOREIGN-UNIT-PRICE TO PRINT-LINE-PRICE
                     MOVE FOREIGN-LINE-EXTENSION TO
                               PRINT-LINE-EXTENSION.
           PERFORM FIND-THE-LINE-BACKORDER.
           IF LINE-BACKORDERED < LINE-QUANTITY
                     MOVE THE-SHIP-DATE TO PRINT-LINE-SHIP-DATE
           ELSE
                     MOVE LINE-BACKORDER-DATE TO PRINT-LINE-SHIP-DATE.
           MOVE ACK-DETAIL-LINE TO ACK-LINE.
           MOVE 1 TO ACK-ADVANCE.
           PERFORM SEND-AN-ACK-LINE.
           IF LINE-CUSTOMER-PART NOT = SPACE
                     MOVE LINE-CUSTOMER-PART TO PRINT-ACK-CUSTOMER-PART
                     MOVE ACK-CUSTOMER-PART-LINE TO ACK-LINE
                     PERFORM SEND-AN-ACK-LINE.
           IF LINE-SUBSTITUTED-FOR NOT = SPACE
                     MOVE LINE-SUBSTITUTED-FOR TO PRINT-SUB-ORDERED
                     MOVE ACK-SUBSTITUTE-LINE TO ACK-LINE
                     PERFORM SEND-AN-ACK-LINE.
           IF LINE-BACKORDERED NOT = ZERO
                     MOVE LINE-BACKORDERED TO PRINT-BO-QTY
                     MOVE LINE-BACKORDER-DATE TO PRINT-BO-DATE
                     MOVE ACK-BACKORDER-LINE TO ACK-LINE
                     PERFORM SEND-AN-ACK-LINE.

      * GATHER-THE-BACKORDERS LOADS THE ORDER'S ROWS STILL WAITING
      * ON BACKORD.DAT. A RELEASED ROW HAS SHIPPED AND A CANCELLED
      * ONE NEVER WILL, SO NEITHER IS SHOWN AS WAITING.
       GATHER-THE-BACKORDERS.
           MOVE ZERO TO BO-COUNT.
           OPEN INPUT BACKORDER-FILE.
           IF BACKORDER-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-BACKORDERS
                     PERFORM READ-NEXT-BACKORDER
                     PERFORM KEEP-ONE-BACKORDER
                          UNTIL END-OF-BACKORDERS = "Y"
                     CLOSE BACKORDER-FILE.

       READ-NEXT-BACKORDER.
           READ BACKORDER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-BACKORDERS.

       KEEP-ONE-BACKORDER.
           IF BACKORDER-ORDER-NUMBER = ORDER-NUMBER AND
              BACKORDER-IS-WAITING AND
              BO-COUNT < 50
                     ADD 1 TO BO-COUNT
                     MOVE BACKORDER-PRODUCT-CODE TO
                               BO-PRODUCT-CODE (BO-COUNT)
                     MOVE BACKORDER-QUANTITY TO BO-QUANTITY (BO-COUNT)
                     MOVE BACKORDER-DATE TO BO-DATE (BO-COUNT).
           PERFORM READ-NEXT-BACKORDER.

      * FIND-THE-LINE-BACKORDER TOTALS WHAT IS WAITING FOR THE LINE'S
      * PRODUCT AND DATES IT FROM THE LATEST ROW FILED.
       FIND-THE-LINE-BACKORDER.
           MOVE ZERO TO LINE-BACKORDERED.
           MOVE ZERO TO LINE-BACKORDER-DATE.
           PERFORM MATCH-ONE-BACKORDER
                     VARYING BO-SUBSCRIPT FROM 1 BY 1
                     UNTIL BO-SUBSCRIPT > BO-COUNT.
           IF LINE-BACKORDERED NOT = ZERO
                     PERFORM FIGURE-THE-STOCK-DATE.

       MATCH-ONE-BACKORDER.
           IF BO-PRODUCT-CODE (BO-SUBSCRIPT) = LINE-PRODUCT-CODE
                     ADD BO-QUANTITY (BO-SUBSCRIPT) TO LINE-BACKORDERED
                     IF BO-DATE (BO-SUBSCRIPT) > LINE-BACKORDER-DATE
                               MOVE BO-DATE (BO-SUBSCRIPT) TO
                                         LINE-BACKORDER-DATE.

      * FIGURE-THE-STOCK-DATE TURNS THE FILING DATE INTO THE DATE
      * STOCK IS EXPECTED: THE PRIMARY VENDOR'S LEAD TIME ON, OR
      * THIRTY DAYS WHEN NONE IS ON FILE. THE LEAD TIME IS THE
      * VENDOR'S CALENDAR DAYS; ONLY THE DAY IT LANDS ON IS ROLLED
      * ON TO A BUSINESS DAY.
       FIGURE-THE-STOCK-DATE.
           MOVE 30 TO THE-LEAD-DAYS.
           IF RECORD-FOUND = "Y" AND
              XREF-FILE-STATUS = "00" AND
              PRODUCT-PRIMARY-VENDOR NOT = ZERO
                     MOVE LINE-PRODUCT-CODE TO XREF-PRODUCT-CODE
                     MOVE PRODUCT-PRIMARY-VENDOR TO XREF-VENDOR-NUMBER
                     READ PRODUCT-VENDOR-FILE
                               INVALID KEY
                               CONTINUE
                               NOT INVALID KEY
                               PERFORM TAKE-THE-XREF-LEAD.
           MOVE LINE-BACKORDER-DATE TO WALK-DATE-WHOLE.
           MOVE THE-LEAD-DAYS TO DAYS-TO-WALK.
           PERFORM WALK-THE-DATE-FORWARD.
           MOVE "R" TO BUSDAY-FUNCTION.
           MOVE WALK-DATE-WHOLE TO BUSDAY-FROM-DATE.
           CALL "BUSDAY01" USING BUSINESS-DAY-AREA.
           MOVE BUSDAY-RESULT-DATE TO LINE-BACKORDER-DATE.

       TAKE-THE-XREF-LEAD.
           IF XREF-LEAD-DAYS NOT = ZERO
                     MOVE XREF-LEAD-DAYS TO THE-LEAD-DAYS.

       WALK-THE-DATE-FORWARD.
           MOVE ZEROES TO DAYS-WALKED.
           PERFORM WALK-FORWARD-ONE-DAY
                 UNTIL DAYS-WALKED NOT < DAYS-TO-WALK.

       WALK-FORWARD-ONE-DAY.
           ADD 1 TO DAYS-WALKED.
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

      * A FOREIGN-CURRENCY ORDER IS TOTALLED FROM ITS CONVERTED
      * LINES, WITH THE HOME TOTAL UNDER IT.
       SEND-THE-TOTALS.
           IF ACK-CURRENCY-CODE NOT = SPACE
                     PERFORM SEND-THE-FOREIGN-TOTALS
           ELSE
                     PERFORM SEND-THE-HOME-TOTALS.

       SEND-THE-HOME-TOTALS.
           MOVE "ORDER TOTAL: " TO PRINT-TOTAL-LABEL.
           MOVE ORDER-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE ACK-TOTAL-LINE TO ACK-LINE.
           MOVE 1 TO ACK-ADVANCE.
           PERFORM SEND-AN-ACK-LINE.
           IF ORDER-TAX-AMOUNT NOT = ZERO
                     MOVE "SALES TAX:   " TO PRINT-TOTAL-LABEL
                     MOVE ORDER-TAX-AMOUNT TO PRINT-TOTAL-AMOUNT
                     MOVE ACK-TOTAL-LINE TO ACK-LINE
                     PERFORM SEND-AN-ACK-LINE.
           COMPUTE THE-GRAND-TOTAL = ORDER-TOTAL + ORDER-TAX-AMOUNT.
           MOVE "TOTAL:       " TO PRINT-TOTAL-LABEL.
           MOVE THE-GRAND-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE ACK-TOTAL-LINE TO ACK-LINE.
           MOVE 2 TO ACK-ADVANCE.
           PERFORM SEND-AN-ACK-LINE.

       SEND-THE-FOREIGN-TOTALS.
           MOVE "ORDER TOTAL: " TO PRINT-TOTAL-LABEL.
           MOVE FOREIGN-ORDER-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE ACK-TOTAL-LINE TO ACK-LINE.
           MOVE 1 TO ACK-ADVANCE.
           PERFORM SEND-AN-ACK-LINE.
           COMPUTE FOREIGN-TAX-AMOUNT ROUNDED =
                     ORDER-TAX-AMOUNT / ACK-EXCHANGE-RATE.
           IF ORDER-TAX-AMOUNT NOT = ZERO
                     MOVE "SALES TAX:   " TO PRINT-TOTAL-LABEL
                     MOVE FOREIGN-TAX-AMOUNT TO PRINT-TOTAL-AMOUNT
                     MOVE ACK-TOTAL-LINE TO ACK-LINE
                     PERFORM SEND-AN-ACK-LINE.
           COMPUTE FOREIGN-GRAND-TOTAL =
                     FOREIGN-ORDER-TOTAL + FOREIGN-TAX-AMOUNT.
           MOVE "TOTAL:       " TO PRINT-TOTAL-LABEL.
           MOVE FOREIGN-GRAND-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE ACK-TOTAL-LINE TO ACK-LINE.
           PERFORM SEND-AN-ACK-LINE.
           COMPUTE THE-GRAND-TOTAL = ORDER-TOTAL + ORDER-TAX-AMOUNT.
           MOVE "HOME TOTAL:  " TO PRINT-TOTAL-LABEL.
           MOVE THE-GRAND-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE ACK-TOTAL-LINE TO ACK-LINE.
           MOVE 2 TO ACK-ADVANCE.
           PERFORM SEND-AN-ACK-LINE.

      * SEND-AN-ACK-LINE PRINTS ACK-LINE, OR ADDS IT TO THE MAIL
      * FILE AS A TEXT ROW WHEN THE ACKNOWLEDGMENT IS BEING MAILED.
       SEND-AN-ACK-LINE.
           IF SEND-BY-MAIL = "Y"
                     MOVE ORDER-NUMBER TO ACKML-ORDER-NUMBER
                     MOVE "T" TO ACKML-ROW-KIND
                     MOVE ACK-LINE TO ACKML-TEXT
                     PERFORM WRITE-A-MAIL-ROW
           ELSE
                     MOVE ACK-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING ACK-ADVANCE.

       WRITE-A-MAIL-ROW.
           WRITE ACK-MAIL-RECORD.
           IF ACK-MAIL-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING ORDACKML.DAT - STATUS "
                             ACK-MAIL-FILE-STATUS.

       FLAG-THE-ORDER.
           MOVE "A" TO ORDER-ACK-FLAG.
           REWRITE ORDER-HEADER-RECORD
                     INVALID KEY
                     DISPLAY "ERROR FLAGGING ORDER " ORDER-NUMBER
                             " ACKNOWLEDGED - STATUS "
                             HEADER-FILE-STATUS.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM ORDACK01.
