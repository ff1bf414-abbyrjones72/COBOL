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
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-LINE-EXTENSION   PIC ZZZ,ZZZ,ZZ9.99.

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
       01  UNIT-DISCOUNT             PIC 9(7)V99.
       01  LINE-DISCOUNT             PIC 9(9)V99.

       01  INVOICE-TOTAL-LINE.
                 05 FILLER                 PIC X(46) VALUE SPACE.
                 05 FILLER                 PIC X(13) VALUE
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

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
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
                     MOVE SHIP-TO-ZIP TO PRINT-SHIP-ZIP.
           MOVE SHIP-TO-NAME-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SHIP-TO-ADDRESS-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SHIP-TO-CITY-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.

      * PRINT-THE-LINES REPLAYS THE BILLED LINES - THE SHIPPED
      * QUANTITIES, EXACTLY AS THE ORIGINAL BILLED THEM.
       PRINT-THE-LINES.
           MOVE BILLED-LINE-EXTENSION TO PRINT-LINE-EXTENSION.
           MOVE INVOICE-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF LINE-LIST-PRICE IS NUMERIC AND
              LINE-LIST-PRICE > LINE-UNIT-PRICE
                     PERFORM PRINT-THE-DISCOUNT-NOTE.

      * PRINT-THE-DISCOUNT-NOTE SHOWS WHAT AN AGREEMENT SAVED THE
      * CUSTOMER ON THE LINE. A LINE WITH NO LIST PRICE RECORDED,
      * OR ONE CHARGED AT LIST, GETS NO NOTE.
       PRINT-THE-DISCOUNT-NOTE.
           COMPUTE UNIT-DISCOUNT = LINE-LIST-PRICE - LINE-UNIT-PRICE.
           COMPUTE LINE-DISCOUNT =
                     LINE-SHIPPED-QUANTITY * UNIT-DISCOUNT.
           MOVE LINE-LIST-PRICE TO PRINT-NOTE-LIST-PRICE.
           MOVE UNIT-DISCOUNT TO PRINT-NOTE-UNIT-OFF.
           MOVE LINE-DISCOUNT TO PRINT-NOTE-LINE-OFF.
           MOVE DISCOUNT-NOTE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * PRINT-THE-TOTAL REPLAYS THE FIGURES THE HEADER SETTLED ON
      * AT BILLING TIME - NOTHING IS REFIGURED ON A REPRINT.
                     MOVE ORDER-TAX-STATE TO PRINT-TAX-STATE
                     MOVE ORDER-TAX-AMOUNT TO PRINT-TAX-AMOUNT
                     MOVE INVOICE-TAX-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF ORDER-FREIGHT-AMOUNT NOT = ZERO
                     MOVE ORDER-CARRIER TO PRINT-FREIGHT-CARRIER
                     MOVE ORDER-FREIGHT-AMOUNT TO PRINT-FREIGHT-AMOUNT
                     MOVE INVOICE-FREIGHT-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF ORDER-TAX-AMOUNT NOT = ZERO OR
              ORDER-FREIGHT-AMOUNT NOT = ZERO
                     COMPUTE TOTAL-DUE-AMOUNT =
                               ORDER-TOTAL + ORDER-TAX-AMOUNT
                               + ORDER-FREIGHT-AMOUNT
                     MOVE TOTAL-DUE-AMOUNT TO PRINT-TOTAL-DUE
                     MOVE INVOICE-DUE-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SPACE TO PRINTER-RECORD.
