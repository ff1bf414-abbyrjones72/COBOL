      * order number, the order's lines print grouped for the picker
      * with the product code, description, and quantity to pull,
      * and the header is marked picked so the same list cannot
      * print twice. The bill-to and the ship-to print apart at the
      * head of the list, so the goods are packed for where the
      * order says they go. ORDSHP01 confirms what actually went on the
      * truck; until it does, the order cannot bill. A kit line that
      * order entry took partly or wholly as components (see
      * BOMMNT01) prints the built kits to pull and, under it, each
      * component to pull for the kits still to be made up.
      * An order with any line on margin hold (see MRGCHK01) is
      * refused until ORDCHG01 reprices or approves the line.
      * Drop-ship lines are left off the list since the vendor ships
      * them, and an order that is all drop-ship is not picked.
      * A line carrying the customer's own part number for the
      * product (see CXRMNT01) prints it under our code, so the
      * packer can mark the cartons the way the customer receives.
      ******************************************************************

       ENVIRONMENT DIVISION.
                           RECORD KEY IS PRODUCT-CODE
                           FILE STATUS IS PRODUCT-FILE-STATUS.

                 SELECT CUSTOMER-FILE
                           ASSIGN TO "CUSTOMER.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                           FILE STATUS IS CUSTOMER-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.
           LABEL RECORDS ARE STANDARD.
           COPY WPRODF.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(80).
           01 HEADER-FILE-STATUS    PIC XX.
           01 LINE-FILE-STATUS      PIC XX.
           01 PRODUCT-FILE-STATUS   PIC XX.
           01 CUSTOMER-FILE-STATUS  PIC XX.
           01 YES-NO                PIC X.
           01 RECORD-FOUND          PIC X.
           01 END-OF-FILE           PIC X.
       COPY WOPRSGNW.
           01 ORDER-ENTRY-FIELD     PIC X(7).
           01 LINES-PRINTED         PIC 9(3).
           01 MARGIN-HOLDS-ON-ORDER PIC 9(3).
           01 STOCK-LINES-ON-ORDER  PIC 9(3).

      * Structures for the printed pick list.
       01  PICK-TITLE-LINE.
                 05 FILLER                 PIC X(9) VALUE "ACCOUNT: ".
                 05 PRINT-ACCOUNT          PIC 9(7).

       01  BILL-TO-NAME-LINE.
                 05 FILLER                 PIC X(9) VALUE "BILL TO: ".
                 05 PRINT-FIRST-NAME       PIC X(20).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-LAST-NAME        PIC X(20).

       01  BILL-TO-ADDRESS-LINE.
                 05 FILLER                 PIC X(9) VALUE SPACE.
                 05 PRINT-ADDRESS          PIC X(25).

       01  BILL-TO-CITY-LINE.
                 05 FILLER                 PIC X(9) VALUE SPACE.
                 05 PRINT-CITY             PIC X(15).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-STATE            PIC X(15).
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

       01  PICK-COLUMN-HEADINGS.
                 05 FILLER                 PIC X(12) VALUE "CODE".
                 05 FILLER                 PIC X(31) VALUE
                 05 FILLER                 PIC X(5) VALUE SPACE.
                 05 FILLER                 PIC X(8) VALUE "________".

      * A LINE CARRYING THE CUSTOMER'S OWN PART NUMBER GETS IT PRINTED
      * UNDER OUR CODE.
       01  CUSTOMER-PART-LINE.
                 05 FILLER                 PIC X(12) VALUE SPACE.
                 05 FILLER                 PIC X(15) VALUE
                                               "CUSTOMER PART: ".
                 05 PRINT-CUSTOMER-PART    PIC X(20).

      * A PACKED PRODUCT'S LINE GETS A SECOND PRINTED LINE SHOWING
      * THE PULL IN BOTH UNITS - THE PICKER GRABS CASES, NOT EACHES.
       01  UNIT-NOTE-LINE.
                 05 FILLER                 PIC X(2) VALUE " )".
       01  PACKS-PART                PIC 9(5).
       01  EACHES-PART               PIC 9(4).
       01  PICK-QUANTITY             PIC 9(5).

      * A KIT LINE TAKEN AS COMPONENTS GETS A NOTE LINE AND THEN ONE
      * INDENTED LINE PER COMPONENT, THE QUANTITY LINED UP UNDER THE
      * KIT'S SO THE PICKER TICKS THEM OFF THE SAME WAY.
       01  KIT-NOTE-LINE.
                 05 FILLER                 PIC X(12) VALUE SPACE.
                 05 FILLER                 PIC X(6) VALUE "MAKE: ".
                 05 PRINT-KIT-COUNT        PIC ZZZZ9.
                 05 FILLER                 PIC X(26) VALUE
                                  " KIT(S) FROM COMPONENTS -".
       01  KIT-COMPONENT-LINE.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-COMP-CODE        PIC X(10).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-COMP-DESCRIPTION PIC X(29).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-COMP-QTY         PIC ZZZZ9.
                 05 FILLER                 PIC X(5) VALUE SPACE.
                 05 FILLER                 PIC X(8) VALUE "________".
       01  KIT-LINE-COMPONENTS       PIC 9(5).
       01  COMPONENT-PICK-QTY        PIC 9(8).
       01  KIT-SUBSCRIPT             PIC 99.
       COPY WKITTBL.

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
                     DISPLAY "UNABLE TO OPEN PRODUCT.DAT - STATUS "
                             PRODUCT-FILE-STATUS
                     STOP RUN.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "
                             CUSTOMER-FILE-STATUS
                     STOP RUN.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE ORDER-HEADER-FILE.
           CLOSE PRODUCT-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE PRINTER-FILE.

       PRINT-PICK-LISTS.
           PERFORM GET-THE-ORDER.
           IF RECORD-FOUND = "Y"
                     IF ORDER-IS-OPEN
                               PERFORM CHECK-FOR-MARGIN-HOLDS
                     ELSE
                               DISPLAY "ORDER " ORDER-NUMBER " IS NOT "
                                       "OPEN (STATUS " ORDER-STATUS
                                       ") - REFUSED".
           PERFORM GO-AGAIN.

      * CHECK-FOR-MARGIN-HOLDS KEEPS AN ORDER WITH A LINE PRICED
      * UNDER THE MINIMUM MARGIN, AND NOT YET APPROVED, OFF THE
      * WAREHOUSE FLOOR.
       CHECK-FOR-MARGIN-HOLDS.
           MOVE ZEROES TO MARGIN-HOLDS-ON-ORDER.
           MOVE ZEROES TO STOCK-LINES-ON-ORDER.
           OPEN INPUT ORDER-LINE-FILE.
           IF LINE-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-LINE
                     PERFORM COUNT-ONE-MARGIN-HOLD
                          UNTIL END-OF-FILE = "Y"
                     CLOSE ORDER-LINE-FILE.
           IF MARGIN-HOLDS-ON-ORDER NOT = ZERO
                     DISPLAY "ORDER " ORDER-NUMBER " HAS "
                             MARGIN-HOLDS-ON-ORDER " LINE(S) ON MARGIN "
                             "HOLD - REFUSED UNTIL APPROVED IN "
                             "ORDCHG01"
           ELSE
                     PERFORM CHECK-FOR-STOCK-LINES.

      * CHECK-FOR-STOCK-LINES LEAVES AN ORDER THAT IS ALL DROP-SHIP
      * OFF THE FLOOR ALTOGETHER - THE VENDOR SHIPS EVERY LINE, AND
      * DRPCNF01 MOVES THE ORDER ON WHEN THE VENDOR CONFIRMS.
       CHECK-FOR-STOCK-LINES.
           IF STOCK-LINES-ON-ORDER = ZERO
                     DISPLAY "ORDER " ORDER-NUMBER " IS ALL DROP-SHIP "
                             "- NOTHING TO PICK, THE VENDOR SHIPS IT"
           ELSE
                     PERFORM PRINT-ONE-PICK-LIST.

       COUNT-ONE-MARGIN-HOLD.
           IF LINE-ORDER-NUMBER = ORDER-NUMBER AND
              LINE-ON-MARGIN-HOLD
                     ADD 1 TO MARGIN-HOLDS-ON-ORDER.
           IF LINE-ORDER-NUMBER = ORDER-NUMBER AND
              NOT LINE-IS-DROP-SHIP
                     ADD 1 TO STOCK-LINES-ON-ORDER.
           PERFORM READ-NEXT-LINE.

       GET-THE-ORDER.
           MOVE "N" TO RECORD-FOUND.
           DISPLAY "ORDER NUMBER ? ".
           MOVE ORDER-ACCOUNT-NUMBER TO PRINT-ACCOUNT.
           MOVE PICK-ACCOUNT-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           PERFORM PRINT-THE-BILL-TO.
           PERFORM PRINT-THE-SHIP-TO.
           MOVE PICK-COLUMN-HEADINGS TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           PERFORM PRINT-THE-LINES.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           PERFORM MARK-THE-ORDER-PICKED.

      * PRINT-THE-BILL-TO PULLS THE CUSTOMER'S NAME AND ADDRESS OFF
      * CUSTOMER.DAT. AN ORDER WHOSE CUSTOMER HAS SINCE BEEN REMOVED
      * STILL PRINTS, WITH THE BILL-TO LEFT BLANK.
       PRINT-THE-BILL-TO.
           MOVE ORDER-ACCOUNT-NUMBER TO CUSTOMER-ACCOUNT-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     MOVE SPACE TO PRINT-FIRST-NAME PRINT-LAST-NAME
                     MOVE SPACE TO PRINT-ADDRESS
                     MOVE SPACE TO PRINT-CITY PRINT-STATE
                     MOVE ZERO TO PRINT-ZIP
           ELSE
                     MOVE CUSTOMER-FIRST-NAME TO PRINT-FIRST-NAME
                     MOVE CUSTOMER-LAST-NAME TO PRINT-LAST-NAME
                     MOVE CUSTOMER-ADDRESS1 TO PRINT-ADDRESS
                     MOVE CUSTOMER-CITY TO PRINT-CITY
                     MOVE CUSTOMER-STATE TO PRINT-STATE
                     MOVE CUSTOMER-ZIP TO PRINT-ZIP.
           MOVE BILL-TO-NAME-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE BILL-TO-ADDRESS-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE BILL-TO-CITY-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.

      * PRINT-THE-SHIP-TO PRINTS WHERE THE GOODS GO, UNDER THE
      * BILL-TO. A SHIP-TO SINCE REMOVED FROM SHIPTO.DAT PRINTS ITS
      * CODE WITH THE ADDRESS BLANK, AND THE OPERATOR IS TOLD.
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
                                       " NO LONGER ON FILE - CHECK "
                                       "WITH THE OFFICE".
           MOVE SHIP-TO-NAME-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SHIP-TO-ADDRESS-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SHIP-TO-CITY-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.

       PRINT-THE-LINES.
           MOVE ZEROES TO LINES-PRINTED.
           OPEN INPUT ORDER-LINE-FILE.
                     AT END
                     MOVE "Y" TO END-OF-FILE.

      * A DROP-SHIP LINE IS NOT PULLED HERE - THE VENDOR SHIPS IT.
       PRINT-MATCHING-LINE.
           IF LINE-ORDER-NUMBER = ORDER-NUMBER AND
              NOT LINE-IS-DROP-SHIP
                     ADD 1 TO LINES-PRINTED
                     PERFORM PRINT-THE-LINE-DETAIL.
           PERFORM READ-NEXT-LINE.
           ELSE
                     MOVE "(PRODUCT NO LONGER ON FILE)" TO
                               PRINT-LINE-DESCRIPTION.
           IF LINE-KIT-COMPONENT-QTY IS NUMERIC
                     MOVE LINE-KIT-COMPONENT-QTY TO KIT-LINE-COMPONENTS
           ELSE
                     MOVE ZERO TO KIT-LINE-COMPONENTS.
           COMPUTE PICK-QUANTITY =
                     LINE-QUANTITY - KIT-LINE-COMPONENTS.
           MOVE PICK-QUANTITY TO PRINT-LINE-QTY.
           MOVE PICK-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF LINE-CUSTOMER-PART NOT = SPACE
                     MOVE LINE-CUSTOMER-PART TO PRINT-CUSTOMER-PART
                     MOVE CUSTOMER-PART-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF RECORD-FOUND = "Y" AND PRODUCT-PACK-SIZE NOT = ZERO AND
              PICK-QUANTITY NOT = ZERO
                     PERFORM PRINT-THE-UNIT-NOTE.
           IF KIT-LINE-COMPONENTS NOT = ZERO
                     PERFORM PRINT-THE-KIT-COMPONENTS.

      * PRINT-THE-KIT-COMPONENTS EXPLODES THE KITS STILL TO BE MADE
      * UP INTO THE COMPONENTS TO PULL FOR THEM, OFF BOM.DAT AS IT
      * STANDS NOW.
       PRINT-THE-KIT-COMPONENTS.
           MOVE KIT-LINE-COMPONENTS TO PRINT-KIT-COUNT.
           MOVE KIT-NOTE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           CALL "BOMFND01" USING LINE-PRODUCT-CODE KIT-COMPONENT-TABLE.
           IF KIT-COMPONENT-COUNT = ZERO
                     MOVE "  (NO COMPONENTS ON BOM.DAT - SEE BOMMNT01)"
                               TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1
           ELSE
                     PERFORM PRINT-ONE-COMPONENT
                          VARYING KIT-SUBSCRIPT FROM 1 BY 1
                          UNTIL KIT-SUBSCRIPT > KIT-COMPONENT-COUNT.

       PRINT-ONE-COMPONENT.
           MOVE KIT-COMPONENT-CODE (KIT-SUBSCRIPT) TO PRINT-COMP-CODE.
           MOVE KIT-COMPONENT-CODE (KIT-SUBSCRIPT) TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     MOVE PRODUCT-DESCRIPTION TO
                               PRINT-COMP-DESCRIPTION
           ELSE
                     MOVE "(PRODUCT NO LONGER ON FILE)" TO
                               PRINT-COMP-DESCRIPTION.
           COMPUTE COMPONENT-PICK-QTY = KIT-LINE-COMPONENTS *
                     KIT-COMPONENT-QTY (KIT-SUBSCRIPT).
           MOVE COMPONENT-PICK-QTY TO PRINT-COMP-QTY.
           MOVE KIT-COMPONENT-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * PRINT-THE-UNIT-NOTE SHOWS THE PULL IN BOTH UNITS UNDER THE
      * LINE FOR A PACKED PRODUCT.
       PRINT-THE-UNIT-NOTE.
           DIVIDE PICK-QUANTITY BY PRODUCT-PACK-SIZE
                     GIVING PACKS-PART REMAINDER EACHES-PART.
           MOVE PICK-QUANTITY TO PRINT-NOTE-QTY.
           MOVE PRODUCT-STOCK-UNIT TO PRINT-NOTE-STOCK-UNIT.
           MOVE PACKS-PART TO PRINT-NOTE-PACKS.
           MOVE PRODUCT-PACK-UNIT TO PRINT-NOTE-PACK-UNIT.
