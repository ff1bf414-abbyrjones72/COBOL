      * name and address come off VENDOR.DAT, and the lines print
      * with quantities and agreed costs. A PO can print again any
      * time - the paper carries no state, PORCV01's received
      * quantities do. A PO raised with a vendor who bills in a
      * foreign currency prints its costs in that currency at the
      * rate stamped on the PO, and says so under the title. A
      * drop-ship PO (see ORDADD01) prints our customer's address as
      * the ship-to so the vendor delivers straight to them.
      ******************************************************************

       ENVIRONMENT DIVISION.
                           RECORD KEY IS XREF-KEY
                           FILE STATUS IS XREF-FILE-STATUS.

                 SELECT OPTIONAL CUSTOMER-FILE
                           ASSIGN TO "CUSTOMER.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                           FILE STATUS IS CUSTOMER-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.
           LABEL RECORDS ARE STANDARD.
           COPY WPRDVEND.

      * A DROP-SHIP PO PRINTS THE CUSTOMER'S ADDRESS AS THE SHIP-TO -
      * THE BILL-TO OFF CUSTOMER.DAT, OR THE SHIP-TO THE ORDER NAMED
      * OFF SHIPTO.DAT THROUGH SHPFND01.
       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(80).
           01 XREF-FILE-STATUS      PIC XX.
           01 XREF-AVAILABLE        PIC X.
           01 XREF-WAS-FOUND        PIC X.
           01 CUSTOMER-FILE-STATUS  PIC XX.
           01 SHIP-TO-FOUND         PIC X.
       COPY WSHIPTO.
           01 YES-NO                PIC X.
           01 RECORD-FOUND          PIC X.
           01 END-OF-FILE           PIC X.
           01 PO-ENTRY-FIELD        PIC X(7).
           01 LINES-PRINTED         PIC 9(3).
           01 LINE-EXTENSION-COST   PIC 9(9)V99.
      * THE PO'S CURRENCY AND RATE - HOME AT ONE WHEN IT CARRIES
      * NONE - AND THE COSTS CONVERTED INTO IT. THE TOTAL IS ADDED UP
      * FROM THE CONVERTED LINES SO THE PAPER FOOTS.
           01 PO-PRINT-CURRENCY     PIC X(3).
           01 PO-PRINT-RATE         PIC 9(3)V9(6).
           01 FOREIGN-UNIT-COST     PIC 9(7)V99.
           01 FOREIGN-PO-TOTAL      PIC 9(11)V99.

      * Structures for the printed purchase order.
       01  PO-TITLE-LINE.
                 05 FILLER                 PIC X(8) VALUE "  DATE: ".
                 05 PRINT-PO-DATE          PIC 9(8).

       01  PO-CURRENCY-LINE.
                 05 FILLER                 PIC X(11) VALUE
                                           "AMOUNTS IN ".
                 05 PRINT-CURRENCY-CODE    PIC X(3).

       01  PO-EXPECTED-LINE.
                 05 FILLER                 PIC X(15) VALUE
                                           "EXPECTED:      ".
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-VENDOR-ZIP       PIC 9(5).

       01  DROP-SHIP-TITLE-LINE.
                 05 FILLER                 PIC X(42) VALUE
                     "DROP SHIP - DELIVER DIRECT TO OUR CUSTOMER".
                 05 FILLER                 PIC X(7) VALUE ", ORDER".
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-DROP-ORDER       PIC 9(7).

       01  DROP-SHIP-NAME-LINE.
                 05 FILLER                 PIC X(9) VALUE "SHIP TO: ".
                 05 PRINT-DROP-NAME        PIC X(41).

       01  DROP-SHIP-ADDRESS-LINE.
                 05 FILLER                 PIC X(9) VALUE SPACE.
                 05 PRINT-DROP-ADDRESS     PIC X(25).

       01  DROP-SHIP-CITY-LINE.
                 05 FILLER                 PIC X(9) VALUE SPACE.
                 05 PRINT-DROP-CITY        PIC X(15).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-DROP-STATE       PIC X(15).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-DROP-ZIP         PIC 9(5).

       01  LINE-COLUMN-HEADINGS.
                 05 FILLER                 PIC X(17) VALUE "ITEM".
                 05 FILLER                 PIC X(30) VALUE
           OPEN INPUT XREF-FILE.
           IF XREF-FILE-STATUS NOT = "00"
                     MOVE "N" TO XREF-AVAILABLE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE PRODUCT-FILE.
           IF XREF-AVAILABLE = "Y"
                     CLOSE XREF-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE PRINTER-FILE.

       PRINT-PURCHASE-ORDERS.
                     DISPLAY "NO PO ON FILE FOR THAT NUMBER".

       PRINT-ONE-PO.
           PERFORM SET-THE-PO-CURRENCY.
           PERFORM PRINT-THE-VENDOR-BLOCK.
           PERFORM PRINT-THE-LINES.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF PO-PRINT-CURRENCY = SPACE
                     MOVE PO-TOTAL-COST TO PRINT-PO-TOTAL
           ELSE
                     MOVE FOREIGN-PO-TOTAL TO PRINT-PO-TOTAL.
           MOVE PO-TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY "PO " PO-NUMBER " PRINTED".

      * SET-THE-PO-CURRENCY TAKES THE CURRENCY AND RATE STAMPED ON
      * THE PO. ONE WRITTEN BEFORE CURRENCIES WERE KEPT, OR WITH NO
      * USABLE RATE, PRINTS IN HOME CURRENCY.
       SET-THE-PO-CURRENCY.
           MOVE ZERO TO FOREIGN-PO-TOTAL.
           IF PO-CURRENCY-CODE = SPACE OR
              PO-EXCHANGE-RATE NOT NUMERIC
                     MOVE SPACE TO PO-PRINT-CURRENCY
                     MOVE 1 TO PO-PRINT-RATE
           ELSE
                     IF PO-EXCHANGE-RATE = ZERO
                               MOVE SPACE TO PO-PRINT-CURRENCY
                               MOVE 1 TO PO-PRINT-RATE
                     ELSE
                               MOVE PO-CURRENCY-CODE TO
                                         PO-PRINT-CURRENCY
                               MOVE PO-EXCHANGE-RATE TO
                                         PO-PRINT-RATE.

       PRINT-THE-VENDOR-BLOCK.
           MOVE PO-NUMBER TO PRINT-PO-NUMBER.
           MOVE PO-DATE TO PRINT-PO-DATE.
           MOVE PO-TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF PO-PRINT-CURRENCY NOT = SPACE
                     MOVE PO-PRINT-CURRENCY TO PRINT-CURRENCY-CODE
                     MOVE PO-CURRENCY-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE PO-EXPECTED-DATE TO PRINT-EXPECTED-DATE.
           MOVE PO-EXPECTED-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE VENDOR-CITY-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           IF PO-DROP-ORDER-NUMBER NOT = ZERO
                     PERFORM PRINT-THE-DROP-SHIP-TO.
           MOVE LINE-COLUMN-HEADINGS TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.

      * PRINT-THE-DROP-SHIP-TO TELLS THE VENDOR TO SHIP STRAIGHT TO
      * OUR CUSTOMER, AND WHERE. A SHIP-TO OR CUSTOMER SINCE REMOVED
      * PRINTS WITH THE ADDRESS BLANK, AND THE OPERATOR IS TOLD.
       PRINT-THE-DROP-SHIP-TO.
           MOVE PO-DROP-ORDER-NUMBER TO PRINT-DROP-ORDER.
           MOVE DROP-SHIP-TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SPACE TO PRINT-DROP-NAME PRINT-DROP-ADDRESS.
           MOVE SPACE TO PRINT-DROP-CITY PRINT-DROP-STATE.
           MOVE ZERO TO PRINT-DROP-ZIP.
           IF PO-DROP-SHIP-TO-CODE = SPACE
                     PERFORM TAKE-THE-BILL-TO-ADDRESS
           ELSE
                     PERFORM TAKE-THE-SHIP-TO-ADDRESS.
           MOVE DROP-SHIP-NAME-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE DROP-SHIP-ADDRESS-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF PO-DROP-SHIP-TO-CODE NOT = SPACE AND
              SHIP-TO-FOUND = "Y" AND
              SHIP-TO-ADDRESS2 NOT = SPACE
                     MOVE SHIP-TO-ADDRESS2 TO PRINT-DROP-ADDRESS
                     MOVE DROP-SHIP-ADDRESS-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE DROP-SHIP-CITY-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.

       TAKE-THE-BILL-TO-ADDRESS.
           MOVE PO-DROP-ACCOUNT TO CUSTOMER-ACCOUNT-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "CUSTOMER " PO-DROP-ACCOUNT " NO LONGER "
                             "ON FILE - WRITE IN THE SHIP-TO"
           ELSE
                     STRING CUSTOMER-FIRST-NAME DELIMITED BY "  "
                            " " DELIMITED BY SIZE
                            CUSTOMER-LAST-NAME DELIMITED BY "  "
                            INTO PRINT-DROP-NAME
                     MOVE CUSTOMER-ADDRESS1 TO PRINT-DROP-ADDRESS
                     MOVE CUSTOMER-CITY TO PRINT-DROP-CITY
                     MOVE CUSTOMER-STATE TO PRINT-DROP-STATE
                     MOVE CUSTOMER-ZIP TO PRINT-DROP-ZIP.

       TAKE-THE-SHIP-TO-ADDRESS.
           CALL "SHPFND01" USING PO-DROP-ACCOUNT PO-DROP-SHIP-TO-CODE
                     SHIP-TO-RECORD SHIP-TO-FOUND.
           IF SHIP-TO-FOUND NOT = "Y"
                     DISPLAY "SHIP-TO " PO-DROP-SHIP-TO-CODE " NO "
                             "LONGER ON FILE - WRITE IN THE SHIP-TO"
           ELSE
                     MOVE SHIP-TO-NAME TO PRINT-DROP-NAME
                     MOVE SHIP-TO-ADDRESS1 TO PRINT-DROP-ADDRESS
                     MOVE SHIP-TO-CITY TO PRINT-DROP-CITY
                     MOVE SHIP-TO-STATE TO PRINT-DROP-STATE
                     MOVE SHIP-TO-ZIP TO PRINT-DROP-ZIP.

       PRINT-THE-LINES.
           MOVE ZEROES TO LINES-PRINTED.
           OPEN INPUT PO-LINE-FILE.
                     MOVE "(PRODUCT NO LONGER ON FILE)" TO
                               PRINT-LINE-DESCRIPTION.
           MOVE POLINE-QUANTITY TO PRINT-LINE-QTY.
           COMPUTE FOREIGN-UNIT-COST ROUNDED =
                     POLINE-UNIT-COST / PO-PRINT-RATE.
           MOVE FOREIGN-UNIT-COST TO PRINT-LINE-COST.
           COMPUTE LINE-EXTENSION-COST =
                     POLINE-QUANTITY * FOREIGN-UNIT-COST.
           ADD LINE-EXTENSION-COST TO FOREIGN-PO-TOTAL.
           MOVE LINE-EXTENSION-COST TO PRINT-LINE-EXTENSION.
           MOVE PO-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
