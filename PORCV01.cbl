      * received quantity in place. A receipt for more than is still
      * outstanding on the line is refused. Once every line is fully
      * received the PO closes itself. Goods arriving without a PO
      * still go through PRODMOV01 the old way. A serialized
      * product's units are keyed one serial number at a time as
      * they are received, each filed to SERIAL.DAT against the
      * vendor and PO. Every receipt is also logged to PORCPT.DAT
      * with its PO, vendor, promised date and the cost paid last
      * time, for the vendor scorecard. A drop-ship PO is refused
      * here; its goods never reach us, and DRPCNF01 confirms it.
      ******************************************************************

       ENVIRONMENT DIVISION.
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS MOVEMENT-FILE-STATUS.

                 SELECT OPTIONAL RECEIPT-LOG-FILE
                           ASSIGN TO "PORCPT.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RECEIPT-FILE-STATUS.

                 SELECT OPTIONAL XREF-FILE
                           ASSIGN TO "PRODVEND.DAT"
                           ORGANIZATION IS INDEXED
                           RECORD KEY IS LOC-REF-CODE
                           FILE STATUS IS LOCATION-FILE-STATUS.

                 SELECT OPTIONAL SERIAL-FILE
                           ASSIGN TO "SERIAL.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS SERIAL-KEY
                           FILE STATUS IS SERIAL-FILE-STATUS.

                 SELECT OPTIONAL PRODUCT-LOCATION-FILE
                           ASSIGN TO "PRODLOC.DAT"
                           ORGANIZATION IS INDEXED
           LABEL RECORDS ARE STANDARD.
           COPY WPRDMOV.

      * PO-RECEIPT-RECORD IS THE SHARED RECEIPT LOG LAYOUT - SEE
      * COPYBOOKS/WPORCPT.CPY.
       FD  RECEIPT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPORCPT.

      * PRODUCT-VENDOR-RECORD IS THE SHARED CROSS-REFERENCE LAYOUT -
      * SEE COPYBOOKS/WPRDVEND.CPY. RECEIVING REFRESHES THE LAST
      * COST PAID HERE, SO THE FIGURE IS ALWAYS WHAT THE LAST TRUCK
           LABEL RECORDS ARE STANDARD.
           COPY WPRDLOC.

      * SERIAL-RECORD IS THE SHARED SERIAL HISTORY LAYOUT - SEE
      * COPYBOOKS/WSERIAL.CPY.
       FD  SERIAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WSERIAL.

       WORKING-STORAGE SECTION.

           01 PO-FILE-STATUS        PIC XX.
           01 POLINE-FILE-STATUS    PIC XX.
           01 PRODUCT-FILE-STATUS   PIC XX.
           01 MOVEMENT-FILE-STATUS  PIC XX.
           01 RECEIPT-FILE-STATUS   PIC XX.
           01 XREF-FILE-STATUS      PIC XX.
           01 XREF-AVAILABLE        PIC X.
           01 XREF-WAS-FOUND        PIC X.
           01 RECEIVING-IS-FINISHED PIC X.
           01 ALL-LINES-COMPLETE    PIC X.

      * VARIABLES FOR THE SERIAL NUMBER CAPTURE.
           01 SERIAL-FILE-STATUS    PIC XX.
           01 SERIAL-ENTRY          PIC X(20).
           01 SERIALS-TO-KEY        PIC 9(5).
           01 SERIAL-ON-FILE        PIC X.
           01 TODAYS-DATE           PIC 9(8).

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
                     DISPLAY "UNABLE TO OPEN PRODMOVE.DAT - STATUS "
                             MOVEMENT-FILE-STATUS
                     STOP RUN.
           OPEN EXTEND RECEIPT-LOG-FILE.
           IF RECEIPT-FILE-STATUS NOT = "00" AND
              RECEIPT-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN PORCPT.DAT - STATUS "
                             RECEIPT-FILE-STATUS
                     STOP RUN.

           OPEN I-O SERIAL-FILE.
           IF SERIAL-FILE-STATUS = "35"
                     OPEN OUTPUT SERIAL-FILE
                     CLOSE SERIAL-FILE
                     OPEN I-O SERIAL-FILE.
           IF SERIAL-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN SERIAL.DAT - STATUS "
                             SERIAL-FILE-STATUS
                     STOP RUN.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

           MOVE "Y" TO XREF-AVAILABLE.
           OPEN I-O XREF-FILE.
           CLOSE PO-HEADER-FILE.
           CLOSE PRODUCT-FILE.
           CLOSE MOVEMENT-FILE.
           CLOSE RECEIPT-LOG-FILE.
           CLOSE SERIAL-FILE.
           IF XREF-AVAILABLE = "Y"
                     CLOSE XREF-FILE.
           IF LOCATIONS-IN-USE = "Y"
                     CLOSE PRODUCT-LOCATION-FILE.

      * A DROP-SHIP PO NEVER COMES THROUGH OUR DOOR - THE VENDOR
      * SHIPS IT TO THE CUSTOMER AND DRPCNF01 TAKES THE CONFIRMATION.
       RECEIVE-PURCHASE-ORDERS.
           PERFORM GET-THE-PO.
           IF RECORD-FOUND = "Y" AND PO-DROP-ORDER-NUMBER NOT = ZERO
                     DISPLAY "PO " PO-NUMBER " SHIPS DIRECT TO THE "
                             "CUSTOMER - CONFIRM IT IN DRPCNF01"
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     IF PO-IS-OPEN
                               PERFORM RECEIVE-ONE-PO
                     NOT INVALID KEY
                     PERFORM LAND-IN-THE-LOCATION
                     PERFORM WRITE-MOVEMENT-RECORD
                     PERFORM UPDATE-THE-PO-LINE
                     PERFORM CAPTURE-THE-SERIALS.

      * LAND-IN-THE-LOCATION PUTS THE RECEIPT ON THE SHIPPING
      * LOCATION'S BALANCE, CREATING THE ROW THE FIRST TIME THE
           MOVE RECEIPT-QUANTITY TO MOVEMENT-QUANTITY.
           MOVE OPERATOR-ID TO MOVEMENT-OPERATOR-ID.
           MOVE SHIPPING-LOCATION TO MOVEMENT-LOCATION.
           MOVE "PO" TO MOVEMENT-SOURCE.
           MOVE POLINE-UNIT-COST TO MOVEMENT-UNIT-COST.
           WRITE MOVEMENT-RECORD.
           IF MOVEMENT-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING PRODMOVE.DAT - STATUS "
                     DISPLAY RECEIPT-QUANTITY " RECEIVED - LINE NOW "
                             POLINE-RECEIVED-QTY " OF "
                             POLINE-QUANTITY
                     PERFORM LOG-THE-RECEIPT
                     PERFORM REFRESH-THE-LAST-COST.

      * LOG-THE-RECEIPT WRITES THE PORCPT.DAT ROW, PICKING UP THE
      * LAST COST OFF THE CROSS-REFERENCE BEFORE THIS RECEIPT
      * REFRESHES IT.
       LOG-THE-RECEIPT.
           MOVE ZERO TO PORCPT-LAST-COST.
           IF XREF-AVAILABLE = "Y"
                     MOVE POLINE-PRODUCT-CODE TO XREF-PRODUCT-CODE
                     MOVE PO-VENDOR-NUMBER TO XREF-VENDOR-NUMBER
                     MOVE "Y" TO XREF-WAS-FOUND
                     READ XREF-FILE
                               INVALID KEY
                               MOVE "N" TO XREF-WAS-FOUND
                     END-READ
                     IF XREF-WAS-FOUND = "Y"
                               MOVE XREF-LAST-COST TO
                                    PORCPT-LAST-COST.
           MOVE TODAYS-DATE TO PORCPT-DATE.
           MOVE PO-NUMBER TO PORCPT-PO-NUMBER.
           MOVE POLINE-NUMBER TO PORCPT-LINE-NUMBER.
           MOVE PO-VENDOR-NUMBER TO PORCPT-VENDOR-NUMBER.
           MOVE POLINE-PRODUCT-CODE TO PORCPT-PRODUCT-CODE.
           MOVE RECEIPT-QUANTITY TO PORCPT-QUANTITY.
           MOVE PO-EXPECTED-DATE TO PORCPT-EXPECTED-DATE.
           MOVE POLINE-UNIT-COST TO PORCPT-UNIT-COST.
           MOVE OPERATOR-ID TO PORCPT-OPERATOR-ID.
           WRITE PO-RECEIPT-RECORD.
           IF RECEIPT-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING PORCPT.DAT - STATUS "
                             RECEIPT-FILE-STATUS.

      * CAPTURE-THE-SERIALS TAKES ONE SERIAL NUMBER FOR EACH UNIT OF
      * A SERIALIZED PRODUCT JUST RECEIVED AND FILES IT IN STOCK
      * AGAINST THE VENDOR AND PO. THE STOCK HAS ALREADY LANDED, SO
      * EVERY UNIT MUST BE GIVEN ITS SERIAL BEFORE MOVING ON.
       CAPTURE-THE-SERIALS.
           IF PRODUCT-IS-SERIALIZED
                     DISPLAY "KEY THE " RECEIPT-QUANTITY " SERIAL "
                             "NUMBER(S) RECEIVED"
                     MOVE RECEIPT-QUANTITY TO SERIALS-TO-KEY
                     PERFORM CAPTURE-ONE-SERIAL
                          UNTIL SERIALS-TO-KEY = ZERO.

       CAPTURE-ONE-SERIAL.
           DISPLAY "SERIAL NUMBER (" SERIALS-TO-KEY " TO GO) ? ".
           ACCEPT SERIAL-ENTRY.
           IF SERIAL-ENTRY = SPACE
                     DISPLAY "A SERIAL NUMBER MUST BE KEYED FOR EACH "
                             "UNIT"
                     GO TO CAPTURE-ONE-SERIAL.
           INSPECT SERIAL-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE PRODUCT-CODE TO SERIAL-PRODUCT-CODE.
           MOVE SERIAL-ENTRY TO SERIAL-NUMBER.
           MOVE "Y" TO SERIAL-ON-FILE.
           READ SERIAL-FILE
                     INVALID KEY
                     MOVE "N" TO SERIAL-ON-FILE.
           IF SERIAL-ON-FILE = "Y"
                     DISPLAY "SERIAL " SERIAL-ENTRY " IS ALREADY ON "
                             "FILE FOR " PRODUCT-CODE
                     GO TO CAPTURE-ONE-SERIAL.
           PERFORM FILE-THE-SERIAL.

       FILE-THE-SERIAL.
           MOVE PRODUCT-CODE TO SERIAL-PRODUCT-CODE.
           MOVE SERIAL-ENTRY TO SERIAL-NUMBER.
           MOVE "I" TO SERIAL-STATUS.
           MOVE PO-VENDOR-NUMBER TO SERIAL-VENDOR-NUMBER.
           MOVE PO-NUMBER TO SERIAL-PO-NUMBER.
           MOVE TODAYS-DATE TO SERIAL-RECEIVED-DATE.
           MOVE ZEROES TO SERIAL-ACCOUNT SERIAL-ORDER-NUMBER
                          SERIAL-SHIP-DATE SERIAL-WARRANTY-END.
           WRITE SERIAL-RECORD
                     INVALID KEY
                     DISPLAY "ERROR WRITING SERIAL.DAT - STATUS "
                             SERIAL-FILE-STATUS
                     NOT INVALID KEY
                     SUBTRACT 1 FROM SERIALS-TO-KEY.

      * REFRESH-THE-LAST-COST PUTS WHAT THIS LINE ACTUALLY COST ON
      * THE PRODUCT-VENDOR CROSS-REFERENCE, IF A ROW EXISTS FOR THE
      * PAIR. A ZERO-COST LINE LEAVES THE FIGURE ALONE.
