      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODINQ01.

      ******************************************************************
      * This program answers "when can I have it?" for one product
      * without touching anything. The operator keys a product code
      * and sees the product, its stock on hand in each storeroom on
      * PRODLOC.DAT (or the blended figure when no locations are
      * kept), and the available-to-promise picture from ATPFND01:
      * the quantity committed to orders already taken, the waiting
      * back-orders owed out of the next stock in, what is due on
      * open purchase orders by expected date with the running
      * figure after each receipt, and the figure now and with
      * everything on order in. A quantity keyed at the end is given
      * the first date it can be promised for. Strictly read-only,
      * so any clerk can run it.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT PRODUCT-FILE
                           ASSIGN TO "PRODUCT.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PRODUCT-CODE
                           FILE STATUS IS PRODUCT-FILE-STATUS.

                 SELECT OPTIONAL PRODUCT-LOCATION-FILE
                           ASSIGN TO "PRODLOC.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PRDLOC-KEY
                           FILE STATUS IS PRDLOC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRODF.

      * PRODUCT-LOCATION-RECORD IS THE SHARED LOCATION BALANCE
      * LAYOUT - SEE COPYBOOKS/WPRDLOC.CPY.
       FD  PRODUCT-LOCATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRDLOC.

       WORKING-STORAGE SECTION.

           01 PRODUCT-FILE-STATUS   PIC XX.
           01 PRDLOC-FILE-STATUS    PIC XX.
           01 YES-NO                PIC X.
           01 RECORD-FOUND          PIC X.
           01 END-OF-FILE           PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

           01 LOCATION-ROWS         PIC 9(3).
           01 RECEIPT-SUBSCRIPT     PIC 99.
           01 QUANTITY-ENTRY        PIC X(5).
           01 SCREEN-LINES          PIC 99.
           01 A-DUMMY               PIC X.

      * THE AVAILABLE-TO-PROMISE PICTURE FROM ATPFND01.
       COPY WATPTBL.
           01 DISPLAY-QUANTITY      PIC ZZZZZZ9.
           01 DISPLAY-ATP           PIC ------9.

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "Y" TO YES-NO.
            PERFORM INQUIRE-ON-PRODUCTS
                           UNTIL YES-NO = "N".
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN PRODUCT.DAT - STATUS "
                             PRODUCT-FILE-STATUS
                     STOP RUN.

       CLOSING-PROCEDURE.
           CLOSE PRODUCT-FILE.

       INQUIRE-ON-PRODUCTS.
           PERFORM GET-THE-PRODUCT.
           IF RECORD-FOUND = "Y"
                     MOVE ZEROES TO SCREEN-LINES
                     PERFORM SHOW-THE-PRODUCT
                     PERFORM SHOW-THE-LOCATIONS
                     PERFORM SHOW-THE-PROMISE-PICTURE
                     PERFORM GET-A-QUANTITY-TO-PROMISE.
           PERFORM GO-AGAIN.

       GET-THE-PRODUCT.
           DISPLAY "PRODUCT CODE ? ".
           ACCEPT PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO PRODUCT ON FILE FOR THAT CODE".

       SHOW-THE-PRODUCT.
           DISPLAY "PRODUCT: " PRODUCT-CODE " " PRODUCT-DESCRIPTION.
           DISPLAY "PRICE:   " PRODUCT-PRICE "   UNIT: "
                   PRODUCT-STOCK-UNIT.
           IF PRODUCT-IS-DISCONTINUED
                     DISPLAY "** DISCONTINUED - NO NEW ORDERS **".
           MOVE PRODUCT-QTY-ON-HAND TO DISPLAY-QUANTITY.
           DISPLAY "ON HAND: " DISPLAY-QUANTITY " IN ALL".
           ADD 4 TO SCREEN-LINES.

      * SHOW-THE-LOCATIONS STARTS THE LOCATION FILE AT THE PRODUCT'S
      * FIRST ROW AND READS ON UNTIL THE PRODUCT CHANGES. THE FILE IS
      * OPENED PER INQUIRY; NO FILE MEANS NO LOCATIONS ARE KEPT.
       SHOW-THE-LOCATIONS.
           MOVE ZEROES TO LOCATION-ROWS.
           OPEN INPUT PRODUCT-LOCATION-FILE.
           IF PRDLOC-FILE-STATUS = "00"
                     MOVE PRODUCT-CODE TO PRDLOC-PRODUCT-CODE
                     MOVE LOW-VALUES TO PRDLOC-LOCATION-CODE
                     MOVE "N" TO END-OF-FILE
                     START PRODUCT-LOCATION-FILE
                               KEY IS NOT < PRDLOC-KEY
                               INVALID KEY
                               MOVE "Y" TO END-OF-FILE
                     END-START
                     IF END-OF-FILE = "N"
                               PERFORM READ-NEXT-LOCATION
                     END-IF
                     PERFORM SHOW-ONE-LOCATION
                          UNTIL END-OF-FILE = "Y".
           CLOSE PRODUCT-LOCATION-FILE.

       READ-NEXT-LOCATION.
           READ PRODUCT-LOCATION-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       SHOW-ONE-LOCATION.
           IF PRDLOC-PRODUCT-CODE NOT = PRODUCT-CODE
                     MOVE "Y" TO END-OF-FILE
           ELSE
                     ADD 1 TO LOCATION-ROWS
                     MOVE PRDLOC-QTY-ON-HAND TO DISPLAY-QUANTITY
                     DISPLAY "         " DISPLAY-QUANTITY " AT "
                             PRDLOC-LOCATION-CODE
                     ADD 1 TO SCREEN-LINES
                     PERFORM READ-NEXT-LOCATION.

       SHOW-THE-PROMISE-PICTURE.
           MOVE PRODUCT-CODE TO ATP-PRODUCT-CODE.
           MOVE PRODUCT-QTY-ON-HAND TO ATP-ON-HAND.
           MOVE ZERO TO ATP-QUANTITY-WANTED.
           ACCEPT ATP-AS-OF-DATE FROM DATE YYYYMMDD.
           CALL "ATPFND01" USING AVAILABLE-TO-PROMISE-AREA.
           MOVE ATP-COMMITTED-QTY TO DISPLAY-QUANTITY.
           DISPLAY "COMMITTED TO ORDERS NOT YET SHIPPED "
                   DISPLAY-QUANTITY " (ALREADY OUT OF ON HAND)".
           MOVE ATP-BACKORDER-QTY TO DISPLAY-QUANTITY.
           DISPLAY "OWED TO WAITING BACK-ORDERS         "
                   DISPLAY-QUANTITY.
           MOVE ATP-AVAILABLE-NOW TO DISPLAY-ATP.
           DISPLAY "AVAILABLE TO PROMISE NOW            " DISPLAY-ATP.
           MOVE ATP-ON-ORDER-QTY TO DISPLAY-QUANTITY.
           DISPLAY "ON OPEN PURCHASE ORDERS             "
                   DISPLAY-QUANTITY.
           ADD 4 TO SCREEN-LINES.
           PERFORM SHOW-ONE-RECEIPT
                     VARYING RECEIPT-SUBSCRIPT FROM 1 BY 1
                     UNTIL RECEIPT-SUBSCRIPT > ATP-RECEIPT-COUNT.
           MOVE ATP-AVAILABLE-IN-ALL TO DISPLAY-ATP.
           DISPLAY "AVAILABLE WITH ALL ON ORDER IN      " DISPLAY-ATP.
           ADD 1 TO SCREEN-LINES.

       SHOW-ONE-RECEIPT.
           IF SCREEN-LINES NOT < 15
                     PERFORM PRESS-ENTER.
           MOVE ATP-RECEIPT-RUNNING (RECEIPT-SUBSCRIPT) TO DISPLAY-ATP.
           DISPLAY "   DUE " ATP-RECEIPT-DATE (RECEIPT-SUBSCRIPT)
                   " PO " ATP-RECEIPT-PO (RECEIPT-SUBSCRIPT)
                   " QTY " ATP-RECEIPT-QTY (RECEIPT-SUBSCRIPT)
                   " - AVAILABLE THEN " DISPLAY-ATP.
           ADD 1 TO SCREEN-LINES.

      * GET-A-QUANTITY-TO-PROMISE - BLANK SKIPS IT.
       GET-A-QUANTITY-TO-PROMISE.
           DISPLAY "QUANTITY TO PROMISE (BLANK TO SKIP) ? ".
           ACCEPT QUANTITY-ENTRY.
           IF QUANTITY-ENTRY NOT = SPACE
                     MOVE QUANTITY-ENTRY TO KEYED-NUMBER-TEXT
                     CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                               KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD
                     IF KEYED-NUMBER-GOOD NOT = "Y" OR
                        KEYED-NUMBER-VALUE = ZERO OR
                        KEYED-NUMBER-VALUE > 99999
                               DISPLAY "QUANTITY MUST BE 1 TO 99999"
                               GO TO GET-A-QUANTITY-TO-PROMISE
                     ELSE
                               PERFORM SHOW-THE-PROMISE-DATE.

       SHOW-THE-PROMISE-DATE.
           MOVE KEYED-NUMBER-VALUE TO ATP-QUANTITY-WANTED.
           CALL "ATPFND01" USING AVAILABLE-TO-PROMISE-AREA.
           IF ATP-PROMISE-DATE = ZERO
                     DISPLAY "NOTHING ON ORDER COVERS THAT QUANTITY - "
                             "NO DATE CAN BE PROMISED YET"
           ELSE
                     DISPLAY "THAT QUANTITY CAN BE PROMISED FOR "
                             ATP-PROMISE-DATE.

       GO-AGAIN.
           DISPLAY "LOOK UP ANOTHER PRODUCT?".
           ACCEPT YES-NO.
           IF YES-NO = "y"
                     MOVE "Y" TO YES-NO
           IF YES-NO NOT = "Y"
                     MOVE "N" TO YES-NO.

       PRESS-ENTER.
                 DISPLAY "PRESS ENTER TO CONTINUE..."
                 ACCEPT A-DUMMY.
                 MOVE 0 TO SCREEN-LINES.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM PRODINQ01.
