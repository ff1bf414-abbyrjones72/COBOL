      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPFND01.

      ******************************************************************
      * This subprogram is the one place available-to-promise is
      * worked out, the way BOMFND01 is the one place a kit is
      * exploded. Called with a product's code and on-hand (see
      * COPYBOOKS/WATPTBL.CPY), it totals the unshipped lines on open
      * and picked orders off ORDLINE.DAT, the waiting back-orders
      * off BACKORD.DAT, and what is still due in on open purchase
      * orders off POLINE.DAT and POHDR.DAT, lists those receipts by
      * PO-EXPECTED-DATE with the running figure after each, and
      * finds the first date the quantity wanted can be promised.
      * Order entry has already taken an open line's stock off the
      * shelf, so the committed figure is reported but not taken off
      * a second time; a waiting back-order has not, so it is. A PO
      * with no expected date counts as on order but is never
      * promised on. Draft, closed and cancelled POs bring nothing.
      * A promise date falling on a weekend or holiday the
      * business-day calendar has shut is rolled on to the next
      * business day (BUSDAY01).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL ORDER-HEADER-FILE
                           ASSIGN TO "ORDHDR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS ORDER-NUMBER
                           FILE STATUS IS HEADER-FILE-STATUS.

                 SELECT OPTIONAL ORDER-LINE-FILE
                           ASSIGN TO "ORDLINE.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS LINE-FILE-STATUS.

                 SELECT OPTIONAL BACKORDER-FILE
                           ASSIGN TO "BACKORD.DAT"
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS BACKORDER-FILE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.

      * ORDER-HEADER-RECORD AND ORDER-LINE-RECORD ARE THE SHARED
      * ORDER LAYOUTS - SEE COPYBOOKS/WORDHDR.CPY AND WORDLINE.CPY.
       FD  ORDER-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WORDHDR.

       FD  ORDER-LINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WORDLINE.

      * BACKORDER-RECORD IS THE SHARED BACK-ORDER LAYOUT - SEE
      * COPYBOOKS/WBACKORD.CPY.
       FD  BACKORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WBACKORD.

      * PO-HEADER-RECORD AND PO-LINE-RECORD ARE THE SHARED PO
      * LAYOUTS - SEE COPYBOOKS/WPOHDR.CPY AND WPOLINE.CPY.
       FD  PO-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPOHDR.

       FD  PO-LINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPOLINE.

       WORKING-STORAGE SECTION.

       01  HEADER-FILE-STATUS        PIC XX.
       01  LINE-FILE-STATUS          PIC XX.
       01  BACKORDER-FILE-STATUS     PIC XX.
       01  PO-FILE-STATUS            PIC XX.
       01  POLINE-FILE-STATUS        PIC XX.
       01  END-OF-FILE               PIC X.
       01  RECORD-FOUND              PIC X.
       01  HEADERS-OPEN              PIC X.
       01  STILL-DUE-QUANTITY        PIC 9(5).
       01  RECEIPT-SLOT              PIC 99.
       01  RECEIPT-SUBSCRIPT         PIC 99.
       01  SLOT-FOUND                PIC X.

      * THE BUSDAY01 QUESTION AND ANSWER - SEE
      * COPYBOOKS/WBUSDAY.CPY.
       COPY WBUSDAY.

       LINKAGE SECTION.

       COPY WATPTBL.

       PROCEDURE DIVISION USING AVAILABLE-TO-PROMISE-AREA.
       MAIN-PROCEDURE.
            MOVE ZEROES TO ATP-COMMITTED-QTY ATP-BACKORDER-QTY
                           ATP-ON-ORDER-QTY ATP-PROMISE-DATE
                           ATP-RECEIPT-COUNT.
            PERFORM TOTAL-THE-COMMITTED.
            PERFORM TOTAL-THE-BACKORDERS.
            PERFORM GATHER-THE-RECEIPTS.
            COMPUTE ATP-AVAILABLE-NOW =
                      ATP-ON-HAND - ATP-BACKORDER-QTY.
            COMPUTE ATP-AVAILABLE-IN-ALL =
                      ATP-AVAILABLE-NOW + ATP-ON-ORDER-QTY.
            PERFORM SET-ONE-RUNNING-FIGURE
                      VARYING RECEIPT-SUBSCRIPT FROM 1 BY 1
                      UNTIL RECEIPT-SUBSCRIPT > ATP-RECEIPT-COUNT.
            IF ATP-QUANTITY-WANTED NOT = ZERO
                      PERFORM FIND-THE-PROMISE-DATE.
            IF ATP-PROMISE-DATE NOT = ZERO
                      PERFORM ROLL-THE-PROMISE-DATE.
            GOBACK.

      * TOTAL-THE-COMMITTED WALKS THE ORDER LINES FOR THE PRODUCT AND
      * ASKS THE HEADER WHETHER EACH ONE'S ORDER IS STILL OPEN OR
      * PICKED - ONCE SHIPPED THE STOCK HAS LEFT THE BUILDING.
       TOTAL-THE-COMMITTED.
           MOVE "N" TO HEADERS-OPEN.
           OPEN INPUT ORDER-HEADER-FILE.
           IF HEADER-FILE-STATUS = "00"
                     MOVE "Y" TO HEADERS-OPEN
                     OPEN INPUT ORDER-LINE-FILE
                     IF LINE-FILE-STATUS = "00"
                               MOVE "N" TO END-OF-FILE
                               PERFORM READ-NEXT-ORDER-LINE
                               PERFORM COUNT-ONE-ORDER-LINE
                                    UNTIL END-OF-FILE = "Y"
                     END-IF
                     CLOSE ORDER-LINE-FILE.
           IF HEADERS-OPEN = "Y"
                     CLOSE ORDER-HEADER-FILE.

       READ-NEXT-ORDER-LINE.
           READ ORDER-LINE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       COUNT-ONE-ORDER-LINE.
           IF LINE-PRODUCT-CODE = ATP-PRODUCT-CODE AND
              NOT LINE-IS-DROP-SHIP
                     MOVE LINE-ORDER-NUMBER TO ORDER-NUMBER
                     MOVE "Y" TO RECORD-FOUND
                     READ ORDER-HEADER-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND
                     END-READ
                     IF RECORD-FOUND = "Y"
                               IF ORDER-IS-OPEN OR ORDER-IS-PICKED
                                         ADD LINE-QUANTITY TO
                                              ATP-COMMITTED-QTY.
           PERFORM READ-NEXT-ORDER-LINE.

       TOTAL-THE-BACKORDERS.
           OPEN INPUT BACKORDER-FILE.
           IF BACKORDER-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-BACKORDER
                     PERFORM COUNT-ONE-BACKORDER
                          UNTIL END-OF-FILE = "Y".
           CLOSE BACKORDER-FILE.

       READ-NEXT-BACKORDER.
           READ BACKORDER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       COUNT-ONE-BACKORDER.
           IF BACKORDER-PRODUCT-CODE = ATP-PRODUCT-CODE AND
              BACKORDER-IS-WAITING
                     ADD BACKORDER-QUANTITY TO ATP-BACKORDER-QTY.
           PERFORM READ-NEXT-BACKORDER.

      * GATHER-THE-RECEIPTS WALKS THE PO LINES FOR THE PRODUCT AND
      * KEEPS WHAT IS STILL DUE ON AN OPEN PO - A DROP-SHIP PO GOES
      * STRAIGHT TO A CUSTOMER, SO NONE OF IT IS COUNTED.
       GATHER-THE-RECEIPTS.
           MOVE "N" TO HEADERS-OPEN.
           OPEN INPUT PO-HEADER-FILE.
           IF PO-FILE-STATUS = "00"
                     MOVE "Y" TO HEADERS-OPEN
                     OPEN INPUT PO-LINE-FILE
                     IF POLINE-FILE-STATUS = "00"
                               MOVE "N" TO END-OF-FILE
                               PERFORM READ-NEXT-PO-LINE
                               PERFORM COUNT-ONE-PO-LINE
                                    UNTIL END-OF-FILE = "Y"
                     END-IF
                     CLOSE PO-LINE-FILE.
           IF HEADERS-OPEN = "Y"
                     CLOSE PO-HEADER-FILE.

       READ-NEXT-PO-LINE.
           READ PO-LINE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       COUNT-ONE-PO-LINE.
           IF POLINE-PRODUCT-CODE = ATP-PRODUCT-CODE AND
              POLINE-QUANTITY > POLINE-RECEIVED-QTY AND
              POLINE-DROP-ORDER = ZERO
                     MOVE POLINE-PO-NUMBER TO PO-NUMBER
                     MOVE "Y" TO RECORD-FOUND
                     READ PO-HEADER-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND
                     END-READ
                     IF RECORD-FOUND = "Y"
                               IF PO-IS-OPEN
                                         PERFORM COUNT-THE-RECEIPT.
           PERFORM READ-NEXT-PO-LINE.

       COUNT-THE-RECEIPT.
           COMPUTE STILL-DUE-QUANTITY =
                     POLINE-QUANTITY - POLINE-RECEIVED-QTY.
           ADD STILL-DUE-QUANTITY TO ATP-ON-ORDER-QTY.
           IF PO-EXPECTED-DATE NOT = ZERO
                     PERFORM FILE-THE-RECEIPT.

      * FILE-THE-RECEIPT SLOTS THE RECEIPT INTO THE TABLE IN EXPECTED-
      * DATE ORDER, SHIFTING LATER ONES DOWN. WITH THE TABLE FULL, A
      * RECEIPT LATER THAN EVERY ONE HELD IS LEFT OUT AND AN EARLIER
      * ONE PUSHES THE LATEST OFF THE BOTTOM.
       FILE-THE-RECEIPT.
           MOVE ZERO TO RECEIPT-SLOT.
           IF ATP-RECEIPT-COUNT < 20
                     ADD 1 TO ATP-RECEIPT-COUNT
                     MOVE ATP-RECEIPT-COUNT TO RECEIPT-SLOT
           ELSE
                     IF PO-EXPECTED-DATE < ATP-RECEIPT-DATE (20)
                               MOVE 20 TO RECEIPT-SLOT.
           IF RECEIPT-SLOT NOT = ZERO
                     MOVE "N" TO SLOT-FOUND
                     PERFORM SHIFT-ONE-RECEIPT
                          UNTIL SLOT-FOUND = "Y"
                     MOVE PO-EXPECTED-DATE TO
                               ATP-RECEIPT-DATE (RECEIPT-SLOT)
                     MOVE PO-NUMBER TO ATP-RECEIPT-PO (RECEIPT-SLOT)
                     MOVE STILL-DUE-QUANTITY TO
                               ATP-RECEIPT-QTY (RECEIPT-SLOT).

       SHIFT-ONE-RECEIPT.
           IF RECEIPT-SLOT = 1
                     MOVE "Y" TO SLOT-FOUND
           ELSE
                     IF ATP-RECEIPT-DATE (RECEIPT-SLOT - 1) NOT >
                        PO-EXPECTED-DATE
                               MOVE "Y" TO SLOT-FOUND
                     ELSE
                               MOVE ATP-RECEIPT (RECEIPT-SLOT - 1) TO
                                    ATP-RECEIPT (RECEIPT-SLOT)
                               SUBTRACT 1 FROM RECEIPT-SLOT.

       SET-ONE-RUNNING-FIGURE.
           IF RECEIPT-SUBSCRIPT = 1
                     COMPUTE ATP-RECEIPT-RUNNING (RECEIPT-SUBSCRIPT) =
                               ATP-AVAILABLE-NOW +
                               ATP-RECEIPT-QTY (RECEIPT-SUBSCRIPT)
           ELSE
                     COMPUTE ATP-RECEIPT-RUNNING (RECEIPT-SUBSCRIPT) =
                          ATP-RECEIPT-RUNNING (RECEIPT-SUBSCRIPT - 1) +
                          ATP-RECEIPT-QTY (RECEIPT-SUBSCRIPT).

      * FIND-THE-PROMISE-DATE - A RECEIPT ALREADY LATE IS PROMISED
      * FROM THE AS-OF DATE, NOT FROM A DATE ALREADY GONE.
       FIND-THE-PROMISE-DATE.
           IF ATP-AVAILABLE-NOW NOT < ATP-QUANTITY-WANTED
                     MOVE ATP-AS-OF-DATE TO ATP-PROMISE-DATE
           ELSE
                     PERFORM CHECK-ONE-RECEIPT
                          VARYING RECEIPT-SUBSCRIPT FROM 1 BY 1
                          UNTIL RECEIPT-SUBSCRIPT > ATP-RECEIPT-COUNT
                             OR ATP-PROMISE-DATE NOT = ZERO.

       CHECK-ONE-RECEIPT.
           IF ATP-RECEIPT-RUNNING (RECEIPT-SUBSCRIPT) NOT <
              ATP-QUANTITY-WANTED
                     IF ATP-RECEIPT-DATE (RECEIPT-SUBSCRIPT) <
                        ATP-AS-OF-DATE
                               MOVE ATP-AS-OF-DATE TO ATP-PROMISE-DATE
                     ELSE
                               MOVE ATP-RECEIPT-DATE (RECEIPT-SUBSCRIPT)
                                    TO ATP-PROMISE-DATE.

      * ROLL-THE-PROMISE-DATE - NOTHING SHIPS ON A DAY THE SHOP IS
      * SHUT, SO A PROMISE FALLING ON ONE GOES TO THE NEXT BUSINESS
      * DAY ON THE CALENDAR.
       ROLL-THE-PROMISE-DATE.
           MOVE "R" TO BUSDAY-FUNCTION.
           MOVE ATP-PROMISE-DATE TO BUSDAY-FROM-DATE.
           CALL "BUSDAY01" USING BUSINESS-DAY-AREA.
           MOVE BUSDAY-RESULT-DATE TO ATP-PROMISE-DATE.

       END PROGRAM ATPFND01.
