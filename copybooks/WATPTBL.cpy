      ******************************************************************
      * WATPTBL - the available-to-promise picture of one product as
      * ATPFND01 hands it back. The caller fills in the product code,
      * its blended on-hand off PRODUCT.DAT, the quantity it wants
      * promised (zero for the picture alone) and the date to promise
      * from; ATPFND01 fills in the rest:
      *   COMMITTED  - UNSHIPPED LINES ON OPEN AND PICKED ORDERS. ORDER
      *                ENTRY TAKES STOCK OFF THE SHELF WHEN THE LINE IS
      *                KEYED, SO THIS IS ALREADY OUT OF ON-HAND AND IS
      *                SHOWN FOR INFORMATION ONLY
      *   BACKORDER  - WAITING BACK-ORDER ROWS, OWED OUT OF THE NEXT
      *                STOCK TO ARRIVE
      *   ON ORDER   - ORDERED LESS RECEIVED ON OPEN PURCHASE ORDERS
      *   NOW        - ON HAND LESS BACKORDER
      *   IN ALL     - NOW PLUS ON ORDER
      * and the open PO receipts in expected-date order, each with the
      * running figure once it is in. The promise date is the as-of
      * date when the wanted quantity is there now, the expected date
      * of the receipt that first covers it, or zero when nothing on
      * order does - rolled on to a business day when it falls on a
      * day the business-day calendar has shut. Callers COPY it into
      * WORKING-STORAGE and pass it on the CALL.
      ******************************************************************
       01  AVAILABLE-TO-PROMISE-AREA.
                 05 ATP-PRODUCT-CODE       PIC X(10).
                 05 ATP-ON-HAND            PIC 9(5).
                 05 ATP-QUANTITY-WANTED    PIC 9(5).
                 05 ATP-AS-OF-DATE         PIC 9(8).
                 05 ATP-COMMITTED-QTY      PIC 9(7).
                 05 ATP-BACKORDER-QTY      PIC 9(7).
                 05 ATP-ON-ORDER-QTY       PIC 9(7).
                 05 ATP-AVAILABLE-NOW      PIC S9(7).
                 05 ATP-AVAILABLE-IN-ALL   PIC S9(7).
                 05 ATP-PROMISE-DATE       PIC 9(8).
      * MORE RECEIPTS THAN THE TABLE HOLDS STILL COUNT IN ON ORDER
      * AND IN ALL; ONLY THE EARLIEST 20 ARE LISTED AND PROMISED ON.
                 05 ATP-RECEIPT-COUNT      PIC 9(2).
                 05 ATP-RECEIPT OCCURS 20 TIMES.
                           10 ATP-RECEIPT-DATE    PIC 9(8).
                           10 ATP-RECEIPT-PO      PIC 9(7).
                           10 ATP-RECEIPT-QTY     PIC 9(5).
                           10 ATP-RECEIPT-RUNNING PIC S9(7).
