      * NOT THE ORDERED QUANTITY, SO A SHORT PICK CANNOT PRODUCE A
      * WRONG INVOICE.
                 05 LINE-SHIPPED-QUANTITY  PIC 9(5).
      * THE PRODUCT'S LIST PRICE WHEN THE LINE WAS TAKEN. WHEN A
      * CUSTOMER PRICE AGREEMENT SET THE UNIT PRICE BELOW IT, THE
      * INVOICE SHOWS THE LIST PRICE AND THE DISCOUNT GIVEN. ZERO ON
      * LINES TAKEN BEFORE AGREEMENTS WERE KEPT - READ AS NO DISCOUNT.
                 05 LINE-LIST-PRICE        PIC 9(7)V99.
      * ON A KIT LINE (A PRODUCT WITH COMPONENTS ON BOM.DAT), HOW
      * MANY OF THE KITS ORDER ENTRY TOOK AS LOOSE COMPONENTS
      * BECAUSE NOT ENOUGH WERE BUILT - THE REST CAME OFF THE SHELF
      * ALREADY ASSEMBLED BY KITASM01. THE PICK LIST, THE SHIPMENT
      * CONFIRMATION AND A CANCEL WORK THESE AT COMPONENT LEVEL.
      * ZERO ON EVERY OTHER LINE; BLANK ON LINES WRITTEN BEFORE KITS
      * WERE SOLD - READ AS ZERO.
                 05 LINE-KIT-COMPONENT-QTY PIC 9(5).
      * THE PRODUCT'S UNIT COST WHEN THE LINE WAS TAKEN, AND HOW THE
      * LINE STANDS AGAINST THE MINIMUM MARGIN (MRGCHK01): BLANK WHEN
      * IT MET THE MINIMUM, "A" WHEN A SECOND SUPERVISOR APPROVED IT
      * BELOW - WITH WHO AND WHEN - AND "H" WHEN NOBODY DID AND THE
      * LINE HOLDS THE ORDER BACK FROM THE PICK LIST UNTIL ORDCHG01
      * REPRICES OR APPROVES IT. BLANK/ZERO ON LINES WRITTEN BEFORE
      * MARGINS WERE CHECKED.
                 05 LINE-UNIT-COST         PIC 9(7)V99.
                 05 LINE-MARGIN-STATUS     PIC X(1).
                           88 LINE-MARGIN-APPROVED  VALUE "A".
                           88 LINE-ON-MARGIN-HOLD   VALUE "H".
                 05 LINE-MARGIN-APPROVER   PIC X(10).
                 05 LINE-MARGIN-DATE       PIC 9(8).
      * HOW THE LINE IS FILLED: BLANK FROM OUR OWN SHELF, "D" WHEN THE
      * CLERK TOOK IT DROP-SHIP - NO STOCK TAKEN, NOTHING TO PICK, THE
      * PRIMARY VENDOR SHIPS STRAIGHT TO THE CUSTOMER ON THE PO
      * ORDADD01 RAISED FOR IT - AND "C" ONCE DRPCNF01 HAS THE
      * VENDOR'S WORD IT SHIPPED, WHICH SETS THE SHIPPED QUANTITY AND
      * RELEASES THE LINE FOR INVOICING. THE PO NUMBER TIES THE SALE
      * TO THE PURCHASE; ZERO ON A STOCK LINE. BLANK/ZERO ON LINES
      * WRITTEN BEFORE DROP-SHIPPING WAS TAKEN.
                 05 LINE-DROP-SHIP-STATUS  PIC X(1).
                           88 LINE-IS-DROP-SHIP     VALUE "D" "C".
                           88 LINE-AWAITS-VENDOR    VALUE "D".
                           88 LINE-VENDOR-SHIPPED   VALUE "C".
                 05 LINE-DROP-PO-NUMBER    PIC 9(7).
      * THE PRODUCT THE CUSTOMER ORDERED WHEN AN APPROVED ALTERNATE
      * OFF PRODSUB.DAT WAS SHIPPED IN ITS PLACE - THE LINE'S OWN
      * PRODUCT CODE IS WHAT WENT ON THE TRUCK, AND THE INVOICE AND
      * THE ACKNOWLEDGMENT SHOW WHAT IT STOOD IN FOR. BLANK WHEN THE
      * LINE SHIPS WHAT WAS ORDERED, AND ON LINES WRITTEN BEFORE
      * SUBSTITUTES WERE OFFERED.
                 05 LINE-SUBSTITUTED-FOR   PIC X(10).
      * THE CUSTOMER'S OWN PART NUMBER FOR THE PRODUCT ORDERED, OFF
      * THE CUSTITEM.DAT CROSS-REFERENCE - EITHER THE NUMBER THE LINE
      * WAS ORDERED BY OR, FOR A LINE TAKEN ON OUR CODE, THE NUMBER
      * THE ACCOUNT KNOWS IT BY. THE PICK LIST, THE ACKNOWLEDGMENT
      * AND THE INVOICE PRINT IT BESIDE OUR CODE. BLANK WHEN THE
      * ACCOUNT HAS NO NUMBER FOR THE PRODUCT, AND ON LINES WRITTEN
      * BEFORE CUSTOMER PART NUMBERS WERE KEPT.
                 05 LINE-CUSTOMER-PART     PIC X(20).
