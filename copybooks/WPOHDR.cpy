      * suggested POs the reorder pass generates until a buyer
      * releases them. Receiving closes a PO once every line is in.
      * VENDMNT01 checks here before letting a vendor delete.
      * A drop-ship PO raised by ORDADD01 names the customer order
      * it fills and ships straight to that customer's ship-to.
      ******************************************************************
       01  PO-HEADER-RECORD.
                 05 PO-NUMBER              PIC 9(7).
                 05 PO-LINE-COUNT          PIC 9(3).
                 05 PO-TOTAL-COST          PIC 9(11)V99.
                 05 PO-OPERATOR-ID         PIC X(10).
      * THE VENDOR'S CURRENCY AND THE RATE (HOME UNITS PER ONE
      * FOREIGN UNIT, FROM FXRATE.DAT) STAMPED WHEN THE PO IS WRITTEN
      * BY POADD01, OR WHEN A POGEN01 DRAFT IS RELEASED THROUGH
      * PORLSE01. COSTS STAY IN HOME CURRENCY; POPRT01 DIVIDES BY THE
      * RATE TO PRINT IN THE VENDOR'S CURRENCY. A BLANK CODE IS HOME
      * CURRENCY.
                 05 PO-CURRENCY-CODE       PIC X(3).
                 05 PO-EXCHANGE-RATE       PIC 9(3)V9(6).
      * ON A DROP-SHIP PO, THE CUSTOMER ORDER IT FILLS AND THE
      * ACCOUNT AND SHIP-TO CODE (BLANK FOR THE BILL-TO ADDRESS) THE
      * VENDOR SHIPS TO - POPRT01 PRINTS THAT ADDRESS AS THE SHIP-TO.
      * NOTHING ON SUCH A PO COMES THROUGH OUR DOOR: PORCV01 AND
      * PORTN01 REFUSE IT, DRPCNF01 TAKES THE VENDOR'S SHIPMENT
      * CONFIRMATION INSTEAD, AND THE REORDER PASS AND THE AVAILABLE-
      * TO-PROMISE FIGURE LEAVE IT OUT. ZERO ON A STOCK PO.
                 05 PO-DROP-ORDER-NUMBER   PIC 9(7).
                 05 PO-DROP-ACCOUNT        PIC 9(7).
                 05 PO-DROP-SHIP-TO-CODE   PIC X(4).
