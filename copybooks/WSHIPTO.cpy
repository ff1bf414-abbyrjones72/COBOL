      ******************************************************************
      * WSHIPTO - shared record layout for SHIPTO.DAT, the customer
      * ship-to addresses, keyed by account and a ship-to code the
      * customer's sites are known by. SHPMNT01 maintains it. Orders,
      * quotes and standing orders carry the code; a blank code ships
      * to the bill-to address on CUSTOMER.DAT. The pick list, the
      * shipment confirmation and the invoice print the ship-to from
      * here through SHPFND01, sales tax follows the ship-to state and
      * freight is rated to the ship-to ZIP.
      ******************************************************************
       01  SHIP-TO-RECORD.
                 05 SHIP-TO-KEY.
                           10 SHIP-TO-ACCOUNT     PIC 9(7).
                           10 SHIP-TO-CODE        PIC X(4).
                 05 SHIP-TO-NAME           PIC X(30).
                 05 SHIP-TO-ADDRESS1       PIC X(25).
                 05 SHIP-TO-ADDRESS2       PIC X(25).
                 05 SHIP-TO-CITY           PIC X(15).
                 05 SHIP-TO-STATE          PIC X(15).
                 05 SHIP-TO-ZIP            PIC 9(5).
                 05 SHIP-TO-ZIP-PLUS4      PIC 9(4).
