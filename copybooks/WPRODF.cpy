                 05 PRODUCT-STOCK-UNIT     PIC X(4).
                 05 PRODUCT-PACK-UNIT      PIC X(4).
                 05 PRODUCT-PACK-SIZE      PIC 9(4).
      * WHAT ONE STOCKING UNIT WEIGHS PACKED FOR SHIPPING, IN
      * POUNDS. ORDSHP01 WEIGHS A SHIPMENT FROM IT TO RATE THE
      * FREIGHT; ZERO MEANS THE PRODUCT ADDS NOTHING TO THE WEIGHT.
                 05 PRODUCT-SHIP-WEIGHT    PIC 9(5)V99.
      * SERIALIZED EQUIPMENT: "Y" WHEN EVERY UNIT CARRIES ITS OWN
      * SERIAL NUMBER, CAPTURED BY PORCV01 AS IT IS RECEIVED AND BY
      * ORDSHP01 AS IT SHIPS, AND KEPT ON SERIAL.DAT. THE WARRANTY
      * RUNS THIS MANY MONTHS FROM THE SHIP DATE; ZERO MEANS THE
      * PRODUCT CARRIES NONE. BOTH ARE BLANK ON A RECORD FROM
      * BEFORE SERIAL TRACKING AND READ AS "NOT SERIALIZED" AND NO
      * WARRANTY. PRODUPD01 SETS THEM.
                 05 PRODUCT-SERIAL-FLAG    PIC X(1).
                           88 PRODUCT-IS-SERIALIZED   VALUE "Y".
                 05 PRODUCT-WARRANTY-MONTHS PIC 9(3).
      * THE PRODUCT CATEGORY, KEYED TO THE "C" ROWS OF PRODCAT.DAT
      * (SEE WPRODCAT.CPY), WHICH ALSO NAME THE PRODUCT LINE IT
      * ROLLS UP INTO. THE INVENTORY AND SALES REPORTS SUBTOTAL AND
      * SUMMARIZE BY IT. BLANK MEANS UNCATEGORIZED. PRODUPD01 SETS IT.
                 05 PRODUCT-CATEGORY       PIC X(4).
