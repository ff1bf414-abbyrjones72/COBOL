      ******************************************************************
      * WSERIAL - shared record layout for SERIAL.DAT, the serial
      * number history for serialized equipment, indexed on the
      * combined product code and serial number. PORCV01 files a
      * row for each unit received against a PO (vendor, PO and
      * date received); ORDSHP01 completes it when the unit ships
      * (account, order, ship date and the date the warranty runs
      * out). WARINQ01 answers "who has this serial and is it still
      * under warranty?" and WARCLM01 logs claims against it.
      ******************************************************************
       01  SERIAL-RECORD.
                 05 SERIAL-KEY.
                           10 SERIAL-PRODUCT-CODE PIC X(10).
                           10 SERIAL-NUMBER       PIC X(20).
      * STATUS: "I" IN STOCK, "S" SHIPPED TO THE CUSTOMER, "X"
      * REPLACED UNDER A WARRANTY CLAIM (THE FAILED UNIT CAME BACK).
                 05 SERIAL-STATUS          PIC X(1).
                           88 SERIAL-IS-IN-STOCK VALUE "I".
                           88 SERIAL-IS-SHIPPED  VALUE "S".
                           88 SERIAL-IS-REPLACED VALUE "X".
      * WHERE IT CAME FROM. ZERO VENDOR AND PO MEAN THE UNIT WAS
      * FIRST SEEN AT SHIPMENT - STOCK ON HAND BEFORE THE PRODUCT
      * WAS SERIALIZED.
                 05 SERIAL-VENDOR-NUMBER   PIC 9(5).
                 05 SERIAL-PO-NUMBER       PIC 9(7).
                 05 SERIAL-RECEIVED-DATE   PIC 9(8).
      * WHERE IT WENT. ZERO UNTIL THE UNIT SHIPS. A WARRANTY END OF
      * ZERO MEANS THE PRODUCT CARRIES NO WARRANTY.
                 05 SERIAL-ACCOUNT         PIC 9(7).
                 05 SERIAL-ORDER-NUMBER    PIC 9(7).
                 05 SERIAL-SHIP-DATE       PIC 9(8).
                 05 SERIAL-WARRANTY-END    PIC 9(8).
