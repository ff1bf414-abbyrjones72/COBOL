                 05 VENDOR-STATUS          PIC X(1).
                           88 VENDOR-IS-ACTIVE  VALUE "A".
                           88 VENDOR-IS-DROPPED VALUE "D".
      * THE TAX FIELDS RIDE BEHIND THE OLDER ONES SO THE EARLIER
      * OFFSETS DID NOT MOVE. VENDMNT01 KEEPS THEM; THE YEAR-END
      * APYRE01 RUN PRINTS A 1099 FOR EVERY FLAGGED VENDOR PAID OVER
      * THE REPORTING THRESHOLD, AND LISTS ANY PAID VENDOR WITH NO
      * TAXPAYER ID ON FILE SO IT CAN BE CHASED BEFORE THE FORMS GO.
                 05 VENDOR-TAX-ID          PIC X(11).
                 05 VENDOR-1099-FLAG       PIC X(1).
                           88 VENDOR-GETS-1099  VALUE "Y".
      * THE CURRENCY THE VENDOR BILLS US IN, KEYED TO FXRATE.DAT.
      * PURCHASE ORDERS ARE PRINTED IN IT AT THE RATE IN FORCE ON
      * THE PO DATE; THE COSTS ON FILE STAY IN HOME CURRENCY. BLANK
      * MEANS HOME CURRENCY.
                 05 VENDOR-CURRENCY-CODE   PIC X(3).
