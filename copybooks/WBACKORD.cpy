                           88 FILED-NOTICE-SENT     VALUE "F".
                           88 SHIPPED-NOTICE-SENT   VALUE "S".
                           88 CANCEL-NOTICE-SENT    VALUE "C".
      * THE APPROVED ALTERNATE ORDBKR01 RELEASED THE ROW WITH WHEN
      * THE PRODUCT ITSELF WAS STILL SHORT AND THE ALTERNATE NEEDS NO
      * CUSTOMER CONSENT - THE STOCK TAKEN AND THE SHIPPED NOTICE ARE
      * FOR THIS CODE. BLANK WHEN THE ORDERED PRODUCT SHIPPED.
                 05 BACKORDER-SUBSTITUTE-CODE PIC X(10).
