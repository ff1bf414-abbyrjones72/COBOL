                           10 LOT-NUMBER         PIC X(10).
                 05 LOT-EXPIRY-DATE        PIC 9(8).
                 05 LOT-QTY-REMAINING      PIC 9(5).
      * QUARANTINE: BLANK FOR A LOT IN GOOD STANDING, "Q" ONCE THE
      * NIGHTLY LOTEXP01 PASS HAS FOUND IT PAST ITS EXPIRY AND TAKEN
      * ITS QUANTITY OFF THE PRODUCT'S ON-HAND. A QUARANTINED LOT
      * KEEPS ITS REMAINING QUANTITY (WHAT IS SET ASIDE FOR RETURN
      * OR DISPOSAL) BUT IS NEVER RELIEVED BY A SHIPMENT.
                 05 LOT-STATUS             PIC X(1).
                           88 LOT-IS-QUARANTINED  VALUE "Q".
