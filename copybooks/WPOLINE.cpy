                 05 POLINE-QUANTITY        PIC 9(5).
                 05 POLINE-UNIT-COST       PIC 9(7)V99.
                 05 POLINE-RECEIVED-QTY    PIC 9(5).
      * HOW MUCH OF THE LINE THE VENDOR HAS BILLED US FOR SO FAR,
      * ACCUMULATED IN PLACE BY THE APVCH01 VOUCHER ENTRY. RECEIVED
      * LESS BILLED IS ALL A VENDOR INVOICE MAY STILL CHARGE FOR, SO
      * THE SAME RECEIPT CAN NEVER BE PAID TWICE.
                 05 POLINE-BILLED-QTY      PIC 9(5).
      * HOW MUCH OF WHAT WAS RECEIVED ON THE LINE HAS SINCE GONE
      * BACK TO THE VENDOR, ACCUMULATED IN PLACE BY PORTN01. THE
      * RECEIVED QUANTITY IS LEFT ALONE SO THE VOUCHER MATCH STILL
      * SEES WHAT ACTUALLY ARRIVED; THE VENDOR SCORECARD VNDSCR01
      * SETS ONE AGAINST THE OTHER.
                 05 POLINE-RETURNED-QTY    PIC 9(5).
      * ON A DROP-SHIP PO, THE CUSTOMER ORDER AND ORDER LINE THE PO
      * LINE FILLS, SO DRPCNF01 CAN RELEASE THAT LINE FOR INVOICING
      * WHEN THE VENDOR CONFIRMS IT SHIPPED. ZERO ON A STOCK PO LINE,
      * WHICH IS HOW THE ON-ORDER TALLIES TELL THE TWO APART.
                 05 POLINE-DROP-ORDER      PIC 9(7).
                 05 POLINE-DROP-ORDER-LINE PIC 9(3).
