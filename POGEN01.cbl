      * draft line so the buyer is not keying costs from memory.
      * PORLSE01 is where the buyer reviews, edits, and releases
      * the drafts - nothing here is an order the vendor will ever
      * see. Each draft carries its vendor's currency, with today's
      * rate when there is one; PORLSE01 fixes the rate on release.
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  END-OF-FILE               PIC X.
       01  SCAN-END-OF-FILE          PIC X.
       01  RECORD-FOUND              PIC X.
       01  DRAFT-CURRENCY-CODE       PIC X(3).
       01  DRAFT-RATE-DATE           PIC 9(8).
       01  DRAFT-RATE                PIC 9(3)V9(6).
       01  DRAFT-RATE-FOUND          PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.
      * TOTAL-THE-ON-ORDER COUNTS WHAT IS STILL COMING ON OPEN AND
      * DRAFT PO LINES, SO A TRUCK ALREADY ROLLING (OR A DRAFT THE
      * BUYER HAS NOT RELEASED YET) IS NOT ORDERED AGAIN.
      * A DROP-SHIP LINE GOES STRAIGHT TO A CUSTOMER AND NEVER REACHES
      * THE SHELF, SO IT IS LEFT OUT.
      * THE LINE FILE SITS OPEN FOR EXTEND BETWEEN SCANS, SO IT IS
      * CLOSED AND REOPENED FOR INPUT AROUND EACH ONE.
       TOTAL-THE-ON-ORDER.

       TALLY-ONE-PO-LINE.
           IF POLINE-PRODUCT-CODE = PRODUCT-CODE AND
              POLINE-RECEIVED-QTY < POLINE-QUANTITY AND
              POLINE-DROP-ORDER = ZERO
                     PERFORM CHECK-THE-LINE-HEADER.
           PERFORM READ-NEXT-PO-LINE.

           MOVE CAND-UNIT-COST (SWEEP-SUBSCRIPT) TO
                     POLINE-UNIT-COST.
           MOVE ZERO TO POLINE-RECEIVED-QTY.
           MOVE ZERO TO POLINE-BILLED-QTY.
           MOVE ZERO TO POLINE-RETURNED-QTY.
           MOVE ZERO TO POLINE-DROP-ORDER POLINE-DROP-ORDER-LINE.
           WRITE PO-LINE-RECORD.
           IF POLINE-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING POLINE.DAT - STATUS "
           MOVE LINES-THIS-PO TO PO-LINE-COUNT.
           MOVE ZERO TO PO-TOTAL-COST.
           MOVE OPERATOR-ID TO PO-OPERATOR-ID.
           MOVE ZERO TO PO-DROP-ORDER-NUMBER PO-DROP-ACCOUNT.
           MOVE SPACE TO PO-DROP-SHIP-TO-CODE.
           MOVE PO-DATE TO DRAFT-RATE-DATE.
           CALL "FXFND01" USING DRAFT-CURRENCY-CODE DRAFT-RATE-DATE
                     DRAFT-RATE DRAFT-RATE-FOUND.
           MOVE DRAFT-CURRENCY-CODE TO PO-CURRENCY-CODE.
           IF DRAFT-RATE-FOUND = "Y"
                     MOVE DRAFT-RATE TO PO-EXCHANGE-RATE
           ELSE
                     MOVE ZERO TO PO-EXCHANGE-RATE.
           WRITE PO-HEADER-RECORD
                     INVALID KEY
                     DISPLAY "DUPLICATE PO NUMBER - CHECK POCTL.DAT"
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     MOVE VENDOR-NAME TO PRINT-VENDOR-NAME
                     MOVE VENDOR-CURRENCY-CODE TO DRAFT-CURRENCY-CODE
           ELSE
                     MOVE "(VENDOR NOT ON FILE)" TO
                               PRINT-VENDOR-NAME
                     MOVE SPACE TO DRAFT-CURRENCY-CODE.
           MOVE DRAFT-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

