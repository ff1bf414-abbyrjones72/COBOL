      * the warehouse knows where each release goes. A row the stock
      * only partly covers keeps waiting - partial releases would
      * leave the row saying one thing and the shelf another.
      * A row its own product still cannot cover is released with
      * the first approved alternate on PRODSUB.DAT (SUBMNT01) that
      * can cover it in full and needs no customer consent - one that
      * needs consent waits for a clerk to ask. The row records the
      * alternate, and the stock, the history and the intent trail
      * are all in the alternate's code.
      ******************************************************************

       ENVIRONMENT DIVISION.
       COPY WOPRSGNW.
           01 ROWS-RELEASED         PIC 9(5) VALUE ZERO.
           01 ROWS-STILL-WAITING    PIC 9(5) VALUE ZERO.
           01 ROWS-SUBSTITUTED      PIC 9(5) VALUE ZERO.

      * VARIABLES FOR SUBSTITUTES, LOOKED UP THROUGH SUBFND01. THE
      * RELEASE PRODUCT IS WHAT ACTUALLY COMES OFF THE SHELF.
       COPY WSUBTBL.
           01 SUBSTITUTE-SUBSCRIPT  PIC 99.
           01 SUBSTITUTE-CHOSEN     PIC X.
           01 ORDERED-ON-FILE       PIC X.
           01 RELEASE-PRODUCT       PIC X(10).

      * Structure for printing title line.
       01  TITLE-LINE.

       TRY-TO-RELEASE.
           MOVE BACKORDER-PRODUCT-CODE TO PRODUCT-CODE.
           MOVE BACKORDER-PRODUCT-CODE TO RELEASE-PRODUCT.
           MOVE "Y" TO ORDERED-ON-FILE.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO ORDERED-ON-FILE.
           IF ORDERED-ON-FILE = "Y" AND
              PRODUCT-QTY-ON-HAND NOT < BACKORDER-QUANTITY
                     PERFORM RELEASE-THE-STOCK
           ELSE
                     PERFORM APPLY-A-SUBSTITUTE
                     IF SUBSTITUTE-CHOSEN = "Y"
                               PERFORM RELEASE-THE-STOCK
                     ELSE
                               PERFORM LEAVE-THE-ROW-WAITING.

       LEAVE-THE-ROW-WAITING.
           IF ORDERED-ON-FILE = "N"
                     DISPLAY BACKORDER-PRODUCT-CODE " NO LONGER ON "
                             "FILE - BACK-ORDER LEFT WAITING".
           PERFORM PRINT-STILL-WAITING.

      * APPLY-A-SUBSTITUTE LOOKS FOR THE FIRST ALTERNATE NEEDING NO
      * CONSENT WITH THE WHOLE QUANTITY ON THE SHELF. FOUND, IT IS
      * LEFT IN THE PRODUCT BUFFER FOR THE TAKE AND NAMED ON THE ROW.
       APPLY-A-SUBSTITUTE.
           MOVE "N" TO SUBSTITUTE-CHOSEN.
           CALL "SUBFND01" USING BACKORDER-PRODUCT-CODE
                     SUBSTITUTE-TABLE.
           PERFORM TRY-ONE-SUBSTITUTE
                     VARYING SUBSTITUTE-SUBSCRIPT FROM 1 BY 1
                     UNTIL SUBSTITUTE-SUBSCRIPT > SUBSTITUTE-COUNT
                        OR SUBSTITUTE-CHOSEN = "Y".
           IF SUBSTITUTE-CHOSEN = "Y"
                     MOVE PRODUCT-CODE TO RELEASE-PRODUCT
                     MOVE PRODUCT-CODE TO BACKORDER-SUBSTITUTE-CODE.

       TRY-ONE-SUBSTITUTE.
           IF SUBSTITUTE-CONSENT (SUBSTITUTE-SUBSCRIPT) NOT = "Y"
                     MOVE SUBSTITUTE-CODE (SUBSTITUTE-SUBSCRIPT) TO
                               PRODUCT-CODE
                     MOVE "Y" TO RECORD-FOUND
                     READ PRODUCT-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND
                     END-READ
                     IF RECORD-FOUND = "Y" AND
                        NOT PRODUCT-IS-DISCONTINUED AND
                        PRODUCT-QTY-ON-HAND NOT < BACKORDER-QUANTITY
                               MOVE "Y" TO SUBSTITUTE-CHOSEN.

      * THE ROW IS FLIPPED FIRST AND THE STOCK TAKEN SECOND, EACH
      * STEP LOGGING AN INTENT ROW AS IT LANDS - SO AN ABEND IN
                     PERFORM LOG-THE-ISSUE
                     MOVE "C" TO INT-TYPE
                     PERFORM WRITE-INTENT-ROW
                     PERFORM SET-THE-DISPOSITION
                     PERFORM PRINT-RELEASE-LINE.

       SET-THE-DISPOSITION.
           IF BACKORDER-SUBSTITUTE-CODE = SPACE
                     MOVE "RELEASED" TO PRINT-DISPOSITION
           ELSE
                     ADD 1 TO ROWS-SUBSTITUTED
                     MOVE SPACE TO PRINT-DISPOSITION
                     STRING "SUB " BACKORDER-SUBSTITUTE-CODE
                            DELIMITED BY SIZE
                            INTO PRINT-DISPOSITION.

       WRITE-INTENT-ROW.
           MOVE "K" TO INT-SOURCE.
           MOVE BACKORDER-ORDER-NUMBER TO INT-ORDER-NUMBER.
           MOVE RELEASE-PRODUCT TO INT-PRODUCT-CODE.
           MOVE BACKORDER-QUANTITY TO INT-QUANTITY.
           MOVE SPACE TO INT-LOCATION.
           ACCEPT INT-DATE FROM DATE YYYYMMDD.
       LOG-THE-ISSUE.
           ACCEPT MOVEMENT-DATE FROM DATE YYYYMMDD.
           ACCEPT MOVEMENT-TIME FROM TIME.
           MOVE RELEASE-PRODUCT TO MOVEMENT-PRODUCT-CODE.
           MOVE "I" TO MOVEMENT-TYPE.
           MOVE "-" TO MOVEMENT-SIGN.
           MOVE BACKORDER-QUANTITY TO MOVEMENT-QUANTITY.
           MOVE OPERATOR-ID TO MOVEMENT-OPERATOR-ID.
           MOVE SPACE TO MOVEMENT-LOCATION.
           MOVE "OS" TO MOVEMENT-SOURCE.
           MOVE ZERO TO MOVEMENT-UNIT-COST.
           WRITE MOVEMENT-RECORD.
           IF MOVEMENT-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING PRODMOVE.DAT - STATUS "
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           DISPLAY "BACK-ORDERS RELEASED:      " ROWS-RELEASED.
           DISPLAY "  OF WHICH SUBSTITUTED:    " ROWS-SUBSTITUTED.
           DISPLAY "BACK-ORDERS STILL WAITING: " ROWS-STILL-WAITING.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
