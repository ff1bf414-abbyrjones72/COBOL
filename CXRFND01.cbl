      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXRFND01.

      ******************************************************************
      * This subprogram is the one place the customer part-number
      * cross-reference on CUSTITEM.DAT is looked up, the way SHPFND01
      * is the one place a ship-to is. Called with an account and the
      * customer's part number, it hands back our product code. Called
      * with an account, a blank part number and one of our product
      * codes, it works the other way and hands back the part number
      * the customer knows that product by, so the paperwork can show
      * both. Either way "Y" comes back when a row was found; with no
      * row (or no cross-reference file on the system at all) it is
      * "N" and the fields passed in are left as they were.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL CUSTOMER-ITEM-FILE
                           ASSIGN TO "CUSTITEM.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CXREF-KEY
                           FILE STATUS IS CXREF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * CUSTOMER-ITEM-RECORD IS THE SHARED CROSS-REFERENCE LAYOUT -
      * SEE COPYBOOKS/WCUSITEM.CPY.
       FD  CUSTOMER-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSITEM.

       WORKING-STORAGE SECTION.

       01  CXREF-FILE-STATUS         PIC XX.
       01  CXREF-END-OF-FILE         PIC X.

       LINKAGE SECTION.

       01  CXREF-FIND-ACCOUNT        PIC 9(7).
       01  CXREF-FIND-PART           PIC X(20).
       01  CXREF-FIND-PRODUCT        PIC X(10).
       01  CXREF-FIND-FOUND          PIC X.

       PROCEDURE DIVISION USING CXREF-FIND-ACCOUNT CXREF-FIND-PART
                                CXREF-FIND-PRODUCT CXREF-FIND-FOUND.
       MAIN-PROCEDURE.
            MOVE "N" TO CXREF-FIND-FOUND.
            OPEN INPUT CUSTOMER-ITEM-FILE.
            IF CXREF-FILE-STATUS = "00"
                      IF CXREF-FIND-PART NOT = SPACE
                                PERFORM FIND-OUR-PRODUCT
                      ELSE
                                PERFORM FIND-THE-CUSTOMER-PART.
            CLOSE CUSTOMER-ITEM-FILE.
            GOBACK.

       FIND-OUR-PRODUCT.
           MOVE CXREF-FIND-ACCOUNT TO CXREF-ACCOUNT.
           MOVE CXREF-FIND-PART TO CXREF-CUSTOMER-PART.
           MOVE "Y" TO CXREF-FIND-FOUND.
           READ CUSTOMER-ITEM-FILE
                     INVALID KEY
                     MOVE "N" TO CXREF-FIND-FOUND.
           IF CXREF-FIND-FOUND = "Y"
                     MOVE CXREF-PRODUCT-CODE TO CXREF-FIND-PRODUCT.

      * FIND-THE-CUSTOMER-PART READS THE ACCOUNT'S ROWS FROM THE TOP,
      * STOPPING AT THE FIRST ONE THAT POINTS AT THE PRODUCT OR AT
      * THE NEXT ACCOUNT, WHICHEVER COMES FIRST.
       FIND-THE-CUSTOMER-PART.
           MOVE CXREF-FIND-ACCOUNT TO CXREF-ACCOUNT.
           MOVE SPACE TO CXREF-CUSTOMER-PART.
           MOVE "N" TO CXREF-END-OF-FILE.
           START CUSTOMER-ITEM-FILE
                     KEY IS NOT LESS THAN CXREF-KEY
                     INVALID KEY
                     MOVE "Y" TO CXREF-END-OF-FILE.
           IF CXREF-END-OF-FILE = "N"
                     PERFORM READ-NEXT-CXREF-ROW
                     PERFORM CHECK-ONE-CXREF-ROW
                          UNTIL CXREF-END-OF-FILE = "Y".

       READ-NEXT-CXREF-ROW.
           READ CUSTOMER-ITEM-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO CXREF-END-OF-FILE.

       CHECK-ONE-CXREF-ROW.
           IF CXREF-ACCOUNT NOT = CXREF-FIND-ACCOUNT
                     MOVE "Y" TO CXREF-END-OF-FILE
           ELSE
                     IF CXREF-PRODUCT-CODE = CXREF-FIND-PRODUCT
                               MOVE CXREF-CUSTOMER-PART TO
                                         CXREF-FIND-PART
                               MOVE "Y" TO CXREF-FIND-FOUND
                               MOVE "Y" TO CXREF-END-OF-FILE
                     ELSE
                               PERFORM READ-NEXT-CXREF-ROW.

       END PROGRAM CXRFND01.
