      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPRFND01.

      ******************************************************************
      * This subprogram is the one place a line is priced from the
      * customer price agreements on CPRICE.DAT, the way FISCHK01 is
      * the one place a posting date is checked. Called with the
      * account, product, quantity, pricing date and the product's
      * list price, it hands back the unit price to charge and "Y"
      * when an agreement set it. With no agreement in force for the
      * date, a quantity short of the first break, or no agreement
      * file on the system at all, the list price comes back with
      * "N" - order entry carries on exactly as before.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL CONTRACT-PRICE-FILE
                           ASSIGN TO "CPRICE.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CPRICE-KEY
                           FILE STATUS IS CPRICE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * CONTRACT-PRICE-RECORD IS THE SHARED AGREEMENT LAYOUT - SEE
      * COPYBOOKS/WCPRICE.CPY.
       FD  CONTRACT-PRICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCPRICE.

       WORKING-STORAGE SECTION.

       01  CPRICE-FILE-STATUS        PIC XX.
       01  RECORD-FOUND              PIC X.
       01  TIER-SUBSCRIPT            PIC 9.

       LINKAGE SECTION.

       01  PRICE-ACCOUNT             PIC 9(7).
       01  PRICE-PRODUCT-CODE        PIC X(10).
       01  PRICE-QUANTITY            PIC 9(5).
       01  PRICE-DATE                PIC 9(8).
       01  PRICE-LIST                PIC 9(7)V99.
       01  PRICE-TO-CHARGE           PIC 9(7)V99.
       01  PRICE-IS-AGREED           PIC X.

       PROCEDURE DIVISION USING PRICE-ACCOUNT PRICE-PRODUCT-CODE
                                PRICE-QUANTITY PRICE-DATE PRICE-LIST
                                PRICE-TO-CHARGE PRICE-IS-AGREED.
       MAIN-PROCEDURE.
            MOVE PRICE-LIST TO PRICE-TO-CHARGE.
            MOVE "N" TO PRICE-IS-AGREED.
            OPEN INPUT CONTRACT-PRICE-FILE.
            IF CPRICE-FILE-STATUS = "00"
                      PERFORM LOOK-UP-THE-AGREEMENT.
            CLOSE CONTRACT-PRICE-FILE.
            GOBACK.

       LOOK-UP-THE-AGREEMENT.
           MOVE PRICE-ACCOUNT TO CPRICE-ACCOUNT.
           MOVE PRICE-PRODUCT-CODE TO CPRICE-PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ CONTRACT-PRICE-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y" AND
              PRICE-DATE NOT < CPRICE-EFFECTIVE-FROM AND
              (CPRICE-EFFECTIVE-TO = ZERO OR
               PRICE-DATE NOT > CPRICE-EFFECTIVE-TO)
                     PERFORM CHECK-ONE-TIER
                               VARYING TIER-SUBSCRIPT FROM 1 BY 1
                               UNTIL TIER-SUBSCRIPT > 4.

      * THE TIERS RUN IN ASCENDING BREAK ORDER, SO THE LAST ONE THE
      * QUANTITY REACHES IS THE ONE THAT PRICES THE LINE. AN UNUSED
      * TIER HAS A ZERO BREAK.
       CHECK-ONE-TIER.
           IF CPRICE-BREAK-QTY (TIER-SUBSCRIPT) NOT = ZERO AND
              PRICE-QUANTITY NOT < CPRICE-BREAK-QTY (TIER-SUBSCRIPT)
                     MOVE CPRICE-TIER-PRICE (TIER-SUBSCRIPT) TO
                               PRICE-TO-CHARGE
                     MOVE "Y" TO PRICE-IS-AGREED.

       END PROGRAM CPRFND01.
