      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBFND01.

      ******************************************************************
      * This subprogram is the one place a product's approved
      * substitutes are looked up off PRODSUB.DAT, the way BOMFND01
      * is the one place a kit is exploded. Called with a product
      * code, it hands back the alternates table (see COPYBOOKS/
      * WSUBTBL.CPY) - each alternate's product code and whether the
      * customer must consent to it, best preference first. A
      * product with no rows (or no substitution file on the system
      * at all) comes back with a count of zero, and the caller goes
      * on to offer the back-order as it always did.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL SUBSTITUTE-FILE
                           ASSIGN TO "PRODSUB.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS SUB-KEY
                           FILE STATUS IS SUB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * SUBSTITUTE-RECORD IS THE SHARED SUBSTITUTION LAYOUT - SEE
      * COPYBOOKS/WPRDSUB.CPY.
       FD  SUBSTITUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRDSUB.

       WORKING-STORAGE SECTION.

       01  SUB-FILE-STATUS           PIC XX.
       01  SUB-END-OF-FILE           PIC X.

       LINKAGE SECTION.

       01  SUB-FIND-PRODUCT-CODE     PIC X(10).
       COPY WSUBTBL.

       PROCEDURE DIVISION USING SUB-FIND-PRODUCT-CODE
                                SUBSTITUTE-TABLE.
       MAIN-PROCEDURE.
            MOVE ZERO TO SUBSTITUTE-COUNT.
            OPEN INPUT SUBSTITUTE-FILE.
            IF SUB-FILE-STATUS = "00"
                      MOVE "N" TO SUB-END-OF-FILE
                      PERFORM READ-NEXT-SUB-ROW
                      PERFORM TAKE-ONE-SUB-ROW
                           UNTIL SUB-END-OF-FILE = "Y".
            CLOSE SUBSTITUTE-FILE.
            GOBACK.

       READ-NEXT-SUB-ROW.
           READ SUBSTITUTE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO SUB-END-OF-FILE.

      * TAKE-ONE-SUB-ROW KEEPS THE PRODUCT'S ROWS. THE FILE IS IN KEY
      * ORDER - PRODUCT, THEN PREFERENCE - SO THE ROWS ARRIVE BEST
      * FIRST, AND ONCE THE PRODUCT HAS BEEN PASSED THERE IS NOTHING
      * MORE TO FIND.
       TAKE-ONE-SUB-ROW.
           IF SUB-PRODUCT-CODE = SUB-FIND-PRODUCT-CODE AND
              SUBSTITUTE-COUNT < 10
                     ADD 1 TO SUBSTITUTE-COUNT
                     MOVE SUB-ALTERNATE-CODE TO
                          SUBSTITUTE-CODE (SUBSTITUTE-COUNT)
                     MOVE SUB-CONSENT-FLAG TO
                          SUBSTITUTE-CONSENT (SUBSTITUTE-COUNT).
           IF SUB-PRODUCT-CODE > SUB-FIND-PRODUCT-CODE
                     MOVE "Y" TO SUB-END-OF-FILE
           ELSE
                     PERFORM READ-NEXT-SUB-ROW.

       END PROGRAM SUBFND01.
