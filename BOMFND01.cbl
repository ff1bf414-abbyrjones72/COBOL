      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOMFND01.

      ******************************************************************
      * This subprogram is the one place a kit is exploded into its
      * components off BOM.DAT, the way SHPFND01 is the one place a
      * ship-to is looked up. Called with a product code, it hands
      * back the kit's component table (see COPYBOOKS/WKITTBL.CPY) -
      * each component's product code and quantity per kit, in
      * component code order. A product with no rows (or no bill of
      * materials file on the system at all) comes back with a count
      * of zero, which is how every caller tells a kit from a plain
      * product.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL BOM-FILE
                           ASSIGN TO "BOM.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS BOM-KEY
                           FILE STATUS IS BOM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * BOM-RECORD IS THE SHARED BILL OF MATERIALS LAYOUT - SEE
      * COPYBOOKS/WBOM.CPY.
       FD  BOM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WBOM.

       WORKING-STORAGE SECTION.

       01  BOM-FILE-STATUS           PIC XX.
       01  BOM-END-OF-FILE           PIC X.

       LINKAGE SECTION.

       01  BOM-FIND-KIT-CODE         PIC X(10).
       COPY WKITTBL.

       PROCEDURE DIVISION USING BOM-FIND-KIT-CODE
                                KIT-COMPONENT-TABLE.
       MAIN-PROCEDURE.
            MOVE ZERO TO KIT-COMPONENT-COUNT.
            OPEN INPUT BOM-FILE.
            IF BOM-FILE-STATUS = "00"
                      MOVE "N" TO BOM-END-OF-FILE
                      PERFORM READ-NEXT-BOM-ROW
                      PERFORM TAKE-ONE-BOM-ROW
                           UNTIL BOM-END-OF-FILE = "Y".
            CLOSE BOM-FILE.
            GOBACK.

       READ-NEXT-BOM-ROW.
           READ BOM-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO BOM-END-OF-FILE.

      * TAKE-ONE-BOM-ROW KEEPS THE KIT'S ROWS. THE FILE IS IN KEY
      * ORDER, SO ONCE THE KIT CODE HAS BEEN PASSED THERE IS NOTHING
      * MORE TO FIND.
       TAKE-ONE-BOM-ROW.
           IF BOM-KIT-CODE = BOM-FIND-KIT-CODE AND
              KIT-COMPONENT-COUNT < 20
                     ADD 1 TO KIT-COMPONENT-COUNT
                     MOVE BOM-COMPONENT-CODE TO
                          KIT-COMPONENT-CODE (KIT-COMPONENT-COUNT)
                     MOVE BOM-QUANTITY TO
                          KIT-COMPONENT-QTY (KIT-COMPONENT-COUNT).
           IF BOM-KIT-CODE > BOM-FIND-KIT-CODE
                     MOVE "Y" TO BOM-END-OF-FILE
           ELSE
                     PERFORM READ-NEXT-BOM-ROW.

       END PROGRAM BOMFND01.
