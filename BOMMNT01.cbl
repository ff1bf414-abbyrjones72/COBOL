      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOMMNT01.

      ******************************************************************
      * This program maintains BOM.DAT, the bill of materials that
      * makes a product a kit: one row per component, keyed by the
      * kit's product code and the component's, carrying how many of
      * the component go into one kit. The operator can add a
      * component to a kit, change its quantity, remove it, and list
      * the components of one kit or of every kit - the same shape
      * SHPMNT01 gives the ship-tos. Both codes must be on
      * PRODUCT.DAT. Kits are one level deep, so a kit cannot be made
      * a component and a component cannot be made a kit, and a kit
      * holds at most twenty components. Order entry sells a kit as
      * one line; the pick list, the shipment confirmation and the
      * movement history work from these rows, and KITASM01 builds
      * kits into stock ahead of the orders.
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

                 SELECT PRODUCT-FILE
                           ASSIGN TO "PRODUCT.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PRODUCT-CODE
                           FILE STATUS IS PRODUCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * BOM-RECORD IS THE SHARED BILL OF MATERIALS LAYOUT - SEE
      * COPYBOOKS/WBOM.CPY.
       FD  BOM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WBOM.

       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRODF.

       WORKING-STORAGE SECTION.

           01 BOM-FILE-STATUS      PIC XX.
           01 PRODUCT-FILE-STATUS  PIC XX.
           01 YES-NO               PIC X.
           01 ACTION-CODE          PIC X.
           01 RECORD-FOUND         PIC X.
           01 END-OF-FILE          PIC X.
           01 KIT-ENTRY            PIC X(10).
           01 COMPONENT-ENTRY      PIC X(10).
           01 QUANTITY-ENTRY       PIC X(3).
           01 LIST-KIT-CODE        PIC X(10).
           01 SCREEN-LINES         PIC 99.
           01 A-DUMMY              PIC X.

      * WHAT THE SCAN OF BOM.DAT FINDS BEFORE A COMPONENT IS ADDED -
      * HOW MANY COMPONENTS THE KIT HAS ALREADY, AND WHETHER EITHER
      * CODE ALREADY SITS ON THE OTHER SIDE OF SOME ROW.
           01 KIT-ROWS-ON-FILE     PIC 99.
           01 KIT-IS-A-COMPONENT   PIC X.
           01 COMPONENT-IS-A-KIT   PIC X.

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM GET-OPERATOR-ID.
            IF OPERATOR-AUTHORITY < 5
                      DISPLAY "UPDATE AUTHORITY IS NEEDED TO RUN "
                              "THIS PROGRAM"
                      STOP RUN.
            PERFORM OPENING-PROCEDURE.
            MOVE "Y" TO YES-NO.
            PERFORM PROCESS-ACTIONS
                           UNTIL YES-NO = "N".
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           OPEN I-O BOM-FILE.
           IF BOM-FILE-STATUS = "35"
                     OPEN OUTPUT BOM-FILE
                     CLOSE BOM-FILE
                     OPEN I-O BOM-FILE.
           IF BOM-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN BOM.DAT - STATUS "
                             BOM-FILE-STATUS
                     STOP RUN.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN PRODUCT FILE - STATUS "
                             PRODUCT-FILE-STATUS
                     CLOSE BOM-FILE
                     STOP RUN.

       CLOSING-PROCEDURE.
           CLOSE BOM-FILE.
           CLOSE PRODUCT-FILE.

       PROCESS-ACTIONS.
           DISPLAY "(A)DD, (C)HANGE, (D)ELETE, OR (L)IST?".
           ACCEPT ACTION-CODE.
           IF ACTION-CODE = "a"
                     MOVE "A" TO ACTION-CODE.
           IF ACTION-CODE = "c"
                     MOVE "C" TO ACTION-CODE.
           IF ACTION-CODE = "d"
                     MOVE "D" TO ACTION-CODE.
           IF ACTION-CODE = "l"
                     MOVE "L" TO ACTION-CODE.
           IF ACTION-CODE = "A"
                     PERFORM ADD-A-COMPONENT.
           IF ACTION-CODE = "C"
                     PERFORM CHANGE-A-COMPONENT.
           IF ACTION-CODE = "D"
                     PERFORM DELETE-A-COMPONENT.
           IF ACTION-CODE = "L"
                     PERFORM LIST-THE-KITS.
           PERFORM GO-AGAIN.

      * GET-THE-BOM-KEY TAKES THE KIT AND THE COMPONENT. BOTH MUST BE
      * ON THE PRODUCT FILE, AND A KIT CANNOT BE ITS OWN COMPONENT.
       GET-THE-BOM-KEY.
           PERFORM GET-THE-KIT.
           PERFORM GET-THE-COMPONENT.
           MOVE KIT-ENTRY TO BOM-KIT-CODE.
           MOVE COMPONENT-ENTRY TO BOM-COMPONENT-CODE.

       GET-THE-KIT.
           DISPLAY "KIT PRODUCT CODE ? ".
           ACCEPT KIT-ENTRY.
           MOVE KIT-ENTRY TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO PRODUCT ON FILE FOR THAT CODE"
                     GO TO GET-THE-KIT.
           DISPLAY "KIT: " PRODUCT-DESCRIPTION.

       GET-THE-COMPONENT.
           DISPLAY "COMPONENT PRODUCT CODE ? ".
           ACCEPT COMPONENT-ENTRY.
           IF COMPONENT-ENTRY = KIT-ENTRY
                     DISPLAY "A KIT CANNOT BE ITS OWN COMPONENT"
                     GO TO GET-THE-COMPONENT.
           MOVE COMPONENT-ENTRY TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO PRODUCT ON FILE FOR THAT CODE"
                     GO TO GET-THE-COMPONENT.
           DISPLAY "COMPONENT: " PRODUCT-DESCRIPTION.

       GET-THE-QUANTITY.
           DISPLAY "QUANTITY PER KIT ? ".
           ACCEPT QUANTITY-ENTRY.
           MOVE QUANTITY-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y"
                     DISPLAY "QUANTITY MUST BE NUMERIC"
                     GO TO GET-THE-QUANTITY.
           IF KEYED-NUMBER-VALUE = ZERO OR
              KEYED-NUMBER-VALUE > 999
                     DISPLAY "QUANTITY MUST BE FROM 1 TO 999"
                     GO TO GET-THE-QUANTITY.
           MOVE KEYED-NUMBER-VALUE TO BOM-QUANTITY.

       ADD-A-COMPONENT.
           PERFORM GET-THE-BOM-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ BOM-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     DISPLAY "COMPONENT ALREADY IN THE KIT - USE CHANGE"
           ELSE
                     PERFORM SCAN-THE-BOM-FILE
                     PERFORM CHECK-AND-ADD.

      * CHECK-AND-ADD KEEPS KITS ONE LEVEL DEEP AND NO BIGGER THAN
      * THE COMPONENT TABLE THE ORDER PROGRAMS EXPLODE THEM INTO.
       CHECK-AND-ADD.
           IF KIT-IS-A-COMPONENT = "Y"
                     DISPLAY KIT-ENTRY " IS A COMPONENT OF ANOTHER "
                             "KIT - IT CANNOT BE A KIT ITSELF"
           ELSE
                     IF COMPONENT-IS-A-KIT = "Y"
                               DISPLAY COMPONENT-ENTRY " IS A KIT - "
                                       "IT CANNOT BE A COMPONENT"
                     ELSE
                               IF KIT-ROWS-ON-FILE NOT < 20
                                         DISPLAY "KIT ALREADY HAS 20 "
                                                 "COMPONENTS"
                               ELSE
                                         PERFORM WRITE-THE-BOM-ROW.

       WRITE-THE-BOM-ROW.
           PERFORM GET-THE-QUANTITY.
           MOVE KIT-ENTRY TO BOM-KIT-CODE.
           MOVE COMPONENT-ENTRY TO BOM-COMPONENT-CODE.
           WRITE BOM-RECORD
                     INVALID KEY
                     DISPLAY "WRITE FAILED - STATUS "
                             BOM-FILE-STATUS
                     NOT INVALID KEY
                     DISPLAY "COMPONENT ADDED".

      * SCAN-THE-BOM-FILE READS THE WHOLE FILE FROM THE TOP, COUNTING
      * THE KIT'S ROWS AND NOTING ANY ROW THAT USES THE KIT AS A
      * COMPONENT OR THE COMPONENT AS A KIT. THE FILE IS CLOSED AND
      * REOPENED SO THE SEQUENTIAL READ STARTS AT THE TOP AGAIN.
       SCAN-THE-BOM-FILE.
           MOVE ZEROES TO KIT-ROWS-ON-FILE.
           MOVE "N" TO KIT-IS-A-COMPONENT.
           MOVE "N" TO COMPONENT-IS-A-KIT.
           CLOSE BOM-FILE.
           OPEN I-O BOM-FILE.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-BOM-ROW.
           PERFORM SCAN-ONE-BOM-ROW
                 UNTIL END-OF-FILE = "Y".

       SCAN-ONE-BOM-ROW.
           IF BOM-KIT-CODE = KIT-ENTRY
                     ADD 1 TO KIT-ROWS-ON-FILE.
           IF BOM-COMPONENT-CODE = KIT-ENTRY
                     MOVE "Y" TO KIT-IS-A-COMPONENT.
           IF BOM-KIT-CODE = COMPONENT-ENTRY
                     MOVE "Y" TO COMPONENT-IS-A-KIT.
           PERFORM READ-NEXT-BOM-ROW.

       CHANGE-A-COMPONENT.
           PERFORM GET-THE-BOM-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ BOM-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "THAT COMPONENT IS NOT IN THE KIT"
           ELSE
                     PERFORM DISPLAY-ONE-COMPONENT
                     PERFORM GET-THE-QUANTITY
                     REWRITE BOM-RECORD
                               INVALID KEY
                               DISPLAY "REWRITE FAILED - STATUS "
                                       BOM-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "COMPONENT CHANGED".

       DELETE-A-COMPONENT.
           PERFORM GET-THE-BOM-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ BOM-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "THAT COMPONENT IS NOT IN THE KIT"
           ELSE
                     PERFORM DISPLAY-ONE-COMPONENT
                     DELETE BOM-FILE
                               INVALID KEY
                               DISPLAY "DELETE FAILED - STATUS "
                                       BOM-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "COMPONENT REMOVED".

      * LIST-THE-KITS SHOWS ONE KIT'S COMPONENTS, OR EVERY KIT'S FOR
      * A BLANK CODE, WITH EACH COMPONENT'S DESCRIPTION AND ON-HAND.
       LIST-THE-KITS.
           DISPLAY "KIT TO LIST (BLANK FOR ALL) ? ".
           ACCEPT LIST-KIT-CODE.
           CLOSE BOM-FILE.
           OPEN I-O BOM-FILE.
           MOVE ZEROES TO SCREEN-LINES.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-BOM-ROW.
           PERFORM LIST-ONE-BOM-ROW
                 UNTIL END-OF-FILE = "Y".

       READ-NEXT-BOM-ROW.
           READ BOM-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       LIST-ONE-BOM-ROW.
           IF LIST-KIT-CODE = SPACE OR
              BOM-KIT-CODE = LIST-KIT-CODE
                     PERFORM SHOW-ONE-LISTED-ROW.
           PERFORM READ-NEXT-BOM-ROW.

       SHOW-ONE-LISTED-ROW.
           IF SCREEN-LINES > 15
                     PERFORM PRESS-ENTER.
           PERFORM DISPLAY-ONE-COMPONENT.
           ADD 1 TO SCREEN-LINES.

       DISPLAY-ONE-COMPONENT.
           MOVE BOM-COMPONENT-CODE TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     MOVE "** NO LONGER ON FILE **" TO
                          PRODUCT-DESCRIPTION
                     MOVE ZERO TO PRODUCT-QTY-ON-HAND.
           DISPLAY BOM-KIT-CODE " " BOM-COMPONENT-CODE " x"
                   BOM-QUANTITY " " PRODUCT-DESCRIPTION
                   " ON HAND " PRODUCT-QTY-ON-HAND.

       GO-AGAIN.
           DISPLAY "GO AGAIN?".
           ACCEPT YES-NO.
           IF YES-NO = "y"
                     MOVE "Y" TO YES-NO.
           IF YES-NO NOT = "Y"
                     MOVE "N" TO YES-NO.

       PRESS-ENTER.
                 DISPLAY "PRESS ENTER TO CONTINUE..."
                 ACCEPT A-DUMMY.
                 MOVE 0 TO SCREEN-LINES.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM BOMMNT01.
