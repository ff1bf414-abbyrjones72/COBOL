      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARINQ01.

      ******************************************************************
      * This program is the warranty inquiry - "who has serial X and
      * is it still under warranty?". The operator keys a serial
      * number and, if it is known, the product code; left blank,
      * every product carrying that serial is shown. For each unit
      * the SERIAL.DAT history gives the vendor and PO it came in
      * on, the customer and order it went out on with the ship
      * date, and whether the warranty is still running today,
      * followed by every claim logged against it on WARCLAIM.DAT
      * by WARCLM01.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT SERIAL-FILE
                           ASSIGN TO "SERIAL.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS SERIAL-KEY
                           FILE STATUS IS SERIAL-FILE-STATUS.

                 SELECT OPTIONAL CLAIM-FILE
                           ASSIGN TO "WARCLAIM.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CLAIM-FILE-STATUS.

                 SELECT PRODUCT-FILE
                           ASSIGN TO "PRODUCT.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PRODUCT-CODE
                           FILE STATUS IS PRODUCT-FILE-STATUS.

                 SELECT CUSTOMER-FILE
                           ASSIGN TO "CUSTOMER.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                           FILE STATUS IS CUSTOMER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * SERIAL-RECORD AND WARRANTY-CLAIM-RECORD ARE THE SHARED SERIAL
      * LAYOUTS - SEE COPYBOOKS/WSERIAL.CPY AND WWARCLM.CPY.
       FD  SERIAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WSERIAL.

       FD  CLAIM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WWARCLM.

       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRODF.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

       WORKING-STORAGE SECTION.

           01 SERIAL-FILE-STATUS    PIC XX.
           01 CLAIM-FILE-STATUS     PIC XX.
           01 PRODUCT-FILE-STATUS   PIC XX.
           01 CUSTOMER-FILE-STATUS  PIC XX.
           01 YES-NO                PIC X.
           01 RECORD-FOUND          PIC X.
           01 END-OF-FILE           PIC X.
           01 CLAIM-END-OF-FILE     PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

           01 TODAYS-DATE           PIC 9(8).
           01 SERIAL-ENTRY          PIC X(20).
           01 PRODUCT-ENTRY         PIC X(10).
           01 UNITS-SHOWN           PIC 9(3).
           01 CLAIMS-SHOWN          PIC 9(3).
           01 STATUS-TEXT           PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "Y" TO YES-NO.
            PERFORM INQUIRE-ON-SERIALS
                           UNTIL YES-NO = "N".
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT SERIAL-FILE.
           IF SERIAL-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN SERIAL.DAT - STATUS "
                             SERIAL-FILE-STATUS
                     DISPLAY "NO SERIALIZED UNIT HAS BEEN RECEIVED "
                             "OR SHIPPED YET"
                     STOP RUN.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN PRODUCT.DAT - STATUS "
                             PRODUCT-FILE-STATUS
                     STOP RUN.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "
                             CUSTOMER-FILE-STATUS
                     STOP RUN.

       CLOSING-PROCEDURE.
           CLOSE SERIAL-FILE.
           CLOSE PRODUCT-FILE.
           CLOSE CUSTOMER-FILE.

       INQUIRE-ON-SERIALS.
           PERFORM GET-THE-SERIAL.
           MOVE ZERO TO UNITS-SHOWN.
           IF PRODUCT-ENTRY = SPACE
                     PERFORM SEARCH-ALL-PRODUCTS
           ELSE
                     PERFORM LOOK-UP-ONE-PRODUCT.
           IF UNITS-SHOWN = ZERO
                     DISPLAY "NO UNIT ON FILE WITH SERIAL "
                             SERIAL-ENTRY.
           PERFORM GO-AGAIN.

       GET-THE-SERIAL.
           DISPLAY "SERIAL NUMBER ? ".
           ACCEPT SERIAL-ENTRY.
           IF SERIAL-ENTRY = SPACE
                     DISPLAY "A SERIAL NUMBER MUST BE ENTERED"
                     GO TO GET-THE-SERIAL.
           INSPECT SERIAL-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "PRODUCT CODE (BLANK = ANY PRODUCT) ? ".
           ACCEPT PRODUCT-ENTRY.

       LOOK-UP-ONE-PRODUCT.
           MOVE PRODUCT-ENTRY TO SERIAL-PRODUCT-CODE.
           MOVE SERIAL-ENTRY TO SERIAL-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ SERIAL-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     PERFORM SHOW-ONE-UNIT.

      * SEARCH-ALL-PRODUCTS SCANS THE WHOLE SERIAL FILE, SINCE TWO
      * MAKERS CAN USE THE SAME SERIAL NUMBER. THE FILE IS CLOSED
      * AND REOPENED SO THE SCAN STARTS AT THE TOP.
       SEARCH-ALL-PRODUCTS.
           CLOSE SERIAL-FILE.
           OPEN INPUT SERIAL-FILE.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-SERIAL.
           PERFORM CHECK-ONE-SERIAL
                 UNTIL END-OF-FILE = "Y".

       READ-NEXT-SERIAL.
           READ SERIAL-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       CHECK-ONE-SERIAL.
           IF SERIAL-NUMBER = SERIAL-ENTRY
                     PERFORM SHOW-ONE-UNIT.
           PERFORM READ-NEXT-SERIAL.

      * SHOW-ONE-UNIT PUTS UP THE UNIT'S HISTORY, WHERE IT CAME
      * FROM AND WHERE IT WENT, ITS WARRANTY AND ITS CLAIMS.
       SHOW-ONE-UNIT.
           ADD 1 TO UNITS-SHOWN.
           MOVE SERIAL-PRODUCT-CODE TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     MOVE "(NO LONGER ON FILE)" TO PRODUCT-DESCRIPTION.
           DISPLAY " ".
           DISPLAY "SERIAL " SERIAL-NUMBER " " SERIAL-PRODUCT-CODE
                   " " PRODUCT-DESCRIPTION.
           PERFORM SET-THE-STATUS-TEXT.
           DISPLAY "  STATUS:   " STATUS-TEXT.
           IF SERIAL-PO-NUMBER = ZERO
                     DISPLAY "  RECEIVED: NOT UNDER ITS SERIAL - "
                             "ON HAND BEFORE SERIAL TRACKING"
           ELSE
                     DISPLAY "  RECEIVED: " SERIAL-RECEIVED-DATE
                             " ON PO " SERIAL-PO-NUMBER
                             " FROM VENDOR " SERIAL-VENDOR-NUMBER.
           IF NOT SERIAL-IS-IN-STOCK
                     PERFORM SHOW-THE-SHIPMENT
                     PERFORM SHOW-THE-WARRANTY.
           PERFORM LIST-THE-CLAIMS.

       SET-THE-STATUS-TEXT.
           MOVE "UNKNOWN STATUS" TO STATUS-TEXT.
           IF SERIAL-IS-IN-STOCK
                     MOVE "IN STOCK" TO STATUS-TEXT.
           IF SERIAL-IS-SHIPPED
                     MOVE "WITH THE CUSTOMER" TO STATUS-TEXT.
           IF SERIAL-IS-REPLACED
                     MOVE "REPLACED UNDER A CLAIM" TO STATUS-TEXT.

       SHOW-THE-SHIPMENT.
           MOVE SERIAL-ACCOUNT TO CUSTOMER-ACCOUNT-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     DISPLAY "  SHIPPED:  " SERIAL-SHIP-DATE
                             " ON ORDER " SERIAL-ORDER-NUMBER
                             " TO ACCOUNT " SERIAL-ACCOUNT
                     DISPLAY "            " CUSTOMER-FIRST-NAME " "
                             CUSTOMER-LAST-NAME " "
                             CUSTOMER-NUMBER
           ELSE
                     DISPLAY "  SHIPPED:  " SERIAL-SHIP-DATE
                             " ON ORDER " SERIAL-ORDER-NUMBER
                             " TO ACCOUNT " SERIAL-ACCOUNT
                             " (NO LONGER ON FILE)".

       SHOW-THE-WARRANTY.
           IF SERIAL-WARRANTY-END = ZERO
                     DISPLAY "  WARRANTY: NONE".
           IF SERIAL-WARRANTY-END NOT = ZERO AND
              SERIAL-WARRANTY-END NOT < TODAYS-DATE
                     DISPLAY "  WARRANTY: UNDER WARRANTY THROUGH "
                             SERIAL-WARRANTY-END.
           IF SERIAL-WARRANTY-END NOT = ZERO AND
              SERIAL-WARRANTY-END < TODAYS-DATE
                     DISPLAY "  WARRANTY: EXPIRED "
                             SERIAL-WARRANTY-END.

      * LIST-THE-CLAIMS READS THE CLAIM LOG THROUGH FOR THIS UNIT.
       LIST-THE-CLAIMS.
           MOVE ZERO TO CLAIMS-SHOWN.
           OPEN INPUT CLAIM-FILE.
           IF CLAIM-FILE-STATUS = "00"
                     MOVE "N" TO CLAIM-END-OF-FILE
                     PERFORM READ-NEXT-CLAIM
                     PERFORM CHECK-ONE-CLAIM
                          UNTIL CLAIM-END-OF-FILE = "Y".
           CLOSE CLAIM-FILE.
           IF CLAIMS-SHOWN = ZERO
                     DISPLAY "  CLAIMS:   NONE".

       READ-NEXT-CLAIM.
           READ CLAIM-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO CLAIM-END-OF-FILE.

       CHECK-ONE-CLAIM.
           IF CLAIM-PRODUCT-CODE = SERIAL-PRODUCT-CODE AND
              CLAIM-SERIAL-NUMBER = SERIAL-NUMBER
                     PERFORM SHOW-ONE-CLAIM.
           PERFORM READ-NEXT-CLAIM.

       SHOW-ONE-CLAIM.
           ADD 1 TO CLAIMS-SHOWN.
           IF CLAIM-IS-REPLACE
                     DISPLAY "  CLAIM " CLAIM-DATE " REPLACED BY "
                             CLAIM-REPLACEMENT-SERIAL
                             " IN WARRANTY " CLAIM-IN-WARRANTY
           ELSE
                     DISPLAY "  CLAIM " CLAIM-DATE " REPAIRED"
                             " IN WARRANTY " CLAIM-IN-WARRANTY.
           DISPLAY "        " CLAIM-FAULT " (" CLAIM-OPERATOR-ID ")".

       GO-AGAIN.
           DISPLAY "LOOK UP ANOTHER SERIAL?".
           ACCEPT YES-NO.
           IF YES-NO = "y"
                     MOVE "Y" TO YES-NO
           IF YES-NO NOT = "Y"
                     MOVE "N" TO YES-NO.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM WARINQ01.
