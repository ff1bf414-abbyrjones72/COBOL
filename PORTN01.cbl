      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTN01.

      ******************************************************************
      * This program is return to vendor - goods that came in on a
      * purchase order and are going back (damaged, wrong item,
      * over-shipped after all). The operator keys the PO number,
      * the lines show what was received and what has gone back so
      * far, and each return keyed against a line takes the
      * quantity off PRODUCT-QTY-ON-HAND with an issue-type
      * PRODMOVE.DAT row out of the shipping location, adds it to
      * the line's returned quantity on POLINE.DAT, and logs it with
      * the reason to VENDRTN.DAT. No more can go back than was
      * received and has not gone back already, nor more than is on
      * the shelf. Only an open or closed PO can be returned
      * against, and never a drop-ship PO.
      *
      * When PRODLOT.DAT is on the system the operator names the lot
      * the goods came from (blank for none); no more can go back
      * than the lot still holds, and the lot is brought down. A lot
      * LOTEXP01 has quarantined is already off the shelf, so its
      * return comes off the lot alone - the quarantine took it out
      * of stock and wrote its own PRODMOVE.DAT row.
      *
      * Everything sent back against a PO in one pass goes out under
      * one return authorization: a packing document prints for the
      * carton - vendor, PO, each line with its lot, quantity, cost
      * and reason - and a debit memo for the returned cost is filed
      * on APITEM.DAT for the vendor, numbered from APCTL.DAT like a
      * voucher. The memo number is the return authorization number.
      * The memo carries a negative balance and APCHK01 takes it off
      * the vendor's next check.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT PO-HEADER-FILE
                           ASSIGN TO "POHDR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PO-NUMBER
                           FILE STATUS IS PO-FILE-STATUS.

                 SELECT PO-LINE-FILE
                           ASSIGN TO "POLINE.DAT"
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS POLINE-FILE-STATUS.

                 SELECT PRODUCT-FILE
                           ASSIGN TO "PRODUCT.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PRODUCT-CODE
                           FILE STATUS IS PRODUCT-FILE-STATUS.

                 SELECT OPTIONAL MOVEMENT-FILE
                           ASSIGN TO "PRODMOVE.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS MOVEMENT-FILE-STATUS.

                 SELECT OPTIONAL RETURN-LOG-FILE
                           ASSIGN TO "VENDRTN.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RETURN-FILE-STATUS.

                 SELECT OPTIONAL LOCATION-FILE
                           ASSIGN TO "LOCREF.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS LOC-REF-CODE
                           FILE STATUS IS LOCATION-FILE-STATUS.

                 SELECT OPTIONAL PRODUCT-LOCATION-FILE
                           ASSIGN TO "PRODLOC.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PRDLOC-KEY
                           FILE STATUS IS PRDLOC-FILE-STATUS.

                 SELECT OPTIONAL LOT-FILE
                           ASSIGN TO "PRODLOT.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS LOT-KEY
                           FILE STATUS IS LOT-FILE-STATUS.

                 SELECT VENDOR-FILE
                           ASSIGN TO "VENDOR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS VENDOR-NUMBER
                           FILE STATUS IS VENDOR-FILE-STATUS.

                 SELECT OPTIONAL AP-ITEM-FILE
                           ASSIGN TO "APITEM.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS AP-VOUCHER-NUMBER
                           FILE STATUS IS AP-FILE-STATUS.

                 SELECT OPTIONAL AP-CONTROL-FILE
                           ASSIGN TO "APCTL.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CONTROL-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * PO-HEADER-RECORD AND PO-LINE-RECORD ARE THE SHARED PO
      * LAYOUTS - SEE COPYBOOKS/WPOHDR.CPY AND WPOLINE.CPY.
       FD  PO-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPOHDR.

       FD  PO-LINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPOLINE.

       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRODF.

      * MOVEMENT-RECORD IS THE SHARED HISTORY LAYOUT - SEE
      * COPYBOOKS/WPRDMOV.CPY.
       FD  MOVEMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRDMOV.

      * VENDOR-RETURN-RECORD IS THE SHARED RETURN LOG LAYOUT - SEE
      * COPYBOOKS/WVNDRTN.CPY.
       FD  RETURN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WVNDRTN.

      * LOC-REF-RECORD AND PRODUCT-LOCATION-RECORD ARE THE SHARED
      * LOCATION LAYOUTS - SEE COPYBOOKS/WLOCREF.CPY AND WPRDLOC.CPY.
      * RETURNS GO OUT THROUGH THE DOCK, SO THEY COME OFF THE
      * SHIPPING LOCATION'S BALANCE.
       FD  LOCATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WLOCREF.

       FD  PRODUCT-LOCATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRDLOC.

      * PRODUCT-LOT-RECORD, VENDOR-RECORD AND AP-ITEM-RECORD ARE THE
      * SHARED LAYOUTS - SEE COPYBOOKS/WPRDLOT.CPY, WVENDF.CPY AND
      * WAPITEM.CPY.
       FD  LOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRDLOT.

       FD  VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WVENDF.

       FD  AP-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WAPITEM.

      * THE NEXT VOUCHER NUMBER, SHARED WITH APVCH01 - A DEBIT MEMO
      * IS NUMBERED IN THE SAME SEQUENCE AS THE VOUCHERS.
       FD  AP-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  AP-CONTROL-RECORD.
                 05 NEXT-VOUCHER-NUMBER    PIC 9(7).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

           01 PO-FILE-STATUS        PIC XX.
           01 POLINE-FILE-STATUS    PIC XX.
           01 PRODUCT-FILE-STATUS   PIC XX.
           01 MOVEMENT-FILE-STATUS  PIC XX.
           01 RETURN-FILE-STATUS    PIC XX.
           01 LOCATION-FILE-STATUS  PIC XX.
           01 PRDLOC-FILE-STATUS    PIC XX.
           01 LOCATIONS-IN-USE      PIC X.
           01 SHIPPING-LOCATION     PIC X(3).
           01 LOCATION-END-OF-FILE  PIC X.
           01 LOCATION-ROW-FOUND    PIC X.
           01 YES-NO                PIC X.
           01 RECORD-FOUND          PIC X.
           01 END-OF-FILE           PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

           01 TODAYS-DATE           PIC 9(8).
           01 PO-ENTRY-FIELD        PIC X(7).
           01 LINE-NUMBER-ENTRY     PIC X(3).
           01 THE-LINE-NUMBER       PIC 9(3).
           01 LINE-WAS-FOUND        PIC X.
           01 QUANTITY-ENTRY        PIC X(5).
           01 REASON-ENTRY          PIC X(40).
           01 RETURN-QUANTITY       PIC 9(5).
           01 RETURNABLE-QUANTITY   PIC 9(5).
           01 RETURNING-IS-FINISHED PIC X.
           01 LOT-FILE-STATUS       PIC XX.
           01 VENDOR-FILE-STATUS    PIC XX.
           01 AP-FILE-STATUS        PIC XX.
           01 CONTROL-FILE-STATUS   PIC XX.
           01 LOTS-ON-FILE          PIC X.
           01 LOT-ENTRY             PIC X(10).
           01 LOT-ROW-FOUND         PIC X.
           01 LOT-WAS-KEYED         PIC X.
           01 LOT-IS-SET-ASIDE      PIC X.
           01 VENDOR-ON-FILE        PIC X.
           01 VENDOR-FOUND          PIC X.
           01 POSTING-CHECK-DATE    PIC 9(8).
           01 PERIOD-IS-GOOD        PIC X.

      * THE RETURN AUTHORIZATION BUILDING UP FOR THE PO IN HAND. IT
      * STARTS WITH THE FIRST RETURN POSTED, AND THE DEBIT MEMO IS
      * FILED FOR ITS TOTAL WHEN THE OPERATOR FINISHES THE PO.
           01 RA-IS-STARTED         PIC X.
           01 RA-LINE-COUNT         PIC 9(3).
           01 MEMO-NUMBER-TO-USE    PIC 9(7).
           01 MEMO-TOTAL            PIC 9(9)V99.
           01 RETURN-EXTENSION      PIC 9(9)V99.
           01 VENDOR-RA-ENTRY       PIC X(15).
           01 MEMO-REFERENCE.
                     05 FILLER             PIC X(3) VALUE "RTN".
                     05 MEMO-REFERENCE-NUMBER PIC 9(7).
           01 DISPLAY-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

      * Structures for the printed return authorization.
       01  RA-TITLE-LINE.
                 05 FILLER                 PIC X(37) VALUE
                         "RETURN TO VENDOR - AUTHORIZATION #".
                 05 PRINT-RA-NUMBER        PIC 9(7).
                 05 FILLER                 PIC X(8) VALUE "  DATE: ".
                 05 PRINT-RA-DATE          PIC 9(8).
                 05 FILLER                 PIC X(11) VALUE
                                           "  OUR PO #".
                 05 PRINT-RA-PO-NUMBER     PIC 9(7).

       01  RA-VENDOR-RA-LINE.
                 05 FILLER                 PIC X(28) VALUE
                           "YOUR RETURN AUTHORIZATION: ".
                 05 PRINT-VENDOR-RA        PIC X(15).

       01  RA-VENDOR-NAME-LINE.
                 05 FILLER                 PIC X(9) VALUE "SHIP TO: ".
                 05 PRINT-VENDOR-NUMBER    PIC 9(5).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-VENDOR-NAME      PIC X(30).

       01  RA-VENDOR-ADDRESS-LINE.
                 05 FILLER                 PIC X(15) VALUE SPACE.
                 05 PRINT-VENDOR-ADDRESS   PIC X(25).

       01  RA-VENDOR-CITY-LINE.
                 05 FILLER                 PIC X(15) VALUE SPACE.
                 05 PRINT-VENDOR-CITY      PIC X(15).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-VENDOR-STATE     PIC X(15).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-VENDOR-ZIP       PIC 9(5).

       01  RA-COLUMN-LINE.
                 05 FILLER                 PIC X(5) VALUE "LINE".
                 05 FILLER                 PIC X(11) VALUE "PRODUCT".
                 05 FILLER                 PIC X(11) VALUE "LOT".
                 05 FILLER                 PIC X(6) VALUE "   QTY".
                 05 FILLER                 PIC X(11) VALUE
                                           "  UNIT COST".
                 05 FILLER                 PIC X(15) VALUE
                                           "      EXTENSION".
                 05 FILLER                 PIC X(8) VALUE "  REASON".

       01  RA-DETAIL-LINE.
                 05 PRINT-RA-LINE          PIC 9(3).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-RA-PRODUCT       PIC X(10).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-RA-LOT           PIC X(10).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-RA-QUANTITY      PIC ZZZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-RA-UNIT-COST     PIC ZZZZZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-RA-EXTENSION     PIC ZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-RA-REASON        PIC X(40).

       01  RA-TOTAL-LINE.
                 05 FILLER                 PIC X(5) VALUE SPACE.
                 05 PRINT-RA-LINE-COUNT    PIC ZZ9.
                 05 FILLER                 PIC X(39) VALUE
                           " LINE(S) RETURNED - TOTAL COST".
                 05 PRINT-RA-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.

       01  RA-MEMO-LINE.
                 05 FILLER                 PIC X(11) VALUE
                                           "DEBIT MEMO ".
                 05 PRINT-MEMO-NUMBER      PIC 9(7).
                 05 FILLER                 PIC X(5) VALUE " FOR ".
                 05 PRINT-MEMO-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(45) VALUE
                         " WILL BE DEDUCTED FROM OUR NEXT PAYMENT".

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "Y" TO YES-NO.
            PERFORM RETURN-PURCHASE-ORDERS
                           UNTIL YES-NO = "N".
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
      * A RETURN TAKES STOCK OFF HAND, SO IT TAKES UPDATE AUTHORITY
      * (5) OR BETTER ON THE OPERATOR MASTER.
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           IF OPERATOR-AUTHORITY < 5
                     DISPLAY "UPDATE AUTHORITY IS NEEDED TO RUN "
                             "THIS PROGRAM"
                     STOP RUN.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PO-HEADER-FILE.
           IF PO-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN POHDR.DAT - STATUS "
                             PO-FILE-STATUS
                     STOP RUN.
           OPEN I-O PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN PRODUCT.DAT - STATUS "
                             PRODUCT-FILE-STATUS
                     STOP RUN.
           OPEN EXTEND MOVEMENT-FILE.
           IF MOVEMENT-FILE-STATUS NOT = "00" AND
              MOVEMENT-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN PRODMOVE.DAT - STATUS "
                             MOVEMENT-FILE-STATUS
                     STOP RUN.
           OPEN EXTEND RETURN-LOG-FILE.
           IF RETURN-FILE-STATUS NOT = "00" AND
              RETURN-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN VENDRTN.DAT - STATUS "
                             RETURN-FILE-STATUS
                     STOP RUN.
           PERFORM CHECK-THE-OPEN-PERIOD.
           PERFORM OPEN-AP-ITEM-FILE.
           MOVE "Y" TO VENDOR-ON-FILE.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS NOT = "00"
                     MOVE "N" TO VENDOR-ON-FILE.
           MOVE "N" TO LOTS-ON-FILE.
           OPEN I-O LOT-FILE.
           IF LOT-FILE-STATUS = "00"
                     MOVE "Y" TO LOTS-ON-FILE.
           OPEN OUTPUT PRINTER-FILE.
           PERFORM FIND-THE-SHIPPING-LOCATION.

      * CHECK-THE-OPEN-PERIOD REFUSES TO START WHEN TODAY'S FISCAL
      * PERIOD IS NOT OPEN, THROUGH THE SHARED FISCHK01 CHECK - EVERY
      * DEBIT MEMO THIS PROGRAM FILES CARRIES TODAY'S DATE.
       CHECK-THE-OPEN-PERIOD.
           MOVE TODAYS-DATE TO POSTING-CHECK-DATE.
           CALL "FISCHK01" USING POSTING-CHECK-DATE PERIOD-IS-GOOD.
           IF PERIOD-IS-GOOD NOT = "Y"
                     DISPLAY "TODAY'S FISCAL PERIOD IS NOT OPEN FOR "
                             "POSTING - SEE FISCMNT01"
                     STOP RUN.

      * OPEN-AP-ITEM-FILE OPENS APITEM.DAT FOR UPDATE, CREATING IT
      * FIRST ON A SYSTEM THAT HAS NEVER VOUCHERED, THE SAME WAY
      * APVCH01 DOES.
       OPEN-AP-ITEM-FILE.
           OPEN I-O AP-ITEM-FILE.
           IF AP-FILE-STATUS = "35"
                     OPEN OUTPUT AP-ITEM-FILE
                     CLOSE AP-ITEM-FILE
                     OPEN I-O AP-ITEM-FILE.
           IF AP-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN APITEM.DAT - STATUS "
                             AP-FILE-STATUS
                     STOP RUN.

      * FIND-THE-SHIPPING-LOCATION LOOKS FOR THE ONE FLAGGED ROW ON
      * THE LOCATION TABLE - THAT IS THE DOCK RETURNS LEAVE FROM. NO
      * TABLE, OR NO FLAG, MEANS NO LOCATION POSTING.
       FIND-THE-SHIPPING-LOCATION.
           MOVE "N" TO LOCATIONS-IN-USE.
           MOVE SPACE TO SHIPPING-LOCATION.
           OPEN INPUT LOCATION-FILE.
           IF LOCATION-FILE-STATUS = "00"
                     MOVE "N" TO LOCATION-END-OF-FILE
                     PERFORM READ-NEXT-LOCATION
                     PERFORM LOOK-FOR-THE-SHIPPER
                          UNTIL LOCATION-END-OF-FILE = "Y" OR
                                LOCATIONS-IN-USE = "Y".
           CLOSE LOCATION-FILE.
           IF LOCATIONS-IN-USE = "Y"
                     OPEN I-O PRODUCT-LOCATION-FILE
                     IF PRDLOC-FILE-STATUS = "35"
                               OPEN OUTPUT PRODUCT-LOCATION-FILE
                               CLOSE PRODUCT-LOCATION-FILE
                               OPEN I-O PRODUCT-LOCATION-FILE.
           IF LOCATIONS-IN-USE = "Y" AND
              PRDLOC-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN PRODLOC.DAT - STATUS "
                             PRDLOC-FILE-STATUS
                     STOP RUN.

       READ-NEXT-LOCATION.
           READ LOCATION-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO LOCATION-END-OF-FILE.

       LOOK-FOR-THE-SHIPPER.
           IF LOC-IS-SHIPPING
                     MOVE LOC-REF-CODE TO SHIPPING-LOCATION
                     MOVE "Y" TO LOCATIONS-IN-USE
           ELSE
                     PERFORM READ-NEXT-LOCATION.

       CLOSING-PROCEDURE.
           CLOSE PO-HEADER-FILE.
           CLOSE PRODUCT-FILE.
           CLOSE MOVEMENT-FILE.
           CLOSE RETURN-LOG-FILE.
           IF LOCATIONS-IN-USE = "Y"
                     CLOSE PRODUCT-LOCATION-FILE.
           CLOSE AP-ITEM-FILE.
           IF VENDOR-ON-FILE = "Y"
                     CLOSE VENDOR-FILE.
           IF LOTS-ON-FILE = "Y"
                     CLOSE LOT-FILE.
           CLOSE PRINTER-FILE.

      * A DROP-SHIP PO'S GOODS WENT STRAIGHT TO THE CUSTOMER AND WERE
      * NEVER ON OUR SHELF, SO NOTHING CAN GO BACK AGAINST IT HERE.
       RETURN-PURCHASE-ORDERS.
           PERFORM GET-THE-PO.
           IF RECORD-FOUND = "Y" AND PO-DROP-ORDER-NUMBER NOT = ZERO
                     DISPLAY "PO " PO-NUMBER " WAS DROP-SHIPPED TO THE "
                             "CUSTOMER ON ORDER " PO-DROP-ORDER-NUMBER
                             " - REFUSED"
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     IF PO-IS-OPEN OR PO-IS-CLOSED
                               PERFORM RETURN-AGAINST-ONE-PO
                     ELSE
                               DISPLAY "PO " PO-NUMBER " WAS NEVER "
                                       "RECEIVED AGAINST (STATUS "
                                       PO-STATUS ") - REFUSED".
           PERFORM GO-AGAIN.

       GET-THE-PO.
           MOVE "N" TO RECORD-FOUND.
           DISPLAY "PO NUMBER ? ".
           ACCEPT PO-ENTRY-FIELD.
           MOVE PO-ENTRY-FIELD TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD = "Y"
                     MOVE KEYED-NUMBER-VALUE TO PO-NUMBER
                     MOVE "Y" TO RECORD-FOUND
                     READ PO-HEADER-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND
           ELSE
                     DISPLAY "PO NUMBER MUST BE NUMERIC".
           IF RECORD-FOUND = "N"
                     DISPLAY "NO PO ON FILE FOR THAT NUMBER".

       RETURN-AGAINST-ONE-PO.
           DISPLAY "PO " PO-NUMBER " FROM VENDOR " PO-VENDOR-NUMBER.
           PERFORM LIST-THE-PO-LINES.
           MOVE "N" TO RA-IS-STARTED.
           MOVE ZERO TO RA-LINE-COUNT.
           MOVE ZERO TO MEMO-TOTAL.
           MOVE "N" TO RETURNING-IS-FINISHED.
           PERFORM RETURN-ONE-LINE
                 UNTIL RETURNING-IS-FINISHED = "Y".
           IF RA-IS-STARTED = "Y"
                     PERFORM FINISH-THE-AUTHORIZATION.

       LIST-THE-PO-LINES.
           OPEN INPUT PO-LINE-FILE.
           IF POLINE-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN POLINE.DAT - STATUS "
                             POLINE-FILE-STATUS
           ELSE
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-LINE
                     PERFORM LIST-ONE-LINE
                          UNTIL END-OF-FILE = "Y"
                     CLOSE PO-LINE-FILE.

       READ-NEXT-LINE.
           READ PO-LINE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       LIST-ONE-LINE.
           IF POLINE-PO-NUMBER = PO-NUMBER
                     DISPLAY "LINE " POLINE-NUMBER " "
                             POLINE-PRODUCT-CODE " RECEIVED "
                             POLINE-RECEIVED-QTY " RETURNED "
                             POLINE-RETURNED-QTY.
           PERFORM READ-NEXT-LINE.

       RETURN-ONE-LINE.
           DISPLAY "LINE NUMBER GOING BACK (BLANK WHEN DONE) ? ".
           ACCEPT LINE-NUMBER-ENTRY.
           IF LINE-NUMBER-ENTRY = SPACE
                     MOVE "Y" TO RETURNING-IS-FINISHED
           ELSE
                     PERFORM FIND-AND-RETURN.

       FIND-AND-RETURN.
           MOVE LINE-NUMBER-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y"
                     DISPLAY "LINE NUMBER MUST BE NUMERIC"
           ELSE
                     MOVE KEYED-NUMBER-VALUE TO THE-LINE-NUMBER
                     PERFORM FIND-AND-POST-THE-LINE.

      * FIND-AND-POST-THE-LINE WALKS THE LINE FILE TO THE KEYED LINE
      * AND POSTS THE RETURN WHILE STILL POSITIONED ON THE RECORD,
      * SO THE RETURNED QUANTITY CAN BE REWRITTEN IN PLACE.
       FIND-AND-POST-THE-LINE.
           MOVE "N" TO LINE-WAS-FOUND.
           OPEN I-O PO-LINE-FILE.
           IF POLINE-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN POLINE.DAT - STATUS "
                             POLINE-FILE-STATUS
           ELSE
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-LINE
                     PERFORM MATCH-ONE-LINE
                          UNTIL END-OF-FILE = "Y" OR
                                LINE-WAS-FOUND = "Y"
                     IF LINE-WAS-FOUND = "Y"
                               PERFORM POST-THE-RETURN
                     ELSE
                               DISPLAY "NO SUCH LINE ON THIS PO"
                     CLOSE PO-LINE-FILE.

       MATCH-ONE-LINE.
           IF POLINE-PO-NUMBER = PO-NUMBER AND
              POLINE-NUMBER = THE-LINE-NUMBER
                     MOVE "Y" TO LINE-WAS-FOUND
           ELSE
                     PERFORM READ-NEXT-LINE.

      * POST-THE-RETURN HOLDS THE RETURN TO WHAT THE LINE HAS
      * RECEIVED AND NOT SENT BACK ALREADY, AND TO WHAT IS ACTUALLY
      * ON THE SHELF.
       POST-THE-RETURN.
           COMPUTE RETURNABLE-QUANTITY =
                     POLINE-RECEIVED-QTY - POLINE-RETURNED-QTY.
           MOVE POLINE-PRODUCT-CODE TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "PRODUCT " POLINE-PRODUCT-CODE " NO "
                             "LONGER ON FILE - RETURN NOT POSTED"
           ELSE
                     PERFORM GET-THE-LOT THRU GET-THE-LOT-EXIT
                     PERFORM HOLD-TO-WHAT-IS-THERE.
           IF RECORD-FOUND = "Y"
                     IF RETURNABLE-QUANTITY = ZERO
                               DISPLAY "NOTHING ON THIS LINE CAN GO "
                                       "BACK"
                     ELSE
                               PERFORM GET-THE-RETURN-QUANTITY
                               IF RETURN-QUANTITY NOT = ZERO
                                         PERFORM GET-THE-REASON
                                         PERFORM START-THE-AUTHORIZATION
                                         PERFORM APPLY-THE-RETURN.

      * GET-THE-LOT ASKS WHICH LOT THE GOODS CAME FROM WHEN LOTS ARE
      * KEPT. A LOT NOT ON FILE FOR THE PRODUCT IS ASKED AGAIN; BLANK
      * MEANS THE RETURN NAMES NO LOT.
       GET-THE-LOT.
           MOVE "N" TO LOT-WAS-KEYED.
           MOVE "N" TO LOT-IS-SET-ASIDE.
           MOVE SPACE TO LOT-ENTRY.
           IF LOTS-ON-FILE NOT = "Y"
                     GO TO GET-THE-LOT-EXIT.
           DISPLAY "LOT THE GOODS CAME FROM (BLANK IF NONE) ? ".
           ACCEPT LOT-ENTRY.
           IF LOT-ENTRY = SPACE
                     GO TO GET-THE-LOT-EXIT.
           MOVE POLINE-PRODUCT-CODE TO LOT-PRODUCT-CODE.
           MOVE LOT-ENTRY TO LOT-NUMBER.
           MOVE "Y" TO LOT-ROW-FOUND.
           READ LOT-FILE
                     INVALID KEY
                     MOVE "N" TO LOT-ROW-FOUND.
           IF LOT-ROW-FOUND = "N"
                     DISPLAY "NO SUCH LOT ON FILE FOR "
                             POLINE-PRODUCT-CODE
                     GO TO GET-THE-LOT.
           MOVE "Y" TO LOT-WAS-KEYED.
           IF LOT-IS-QUARANTINED
                     MOVE "Y" TO LOT-IS-SET-ASIDE
                     DISPLAY "LOT IS QUARANTINED - IT COMES OFF THE "
                             "LOT ONLY, NOT THE SHELF".

       GET-THE-LOT-EXIT.
           EXIT.

      * HOLD-TO-WHAT-IS-THERE KEEPS THE RETURN WITHIN WHAT THE LOT
      * STILL HOLDS AND, UNLESS THE LOT IS QUARANTINED AND ALREADY
      * OFF THE SHELF, WHAT IS ON HAND.
       HOLD-TO-WHAT-IS-THERE.
           IF LOT-WAS-KEYED = "Y" AND
              LOT-QTY-REMAINING < RETURNABLE-QUANTITY
                     MOVE LOT-QTY-REMAINING TO RETURNABLE-QUANTITY.
           IF LOT-IS-SET-ASIDE NOT = "Y" AND
              PRODUCT-QTY-ON-HAND < RETURNABLE-QUANTITY
                     MOVE PRODUCT-QTY-ON-HAND TO RETURNABLE-QUANTITY.

       GET-THE-RETURN-QUANTITY.
           DISPLAY "QUANTITY GOING BACK (UP TO "
                   RETURNABLE-QUANTITY ", 0 TO SKIP) ? ".
           ACCEPT QUANTITY-ENTRY.
           MOVE QUANTITY-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y"
                     DISPLAY "QUANTITY MUST BE NUMERIC"
                     GO TO GET-THE-RETURN-QUANTITY.
           IF KEYED-NUMBER-VALUE > RETURNABLE-QUANTITY
                     DISPLAY "MORE THAN CAN GO BACK ON THIS LINE"
                     GO TO GET-THE-RETURN-QUANTITY.
           MOVE KEYED-NUMBER-VALUE TO RETURN-QUANTITY.

       GET-THE-REASON.
           DISPLAY "REASON FOR THE RETURN ? ".
           ACCEPT REASON-ENTRY.
           IF REASON-ENTRY = SPACE
                     DISPLAY "GIVE A REASON FOR THE RETURN LOG"
                     GO TO GET-THE-REASON.

      * APPLY-THE-RETURN TAKES THE STOCK OFF HAND FIRST; THE PO LINE
      * AND THE LOG ONLY RECORD A RETURN THAT ACTUALLY LEFT.
      * A QUARANTINED LOT IS ALREADY OFF THE SHELF, SO ONLY THE LOT
      * COMES DOWN.
       APPLY-THE-RETURN.
           IF LOT-IS-SET-ASIDE = "Y"
                     PERFORM RELIEVE-THE-LOT
                     PERFORM UPDATE-THE-PO-LINE
           ELSE
                     PERFORM TAKE-OFF-THE-SHELF.

       TAKE-OFF-THE-SHELF.
           SUBTRACT RETURN-QUANTITY FROM PRODUCT-QTY-ON-HAND.
           REWRITE PRODUCT-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED - STATUS "
                             PRODUCT-FILE-STATUS
                     NOT INVALID KEY
                     PERFORM TAKE-OFF-THE-LOCATION
                     PERFORM RELIEVE-THE-LOT
                     PERFORM WRITE-MOVEMENT-RECORD
                     PERFORM UPDATE-THE-PO-LINE.

       RELIEVE-THE-LOT.
           IF LOT-WAS-KEYED = "Y"
                     SUBTRACT RETURN-QUANTITY FROM LOT-QTY-REMAINING
                     REWRITE PRODUCT-LOT-RECORD
                               INVALID KEY
                               DISPLAY "REWRITE FAILED ON PRODLOT.DAT "
                                       "- STATUS " LOT-FILE-STATUS.

      * TAKE-OFF-THE-LOCATION BRINGS DOWN THE SHIPPING LOCATION'S
      * BALANCE, NEVER BELOW ZERO - STOCK PUT AWAY ELSEWHERE HAS TO
      * BE TRANSFERRED TO THE DOCK TO KEEP THE LOCATIONS HONEST.
       TAKE-OFF-THE-LOCATION.
           IF LOCATIONS-IN-USE = "Y"
                     MOVE PRODUCT-CODE TO PRDLOC-PRODUCT-CODE
                     MOVE SHIPPING-LOCATION TO PRDLOC-LOCATION-CODE
                     PERFORM SETTLE-THE-LOCATION-ROW.

       SETTLE-THE-LOCATION-ROW.
           MOVE "Y" TO LOCATION-ROW-FOUND.
           READ PRODUCT-LOCATION-FILE
                     INVALID KEY
                     MOVE "N" TO LOCATION-ROW-FOUND.
           IF LOCATION-ROW-FOUND = "Y"
                     PERFORM SHRINK-THE-LOCATION-ROW.

       SHRINK-THE-LOCATION-ROW.
           IF PRDLOC-QTY-ON-HAND < RETURN-QUANTITY
                     MOVE ZERO TO PRDLOC-QTY-ON-HAND
           ELSE
                     SUBTRACT RETURN-QUANTITY FROM PRDLOC-QTY-ON-HAND.
           REWRITE PRODUCT-LOCATION-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED ON PRODLOC.DAT - "
                             "STATUS " PRDLOC-FILE-STATUS.

       WRITE-MOVEMENT-RECORD.
           ACCEPT MOVEMENT-DATE FROM DATE YYYYMMDD.
           ACCEPT MOVEMENT-TIME FROM TIME.
           MOVE PRODUCT-CODE TO MOVEMENT-PRODUCT-CODE.
           MOVE "I" TO MOVEMENT-TYPE.
           MOVE "-" TO MOVEMENT-SIGN.
           MOVE RETURN-QUANTITY TO MOVEMENT-QUANTITY.
           MOVE OPERATOR-ID TO MOVEMENT-OPERATOR-ID.
           MOVE SHIPPING-LOCATION TO MOVEMENT-LOCATION.
           MOVE "VR" TO MOVEMENT-SOURCE.
           MOVE POLINE-UNIT-COST TO MOVEMENT-UNIT-COST.
           WRITE MOVEMENT-RECORD.
           IF MOVEMENT-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING PRODMOVE.DAT - STATUS "
                             MOVEMENT-FILE-STATUS.

       UPDATE-THE-PO-LINE.
           ADD RETURN-QUANTITY TO POLINE-RETURNED-QTY.
           REWRITE PO-LINE-RECORD.
           IF POLINE-FILE-STATUS NOT = "00"
                     DISPLAY "REWRITE FAILED ON POLINE.DAT - "
                             "STATUS " POLINE-FILE-STATUS
           ELSE
                     DISPLAY RETURN-QUANTITY " RETURNED - LINE NOW "
                             POLINE-RETURNED-QTY " OF "
                             POLINE-RECEIVED-QTY " RECEIVED"
                     PERFORM LOG-THE-RETURN.

       LOG-THE-RETURN.
           MOVE TODAYS-DATE TO VNDRTN-DATE.
           MOVE PO-NUMBER TO VNDRTN-PO-NUMBER.
           MOVE POLINE-NUMBER TO VNDRTN-LINE-NUMBER.
           MOVE PO-VENDOR-NUMBER TO VNDRTN-VENDOR-NUMBER.
           MOVE POLINE-PRODUCT-CODE TO VNDRTN-PRODUCT-CODE.
           MOVE RETURN-QUANTITY TO VNDRTN-QUANTITY.
           MOVE POLINE-UNIT-COST TO VNDRTN-UNIT-COST.
           MOVE REASON-ENTRY TO VNDRTN-REASON.
           MOVE OPERATOR-ID TO VNDRTN-OPERATOR-ID.
           MOVE LOT-ENTRY TO VNDRTN-LOT-NUMBER.
           MOVE MEMO-NUMBER-TO-USE TO VNDRTN-MEMO-NUMBER.
           WRITE VENDOR-RETURN-RECORD.
           IF RETURN-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING VENDRTN.DAT - STATUS "
                             RETURN-FILE-STATUS.
           PERFORM PRINT-THE-RETURN-LINE.

      * START-THE-AUTHORIZATION OPENS THE RETURN AUTHORIZATION WITH
      * THE FIRST RETURN POSTED AGAINST THE PO: IT TAKES THE NEXT
      * VOUCHER NUMBER FOR THE DEBIT MEMO, ASKS FOR THE VENDOR'S OWN
      * AUTHORIZATION NUMBER, AND PRINTS THE PACKING DOCUMENT
      * HEADING.
       START-THE-AUTHORIZATION.
           IF RA-IS-STARTED NOT = "Y"
                     MOVE "Y" TO RA-IS-STARTED
                     PERFORM LOAD-THE-AP-CONTROL
                     PERFORM GET-THE-VENDOR-RA
                     PERFORM PRINT-THE-RA-HEADING.

       GET-THE-VENDOR-RA.
           DISPLAY "VENDOR'S RETURN AUTHORIZATION NUMBER (BLANK IF "
                   "NONE) ? ".
           ACCEPT VENDOR-RA-ENTRY.

       PRINT-THE-RA-HEADING.
           MOVE MEMO-NUMBER-TO-USE TO PRINT-RA-NUMBER.
           MOVE TODAYS-DATE TO PRINT-RA-DATE.
           MOVE PO-NUMBER TO PRINT-RA-PO-NUMBER.
           MOVE RA-TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           IF VENDOR-RA-ENTRY NOT = SPACE
                     MOVE VENDOR-RA-ENTRY TO PRINT-VENDOR-RA
                     MOVE RA-VENDOR-RA-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE PO-VENDOR-NUMBER TO VENDOR-NUMBER.
           MOVE "N" TO VENDOR-FOUND.
           IF VENDOR-ON-FILE = "Y"
                     MOVE "Y" TO VENDOR-FOUND
                     READ VENDOR-FILE
                               INVALID KEY
                               MOVE "N" TO VENDOR-FOUND.
           IF VENDOR-FOUND = "N"
                     MOVE "** NOT ON VENDOR FILE **" TO VENDOR-NAME
                     MOVE SPACE TO VENDOR-ADDRESS1 VENDOR-ADDRESS2
                     MOVE SPACE TO VENDOR-CITY VENDOR-STATE
                     MOVE ZERO TO VENDOR-ZIP.
           MOVE PO-VENDOR-NUMBER TO PRINT-VENDOR-NUMBER.
           MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
           MOVE RA-VENDOR-NAME-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE VENDOR-ADDRESS1 TO PRINT-VENDOR-ADDRESS.
           MOVE RA-VENDOR-ADDRESS-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF VENDOR-ADDRESS2 NOT = SPACE
                     MOVE VENDOR-ADDRESS2 TO PRINT-VENDOR-ADDRESS
                     MOVE RA-VENDOR-ADDRESS-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE VENDOR-CITY TO PRINT-VENDOR-CITY.
           MOVE VENDOR-STATE TO PRINT-VENDOR-STATE.
           MOVE VENDOR-ZIP TO PRINT-VENDOR-ZIP.
           MOVE RA-VENDOR-CITY-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE RA-COLUMN-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       PRINT-THE-RETURN-LINE.
           COMPUTE RETURN-EXTENSION =
                     RETURN-QUANTITY * POLINE-UNIT-COST.
           ADD RETURN-EXTENSION TO MEMO-TOTAL.
           ADD 1 TO RA-LINE-COUNT.
           MOVE POLINE-NUMBER TO PRINT-RA-LINE.
           MOVE POLINE-PRODUCT-CODE TO PRINT-RA-PRODUCT.
           MOVE LOT-ENTRY TO PRINT-RA-LOT.
           MOVE RETURN-QUANTITY TO PRINT-RA-QUANTITY.
           MOVE POLINE-UNIT-COST TO PRINT-RA-UNIT-COST.
           MOVE RETURN-EXTENSION TO PRINT-RA-EXTENSION.
           MOVE REASON-ENTRY TO PRINT-RA-REASON.
           MOVE RA-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * FINISH-THE-AUTHORIZATION TOTALS THE PACKING DOCUMENT AND
      * FILES THE DEBIT MEMO FOR WHAT WENT BACK. GOODS RECEIVED AT NO
      * COST LEAVE NOTHING TO CHARGE BACK, AND NO MEMO IS FILED.
       FINISH-THE-AUTHORIZATION.
           MOVE RA-LINE-COUNT TO PRINT-RA-LINE-COUNT.
           MOVE MEMO-TOTAL TO PRINT-RA-TOTAL.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE RA-TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           IF MEMO-TOTAL = ZERO
                     DISPLAY "NOTHING TO CHARGE BACK - NO DEBIT MEMO "
                             "FILED"
           ELSE
                     MOVE MEMO-NUMBER-TO-USE TO PRINT-MEMO-NUMBER
                     MOVE MEMO-TOTAL TO PRINT-MEMO-AMOUNT
                     MOVE RA-MEMO-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1
                     PERFORM FILE-THE-DEBIT-MEMO.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

       FILE-THE-DEBIT-MEMO.
           MOVE MEMO-NUMBER-TO-USE TO AP-VOUCHER-NUMBER.
           MOVE PO-VENDOR-NUMBER TO AP-VENDOR-NUMBER.
           IF VENDOR-RA-ENTRY NOT = SPACE
                     MOVE VENDOR-RA-ENTRY TO AP-VENDOR-INVOICE
           ELSE
                     MOVE MEMO-NUMBER-TO-USE TO MEMO-REFERENCE-NUMBER
                     MOVE MEMO-REFERENCE TO AP-VENDOR-INVOICE.
           MOVE TODAYS-DATE TO AP-INVOICE-DATE.
           MOVE PO-NUMBER TO AP-PO-NUMBER.
           MOVE MEMO-TOTAL TO AP-ORIGINAL-AMOUNT.
           COMPUTE AP-BALANCE-DUE = ZERO - MEMO-TOTAL.
           MOVE "O" TO AP-ITEM-STATUS.
           MOVE TODAYS-DATE TO AP-ENTRY-DATE.
           MOVE OPERATOR-ID TO AP-OPERATOR-ID.
           MOVE TODAYS-DATE TO AP-DUE-DATE.
           MOVE "N" TO AP-SELECTED-FLAG.
           MOVE ZEROES TO AP-PAID-DATE AP-CHECK-NUMBER.
           MOVE "D" TO AP-ITEM-TYPE.
           WRITE AP-ITEM-RECORD
                     INVALID KEY
                     DISPLAY "DUPLICATE VOUCHER NUMBER - CHECK "
                             "APCTL.DAT - DEBIT MEMO NOT FILED"
                     NOT INVALID KEY
                     MOVE MEMO-TOTAL TO DISPLAY-AMOUNT
                     DISPLAY "DEBIT MEMO " AP-VOUCHER-NUMBER
                             " FILED FOR " DISPLAY-AMOUNT
                     ADD 1 TO MEMO-NUMBER-TO-USE
                     PERFORM SAVE-THE-AP-CONTROL.

       LOAD-THE-AP-CONTROL.
           MOVE 5000001 TO MEMO-NUMBER-TO-USE.
           OPEN INPUT AP-CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
                     READ AP-CONTROL-FILE
                     IF CONTROL-FILE-STATUS = "00"
                               MOVE NEXT-VOUCHER-NUMBER TO
                                    MEMO-NUMBER-TO-USE.
           CLOSE AP-CONTROL-FILE.

       SAVE-THE-AP-CONTROL.
           OPEN OUTPUT AP-CONTROL-FILE.
           MOVE MEMO-NUMBER-TO-USE TO NEXT-VOUCHER-NUMBER.
           WRITE AP-CONTROL-RECORD.
           CLOSE AP-CONTROL-FILE.

       GO-AGAIN.
           DISPLAY "RETURN AGAINST ANOTHER PO?".
           ACCEPT YES-NO.
           IF YES-NO = "y"
                     MOVE "Y" TO YES-NO
           IF YES-NO NOT = "Y"
                     MOVE "N" TO YES-NO.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM PORTN01.
