      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRPCNF01.

      ******************************************************************
      * This program takes a vendor's confirmation that a drop-ship
      * PO has gone out - the goods went straight from the vendor to
      * our customer, so nothing is ever received here. The operator
      * keys the PO number ORDADD01 raised, and the vendor's ship
      * date, and for each PO line the quantity the vendor says it
      * shipped (blank for all of it). The quantity lands on the PO
      * line as received, so APVCH01 can voucher the vendor's bill
      * against it, and on the customer order line as shipped, which
      * releases the line for invoicing; anything the vendor did not
      * ship is cancelled, the way a short pick is. The PO closes.
      * An order made up only of drop-ship lines is marked shipped
      * once its last line is confirmed; an order with stock lines
      * still ships them through ORDPCK01 and ORDSHP01, and ORDINV01
      * bills it once both halves are out. A PO for a cancelled
      * order is refused - the vendor is to be called off instead.
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

                 SELECT ORDER-HEADER-FILE
                           ASSIGN TO "ORDHDR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS ORDER-NUMBER
                           FILE STATUS IS HEADER-FILE-STATUS.

                 SELECT ORDER-LINE-FILE
                           ASSIGN TO "ORDLINE.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS LINE-FILE-STATUS.

                 SELECT WORK-LINE-FILE
                           ASSIGN TO "ORDLINE.TMP"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WORK-FILE-STATUS.

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

      * ORDER-HEADER-RECORD AND ORDER-LINE-RECORD ARE THE SHARED
      * ORDER LAYOUTS - SEE COPYBOOKS/WORDHDR.CPY AND WORDLINE.CPY.
       FD  ORDER-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WORDHDR.

       FD  ORDER-LINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WORDLINE.

      * THE WORK FILE CARRIES A PLAIN COPY OF EACH LINE RECORD WHILE
      * THE LINE FILE IS REBUILT AROUND THE CONFIRMED LINES.
       FD  WORK-LINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-LINE-RECORD               PIC X(130).

       WORKING-STORAGE SECTION.

           01 PO-FILE-STATUS        PIC XX.
           01 POLINE-FILE-STATUS    PIC XX.
           01 HEADER-FILE-STATUS    PIC XX.
           01 LINE-FILE-STATUS      PIC XX.
           01 WORK-FILE-STATUS      PIC XX.
           01 YES-NO                PIC X.
           01 RECORD-FOUND          PIC X.
           01 END-OF-FILE           PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

           01 PO-ENTRY-FIELD        PIC X(7).
           01 QUANTITY-ENTRY        PIC X(5).
           01 DATE-ENTRY            PIC X(8).
           01 SHIPPED-QUANTITY      PIC 9(5).
           01 VENDOR-SHIP-DATE      PIC 9(8).
           01 LINES-SHORT           PIC 9(3).
           01 LINES-RELEASED        PIC 9(3).
           01 LINES-STILL-WAITING   PIC 9(3).
           01 STOCK-LINES-ON-ORDER  PIC 9(3).

      * WHAT THE VENDOR CONFIRMED, BY CUSTOMER ORDER LINE, HELD UNTIL
      * THE ORDER LINE FILE IS REBUILT AROUND IT.
           01 CONFIRMS-HELD         PIC 9(3).
           01 CONFIRM-SUBSCRIPT     PIC 9(3).
           01 CONFIRM-WAS-FOUND     PIC X.
           01 CONFIRM-TABLE.
                 05 CONFIRM-ENTRY OCCURS 999 TIMES.
                           10 CONFIRM-ORDER-LINE  PIC 9(3).
                           10 CONFIRM-QUANTITY    PIC 9(5).

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "Y" TO YES-NO.
            PERFORM CONFIRM-DROP-SHIPMENTS
                           UNTIL YES-NO = "N".
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           IF OPERATOR-AUTHORITY < 5
                     DISPLAY "UPDATE AUTHORITY IS NEEDED TO RUN "
                             "THIS PROGRAM"
                     STOP RUN.
           OPEN I-O PO-HEADER-FILE.
           IF PO-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN POHDR.DAT - STATUS "
                             PO-FILE-STATUS
                     STOP RUN.
           OPEN I-O ORDER-HEADER-FILE.
           IF HEADER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN ORDHDR.DAT - STATUS "
                             HEADER-FILE-STATUS
                     STOP RUN.

       CLOSING-PROCEDURE.
           CLOSE PO-HEADER-FILE.
           CLOSE ORDER-HEADER-FILE.

       CONFIRM-DROP-SHIPMENTS.
           PERFORM GET-THE-PO.
           IF RECORD-FOUND = "Y"
                     PERFORM CHECK-THE-PO.
           IF RECORD-FOUND = "Y"
                     PERFORM CONFIRM-ONE-PO.
           PERFORM GO-AGAIN.

       GET-THE-PO.
           MOVE "N" TO RECORD-FOUND.
           DISPLAY "DROP-SHIP PO NUMBER ? ".
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

      * CHECK-THE-PO REFUSES A STOCK PO (THAT IS RECEIVED IN
      * PORCV01), ONE ALREADY CONFIRMED OR CANCELLED, AND ONE WHOSE
      * CUSTOMER ORDER IS GONE OR CANCELLED.
       CHECK-THE-PO.
           IF PO-DROP-ORDER-NUMBER = ZERO
                     DISPLAY "PO " PO-NUMBER " IS NOT A DROP-SHIP PO "
                             "- RECEIVE IT IN PORCV01"
                     MOVE "N" TO RECORD-FOUND
           ELSE
                     IF NOT PO-IS-OPEN
                               DISPLAY "PO " PO-NUMBER " IS NOT OPEN "
                                       "(STATUS " PO-STATUS
                                       ") - REFUSED"
                               MOVE "N" TO RECORD-FOUND
                     ELSE
                               PERFORM CHECK-THE-ORDER.

       CHECK-THE-ORDER.
           MOVE PO-DROP-ORDER-NUMBER TO ORDER-NUMBER.
           READ ORDER-HEADER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "ORDER " PO-DROP-ORDER-NUMBER " IS NO "
                             "LONGER ON FILE - REFUSED"
           ELSE
                     IF ORDER-IS-CANCELLED
                               DISPLAY "ORDER " ORDER-NUMBER " WAS "
                                       "CANCELLED - CALL VENDOR "
                                       PO-VENDOR-NUMBER " OFF"
                               MOVE "N" TO RECORD-FOUND.

      * CONFIRM-ONE-PO TAKES EVERY LINE OF THE PO IN ONE PASS - A
      * VENDOR CONFIRMS A SHIPMENT, NOT A LINE - THEN CARRIES THE
      * QUANTITIES ONTO THE ORDER, CLOSES THE PO, AND SEES WHETHER
      * THE ORDER IS NOW READY TO BILL.
       CONFIRM-ONE-PO.
           DISPLAY "PO " PO-NUMBER " ON VENDOR " PO-VENDOR-NUMBER
                   " FOR ORDER " PO-DROP-ORDER-NUMBER
                   " ACCOUNT " PO-DROP-ACCOUNT.
           PERFORM GET-THE-SHIP-DATE.
           MOVE ZEROES TO CONFIRMS-HELD LINES-SHORT.
           OPEN I-O PO-LINE-FILE.
           IF POLINE-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN POLINE.DAT - STATUS "
                             POLINE-FILE-STATUS
           ELSE
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-PO-LINE
                     PERFORM CONFIRM-ONE-PO-LINE
                          UNTIL END-OF-FILE = "Y"
                     CLOSE PO-LINE-FILE.
           IF CONFIRMS-HELD = ZERO
                     DISPLAY "NO LINES CONFIRMED - PO LEFT OPEN"
           ELSE
                     PERFORM RELEASE-THE-ORDER-LINES
                     PERFORM CLOSE-THE-PO
                     PERFORM CHECK-THE-ORDER-COMPLETE.

       GET-THE-SHIP-DATE.
           DISPLAY "VENDOR SHIP DATE (YYYYMMDD, BLANK FOR TODAY) ? ".
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY IS NUMERIC
                     MOVE DATE-ENTRY TO VENDOR-SHIP-DATE
           ELSE
                     ACCEPT VENDOR-SHIP-DATE FROM DATE YYYYMMDD.

       READ-NEXT-PO-LINE.
           READ PO-LINE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       CONFIRM-ONE-PO-LINE.
           IF POLINE-PO-NUMBER = PO-NUMBER
                     PERFORM CONFIRM-THE-PO-LINE.
           PERFORM READ-NEXT-PO-LINE.

      * CONFIRM-THE-PO-LINE POSTS THE VENDOR'S QUANTITY AS RECEIVED
      * IN PLACE, WHILE THE FILE IS STILL POSITIONED ON THE LINE,
      * THE WAY PORCV01 POSTS A RECEIPT.
       CONFIRM-THE-PO-LINE.
           DISPLAY "LINE " POLINE-NUMBER " " POLINE-PRODUCT-CODE
                   " ORDERED " POLINE-QUANTITY
                   " FOR ORDER LINE " POLINE-DROP-ORDER-LINE.
           PERFORM GET-THE-SHIPPED-QUANTITY.
           MOVE SHIPPED-QUANTITY TO POLINE-RECEIVED-QTY.
           REWRITE PO-LINE-RECORD.
           IF POLINE-FILE-STATUS NOT = "00"
                     DISPLAY "REWRITE FAILED ON POLINE.DAT - "
                             "STATUS " POLINE-FILE-STATUS
           ELSE
                     ADD 1 TO CONFIRMS-HELD
                     MOVE POLINE-DROP-ORDER-LINE TO
                               CONFIRM-ORDER-LINE (CONFIRMS-HELD)
                     MOVE SHIPPED-QUANTITY TO
                               CONFIRM-QUANTITY (CONFIRMS-HELD)
                     PERFORM NOTE-A-SHORT-LINE.

       NOTE-A-SHORT-LINE.
           IF SHIPPED-QUANTITY < POLINE-QUANTITY
                     ADD 1 TO LINES-SHORT
                     DISPLAY "VENDOR SHORT - THE OTHER "
                             "UNITS ON THE LINE ARE CANCELLED".

       GET-THE-SHIPPED-QUANTITY.
           DISPLAY "QUANTITY THE VENDOR SHIPPED (BLANK = "
                   POLINE-QUANTITY ") ? ".
           ACCEPT QUANTITY-ENTRY.
           IF QUANTITY-ENTRY = SPACE
                     MOVE POLINE-QUANTITY TO SHIPPED-QUANTITY
           ELSE
                     MOVE QUANTITY-ENTRY TO KEYED-NUMBER-TEXT
                     CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                               KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD
                     IF KEYED-NUMBER-GOOD NOT = "Y"
                               DISPLAY "QUANTITY MUST BE NUMERIC"
                               GO TO GET-THE-SHIPPED-QUANTITY
                     ELSE
                               IF KEYED-NUMBER-VALUE > POLINE-QUANTITY
                                         DISPLAY "MORE THAN WAS "
                                                 "ORDERED - CHECK THE "
                                                 "VENDOR'S PAPERWORK"
                                         GO TO GET-THE-SHIPPED-QUANTITY
                               ELSE
                                         MOVE KEYED-NUMBER-VALUE TO
                                              SHIPPED-QUANTITY.

      * RELEASE-THE-ORDER-LINES WALKS THE WHOLE LINE FILE THROUGH THE
      * WORK FILE, SETTING THE SHIPPED QUANTITY ON EACH ORDER LINE THE
      * PO FILLS AND MARKING IT CONFIRMED, AND COPIES IT BACK - A
      * LINE-SEQUENTIAL RECORD CANNOT BE REWRITTEN IN PLACE.
       RELEASE-THE-ORDER-LINES.
           MOVE ZEROES TO LINES-RELEASED.
           OPEN INPUT ORDER-LINE-FILE.
           IF LINE-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN ORDLINE.DAT - STATUS "
                             LINE-FILE-STATUS
           ELSE
                     OPEN OUTPUT WORK-LINE-FILE
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-LINE
                     PERFORM RELEASE-ONE-ORDER-LINE
                          UNTIL END-OF-FILE = "Y"
                     CLOSE ORDER-LINE-FILE
                     CLOSE WORK-LINE-FILE
                     PERFORM COPY-THE-LINES-BACK
                     DISPLAY LINES-RELEASED " ORDER LINE(S) RELEASED "
                             "FOR INVOICING, " LINES-SHORT " SHORT".

       READ-NEXT-LINE.
           READ ORDER-LINE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       RELEASE-ONE-ORDER-LINE.
           IF LINE-ORDER-NUMBER = PO-DROP-ORDER-NUMBER AND
              LINE-DROP-PO-NUMBER = PO-NUMBER AND
              LINE-AWAITS-VENDOR
                     PERFORM FIND-THE-CONFIRMATION
                     IF CONFIRM-WAS-FOUND = "Y"
                               MOVE CONFIRM-QUANTITY
                                    (CONFIRM-SUBSCRIPT) TO
                                    LINE-SHIPPED-QUANTITY
                               MOVE "C" TO LINE-DROP-SHIP-STATUS
                               ADD 1 TO LINES-RELEASED.
           MOVE ORDER-LINE-RECORD TO WORK-LINE-RECORD.
           WRITE WORK-LINE-RECORD.
           PERFORM READ-NEXT-LINE.

       FIND-THE-CONFIRMATION.
           MOVE "N" TO CONFIRM-WAS-FOUND.
           MOVE 1 TO CONFIRM-SUBSCRIPT.
           PERFORM MATCH-ONE-CONFIRMATION
                     UNTIL CONFIRM-SUBSCRIPT > CONFIRMS-HELD
                        OR CONFIRM-WAS-FOUND = "Y".

       MATCH-ONE-CONFIRMATION.
           IF CONFIRM-ORDER-LINE (CONFIRM-SUBSCRIPT) = LINE-NUMBER
                     MOVE "Y" TO CONFIRM-WAS-FOUND
           ELSE
                     ADD 1 TO CONFIRM-SUBSCRIPT.

       COPY-THE-LINES-BACK.
           OPEN INPUT WORK-LINE-FILE.
           OPEN OUTPUT ORDER-LINE-FILE.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-WORK-LINE.
           PERFORM COPY-ONE-LINE-BACK
                 UNTIL END-OF-FILE = "Y".
           CLOSE WORK-LINE-FILE.
           CLOSE ORDER-LINE-FILE.

       READ-NEXT-WORK-LINE.
           READ WORK-LINE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       COPY-ONE-LINE-BACK.
           MOVE WORK-LINE-RECORD TO ORDER-LINE-RECORD.
           WRITE ORDER-LINE-RECORD.
           PERFORM READ-NEXT-WORK-LINE.

       CLOSE-THE-PO.
           MOVE "C" TO PO-STATUS.
           REWRITE PO-HEADER-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED - STATUS "
                             PO-FILE-STATUS
                     NOT INVALID KEY
                     DISPLAY "PO " PO-NUMBER " CONFIRMED SHIPPED "
                             VENDOR-SHIP-DATE " - CLOSED".

      * CHECK-THE-ORDER-COMPLETE COUNTS WHAT ON THE ORDER IS STILL
      * WAITING ON A VENDOR, AND WHETHER IT HAS STOCK LINES OF ITS
      * OWN. AN ORDER ENTIRELY DROP-SHIP, NOW ALL CONFIRMED, IS
      * MARKED SHIPPED ON THE VENDOR'S DATE WITH NO FREIGHT OF OURS.
       CHECK-THE-ORDER-COMPLETE.
           MOVE ZEROES TO LINES-STILL-WAITING STOCK-LINES-ON-ORDER.
           OPEN INPUT ORDER-LINE-FILE.
           IF LINE-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-LINE
                     PERFORM COUNT-ONE-ORDER-LINE
                          UNTIL END-OF-FILE = "Y"
                     CLOSE ORDER-LINE-FILE.
           IF LINES-STILL-WAITING NOT = ZERO
                     DISPLAY "ORDER " ORDER-NUMBER " STILL HAS "
                             LINES-STILL-WAITING " DROP-SHIP LINE(S) "
                             "AWAITING THEIR VENDORS"
           ELSE
                     IF ORDER-IS-SHIPPED
                               DISPLAY "ORDER " ORDER-NUMBER
                                       " IS READY TO INVOICE"
                     ELSE
                               IF STOCK-LINES-ON-ORDER = ZERO
                                         PERFORM MARK-THE-ORDER-SHIPPED
                               ELSE
                                         DISPLAY "ORDER " ORDER-NUMBER
                                                 " BILLS ONCE ITS "
                                                 "STOCK LINES SHIP "
                                                 "IN ORDSHP01".

       COUNT-ONE-ORDER-LINE.
           IF LINE-ORDER-NUMBER = ORDER-NUMBER
                     IF LINE-AWAITS-VENDOR
                               ADD 1 TO LINES-STILL-WAITING
                     ELSE
                               IF NOT LINE-IS-DROP-SHIP
                                         ADD 1 TO STOCK-LINES-ON-ORDER.
           PERFORM READ-NEXT-LINE.

       MARK-THE-ORDER-SHIPPED.
           MOVE VENDOR-SHIP-DATE TO ORDER-SHIP-DATE.
           MOVE "S" TO ORDER-STATUS.
           MOVE SPACE TO ORDER-CARRIER.
           MOVE ZERO TO ORDER-FREIGHT-AMOUNT.
           REWRITE ORDER-HEADER-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED - STATUS "
                             HEADER-FILE-STATUS
                     NOT INVALID KEY
                     DISPLAY "ORDER " ORDER-NUMBER " SHIPPED BY THE "
                             "VENDOR " ORDER-SHIP-DATE
                             " - READY TO INVOICE".

       GO-AGAIN.
           DISPLAY "CONFIRM ANOTHER DROP-SHIP PO?".
           ACCEPT YES-NO.
           IF YES-NO = "y"
                     MOVE "Y" TO YES-NO
           IF YES-NO NOT = "Y"
                     MOVE "N" TO YES-NO.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM DRPCNF01.
