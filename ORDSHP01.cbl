      * the customer re-orders or the line is re-keyed), the ship
      * date is stamped on the header, and the order is marked
      * shipped so ORDINV01 can bill the shipped quantities. The
      * bill-to and the ship-to are shown apart before the lines are
      * confirmed. The operator keys the carrier the order went by,
      * and the freight is rated off FRTRATE.DAT (FRTMNT01 maintains
      * it) for the carrier and the ship-to's ZIP prefix (the
      * bill-to's when the order has no ship-to) on the weight
      * shipped, for ORDINV01 to bill - nothing for a prepaid-freight
      * account or a blank carrier (customer pick-up). The line file
      * is rebuilt through ORDLINE.TMP since a line-sequential record
      * cannot be rewritten in place. A kit line (see BOMMNT01) is
      * worked at component level for whatever order entry took as
      * components: the kits built ahead ship first, and the lots
      * relieved and the short-picked stock put back are the
      * components' own, each with its own PRODMOVE.DAT row. Each
      * unit of a serialized product shipped is keyed by serial
      * number, and its SERIAL.DAT row is stamped with the account,
      * the order, the ship date and the date its warranty ends.
      * Before each line is confirmed the lots to pick it from are
      * shown earliest expiry first - the order the shipment will
      * relieve them in - and a lot past its expiry, or quarantined
      * by LOTEXP01, is never suggested or relieved. A drop-ship
      * line is passed over: the vendor ships it, and DRPCNF01
      * records what went when the vendor confirms.
      ******************************************************************

       ENVIRONMENT DIVISION.
                           RECORD KEY IS PRODUCT-CODE
                           FILE STATUS IS PRODUCT-FILE-STATUS.

                 SELECT CUSTOMER-FILE
                           ASSIGN TO "CUSTOMER.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                           FILE STATUS IS CUSTOMER-FILE-STATUS.

                 SELECT OPTIONAL FREIGHT-RATE-FILE
                           ASSIGN TO "FRTRATE.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS FREIGHT-KEY
                           FILE STATUS IS FREIGHT-FILE-STATUS.

                 SELECT OPTIONAL MOVEMENT-FILE
                           ASSIGN TO "PRODMOVE.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS TRACE-FILE-STATUS.

                 SELECT OPTIONAL SERIAL-FILE
                           ASSIGN TO "SERIAL.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS SERIAL-KEY
                           FILE STATUS IS SERIAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.


       FD  WORK-LINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-LINE-RECORD               PIC X(130).

       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRODF.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

      * FREIGHT-RATE-RECORD IS THE SHARED RATE LAYOUT - SEE
      * COPYBOOKS/WFRTRATE.CPY.
       FD  FREIGHT-RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WFRTRATE.

      * MOVEMENT-RECORD IS THE SHARED HISTORY LAYOUT - SEE
      * COPYBOOKS/WPRDMOV.CPY.
       FD  MOVEMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WLOTTRC.

      * SERIAL-RECORD IS THE SHARED SERIAL HISTORY LAYOUT - SEE
      * COPYBOOKS/WSERIAL.CPY.
       FD  SERIAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WSERIAL.

       WORKING-STORAGE SECTION.

           01 HEADER-FILE-STATUS    PIC XX.
           01 NEW-ON-HAND           PIC S9(6).
           01 LINES-CONFIRMED       PIC 9(3).
           01 LINES-SHORT           PIC 9(3).
           01 LINE-TO-CONFIRM       PIC X.
           01 DROP-LINES-WAITING    PIC 9(3).

      * VARIABLES FOR KIT LINES. THE COMPONENT TABLE COMES FROM
      * BOMFND01. OF THE LINE'S KITS, THE BUILT ONES CAME OFF THE
      * SHELF WHOLE AND THE MADE-UP ONES WERE TAKEN AS COMPONENTS;
      * THE BUILT ONES ARE TAKEN TO SHIP FIRST.
       COPY WKITTBL.
           01 KIT-SUBSCRIPT         PIC 99.
           01 KIT-LINE-COMPONENTS   PIC 9(5).
           01 BUILT-KITS            PIC 9(5).
           01 SHIPPED-BUILT         PIC 9(5).
           01 SHIPPED-MADE-UP       PIC 9(5).
           01 SHORT-BUILT           PIC 9(5).
           01 SHORT-MADE-UP         PIC 9(5).
           01 RELIEF-PRODUCT-CODE   PIC X(10).

      * VARIABLES FOR THE FREIGHT RATING.
           01 CUSTOMER-FILE-STATUS  PIC XX.
           01 FREIGHT-FILE-STATUS   PIC XX.
           01 CARRIER-ENTRY         PIC X(4).
           01 SHIPPED-WEIGHT        PIC 9(7)V99.
           01 LINE-WEIGHT           PIC 9(7)V99.
           01 THE-FREIGHT           PIC 9(7)V99.
           01 DISPLAY-WEIGHT        PIC Z,ZZZ,ZZ9.99.
           01 DISPLAY-FREIGHT       PIC Z,ZZZ,ZZ9.99.

      * VARIABLES FOR THE SHIP-TO, LOOKED UP THROUGH SHPFND01. THE
      * FREIGHT IS RATED TO THE ZIP THE GOODS GO TO - THE SHIP-TO'S,
      * OR THE BILL-TO'S FOR AN ORDER WITH NO SHIP-TO CODE.
           01 THE-SHIP-TO-ZIP       PIC 9(5).
           01 SHIP-TO-FOUND         PIC X.
       COPY WSHIPTO.

      * VARIABLES FOR THE LOT RELIEF.
           01 LOT-FILE-STATUS       PIC XX.
           01 BEST-LOT-FOUND        PIC X.
           01 BEST-LOT-NUMBER       PIC X(10).
           01 BEST-LOT-EXPIRY       PIC 9(8).
           01 QTY-TO-SUGGEST        PIC 9(5).
           01 SUGGEST-QUANTITY      PIC 9(5).
           01 LAST-LOT-NUMBER       PIC X(10).
           01 LAST-LOT-EXPIRY       PIC 9(8).
           01 LOTS-SUGGESTED        PIC 9(3).

      * VARIABLES FOR THE SERIAL NUMBER CAPTURE. THE WARRANTY END
      * IS THE SHIP DATE WALKED FORWARD THE PRODUCT'S WARRANTY
      * MONTHS, THE DAY PULLED BACK TO THE END OF A SHORTER MONTH.
           01 SERIAL-FILE-STATUS    PIC XX.
           01 SERIAL-RUN-PRODUCT    PIC X(10).
           01 SERIAL-ENTRY          PIC X(20).
           01 SERIALS-TO-KEY        PIC 9(5).
           01 SERIAL-ON-FILE        PIC X.
           01 TODAYS-DATE           PIC 9(8).
           01 THE-WARRANTY-MONTHS   PIC 9(3).
           01 THE-WARRANTY-END      PIC 9(8).
           01 MONTH-COUNT           PIC 9(6).
       01  WALK-DATE-PARTS.
                 05 WALK-YEAR              PIC 9(4).
                 05 WALK-MONTH             PIC 99.
                 05 WALK-DAY               PIC 99.
       01  WALK-DATE-WHOLE REDEFINES WALK-DATE-PARTS
                                           PIC 9(8).
       01  MONTH-LENGTH-TEXT         PIC X(24) VALUE
                                     "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-TEXT.
                 05 MONTH-LENGTH OCCURS 12 TIMES PIC 99.
       01  LEAP-QUOTIENT             PIC 9(4).
       01  LEAP-REMAINDER            PIC 9(4).
       01  THIS-MONTH-LENGTH         PIC 99.

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
                     DISPLAY "UNABLE TO OPEN PRODMOVE.DAT - STATUS "
                             MOVEMENT-FILE-STATUS
                     STOP RUN.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "
                             CUSTOMER-FILE-STATUS
                     STOP RUN.
           OPEN INPUT FREIGHT-RATE-FILE.
           OPEN I-O SERIAL-FILE.
           IF SERIAL-FILE-STATUS = "35"
                     OPEN OUTPUT SERIAL-FILE
                     CLOSE SERIAL-FILE
                     OPEN I-O SERIAL-FILE.
           IF SERIAL-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN SERIAL.DAT - STATUS "
                             SERIAL-FILE-STATUS
                     STOP RUN.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE ORDER-HEADER-FILE.
           CLOSE PRODUCT-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE FREIGHT-RATE-FILE.
           CLOSE MOVEMENT-FILE.
           CLOSE SERIAL-FILE.

       CONFIRM-SHIPMENTS.
           PERFORM GET-THE-ORDER.
      * COPIES IT BACK, AND THEN STAMPS THE HEADER SHIPPED.
       CONFIRM-ONE-ORDER.
           MOVE ZEROES TO LINES-CONFIRMED LINES-SHORT.
           MOVE ZEROES TO DROP-LINES-WAITING.
           MOVE ZEROES TO SHIPPED-WEIGHT.
           PERFORM SHOW-THE-ADDRESSES.
           OPEN INPUT ORDER-LINE-FILE.
           IF LINE-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN ORDLINE.DAT - STATUS "
                     CLOSE ORDER-LINE-FILE
                     CLOSE WORK-LINE-FILE
                     PERFORM COPY-THE-LINES-BACK
                     PERFORM RATE-THE-FREIGHT THRU
                               RATE-THE-FREIGHT-EXIT
                     PERFORM MARK-THE-ORDER-SHIPPED.

      * SHOW-THE-ADDRESSES PUTS THE BILL-TO AND THE SHIP-TO UP APART
      * BEFORE THE LINES ARE CONFIRMED, SO THE OPERATOR CHECKS THE
      * SHIPMENT IS GOING WHERE THE ORDER SAYS. A SHIP-TO SINCE
      * REMOVED FROM SHIPTO.DAT FALLS BACK TO THE BILL-TO ZIP FOR
      * THE FREIGHT AND THE OPERATOR IS TOLD.
       SHOW-THE-ADDRESSES.
           MOVE ZEROES TO THE-SHIP-TO-ZIP.
           MOVE ORDER-ACCOUNT-NUMBER TO CUSTOMER-ACCOUNT-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "BILL TO: (CUSTOMER " ORDER-ACCOUNT-NUMBER
                             " NO LONGER ON FILE)"
           ELSE
                     MOVE CUSTOMER-ZIP TO THE-SHIP-TO-ZIP
                     DISPLAY "BILL TO: " CUSTOMER-FIRST-NAME " "
                             CUSTOMER-LAST-NAME
                     DISPLAY "         " CUSTOMER-ADDRESS1
                     DISPLAY "         " CUSTOMER-CITY " "
                             CUSTOMER-STATE " " CUSTOMER-ZIP.
           IF ORDER-SHIP-TO-CODE = SPACE
                     DISPLAY "SHIP TO: SAME AS BILL TO"
           ELSE
                     CALL "SHPFND01" USING ORDER-ACCOUNT-NUMBER
                               ORDER-SHIP-TO-CODE SHIP-TO-RECORD
                               SHIP-TO-FOUND
                     IF SHIP-TO-FOUND NOT = "Y"
                               DISPLAY "SHIP TO: (SHIP-TO "
                                       ORDER-SHIP-TO-CODE
                                       " NO LONGER ON FILE - FREIGHT "
                                       "RATED TO THE BILL-TO ZIP)"
                     ELSE
                               MOVE SHIP-TO-ZIP TO THE-SHIP-TO-ZIP
                               DISPLAY "SHIP TO: " SHIP-TO-NAME " ("
                                       ORDER-SHIP-TO-CODE ")"
                               DISPLAY "         " SHIP-TO-ADDRESS1
                               DISPLAY "         " SHIP-TO-ADDRESS2
                               DISPLAY "         " SHIP-TO-CITY " "
                                       SHIP-TO-STATE " " SHIP-TO-ZIP.

       READ-NEXT-LINE.
           READ ORDER-LINE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

      * A DROP-SHIP LINE NEVER LEFT OUR SHELF - THE VENDOR'S OWN
      * CONFIRMATION THROUGH DRPCNF01 SETS WHAT SHIPPED - SO IT IS
      * COPIED THROUGH UNTOUCHED.
       CONFIRM-ONE-LINE.
           MOVE "N" TO LINE-TO-CONFIRM.
           IF LINE-ORDER-NUMBER = ORDER-NUMBER
                     IF LINE-IS-DROP-SHIP
                               PERFORM COUNT-THE-DROP-SHIP-LINE
                               DISPLAY "LINE " LINE-NUMBER " "
                                       LINE-PRODUCT-CODE
                                       " SHIPS DIRECT FROM THE VENDOR "
                                       "ON PO " LINE-DROP-PO-NUMBER
                     ELSE
                               MOVE "Y" TO LINE-TO-CONFIRM.
           IF LINE-TO-CONFIRM = "Y"
                     PERFORM SUGGEST-THE-LOTS
                     PERFORM GET-THE-SHIPPED-QUANTITY
                     MOVE SHIPPED-QUANTITY TO LINE-SHIPPED-QUANTITY
                     ADD 1 TO LINES-CONFIRMED
                     PERFORM SPLIT-THE-KIT-LINE
                     IF SHIPPED-QUANTITY NOT = ZERO
                               PERFORM RELIEVE-THE-LINE-LOTS
                               PERFORM CAPTURE-THE-LINE-SERIALS
                               PERFORM WEIGH-THE-SHIPPED-LINE.
           IF LINE-TO-CONFIRM = "Y"
                     IF SHIPPED-QUANTITY < LINE-QUANTITY
                               ADD 1 TO LINES-SHORT
                               PERFORM RESTOCK-THE-LINE.
           MOVE ORDER-LINE-RECORD TO WORK-LINE-RECORD.
           WRITE WORK-LINE-RECORD.
           PERFORM READ-NEXT-LINE.

      * SUGGEST-THE-LOTS SHOWS THE PICKER WHICH LOTS TO TAKE THE
      * LINE FROM, EARLIEST EXPIRY FIRST, UNTIL THE LINE QUANTITY
      * IS COVERED. NOTHING IS RELIEVED HERE - EACH PASS FINDS THE
      * NEXT LOT AFTER THE LAST ONE SHOWN, IN EXPIRY AND THEN LOT
      * NUMBER ORDER.
       SUGGEST-THE-LOTS.
           MOVE LINE-PRODUCT-CODE TO RELIEF-PRODUCT-CODE.
           MOVE LINE-QUANTITY TO QTY-TO-SUGGEST.
           MOVE ZERO TO LAST-LOT-EXPIRY.
           MOVE SPACE TO LAST-LOT-NUMBER.
           MOVE ZERO TO LOTS-SUGGESTED.
           MOVE "Y" TO BEST-LOT-FOUND.
           PERFORM SUGGEST-ONE-LOT
                 UNTIL QTY-TO-SUGGEST = ZERO OR
                       BEST-LOT-FOUND = "N".

       SUGGEST-ONE-LOT.
           PERFORM FIND-THE-NEXT-LOT.
           IF BEST-LOT-FOUND = "Y"
                     PERFORM SHOW-THE-SUGGESTED-LOT.

       SHOW-THE-SUGGESTED-LOT.
           IF LOTS-SUGGESTED = ZERO
                     DISPLAY "PICK FROM THESE LOTS, EARLIEST EXPIRY "
                             "FIRST:".
           ADD 1 TO LOTS-SUGGESTED.
           IF QTY-TO-SUGGEST > LOT-QTY-REMAINING
                     MOVE LOT-QTY-REMAINING TO SUGGEST-QUANTITY
           ELSE
                     MOVE QTY-TO-SUGGEST TO SUGGEST-QUANTITY.
           SUBTRACT SUGGEST-QUANTITY FROM QTY-TO-SUGGEST.
           DISPLAY "  LOT " BEST-LOT-NUMBER " EXPIRES "
                   BEST-LOT-EXPIRY " - TAKE " SUGGEST-QUANTITY
                   " OF " LOT-QTY-REMAINING.
           MOVE BEST-LOT-NUMBER TO LAST-LOT-NUMBER.
           MOVE BEST-LOT-EXPIRY TO LAST-LOT-EXPIRY.

      * FIND-THE-NEXT-LOT SCANS FOR THE GOOD LOT THAT COMES NEXT
      * AFTER THE LAST ONE SHOWN, LEAVING IT IN THE LOT BUFFER.
       FIND-THE-NEXT-LOT.
           MOVE "N" TO BEST-LOT-FOUND.
           OPEN INPUT LOT-FILE.
           IF LOT-FILE-STATUS = "00"
                     MOVE "N" TO LOT-END-OF-FILE
                     PERFORM READ-NEXT-LOT
                     PERFORM JUDGE-NEXT-LOT
                          UNTIL LOT-END-OF-FILE = "Y".
           IF BEST-LOT-FOUND = "Y"
                     MOVE RELIEF-PRODUCT-CODE TO LOT-PRODUCT-CODE
                     MOVE BEST-LOT-NUMBER TO LOT-NUMBER
                     READ LOT-FILE
                               INVALID KEY
                               MOVE "N" TO BEST-LOT-FOUND.
           CLOSE LOT-FILE.

       JUDGE-NEXT-LOT.
           IF LOT-PRODUCT-CODE = RELIEF-PRODUCT-CODE AND
              LOT-QTY-REMAINING NOT = ZERO AND
              NOT LOT-IS-QUARANTINED AND
              LOT-EXPIRY-DATE NOT < TODAYS-DATE
                     PERFORM JUDGE-THE-LOT-ORDER.
           PERFORM READ-NEXT-LOT.

      * A LOT QUALIFIES WHEN IT SORTS AFTER THE LAST ONE SHOWN AND
      * AHEAD OF THE BEST ONE FOUND SO FAR THIS SCAN.
       JUDGE-THE-LOT-ORDER.
           IF LOT-EXPIRY-DATE > LAST-LOT-EXPIRY OR
              (LOT-EXPIRY-DATE = LAST-LOT-EXPIRY AND
               LOT-NUMBER > LAST-LOT-NUMBER)
                     IF BEST-LOT-FOUND = "N" OR
                        LOT-EXPIRY-DATE < BEST-LOT-EXPIRY OR
                        (LOT-EXPIRY-DATE = BEST-LOT-EXPIRY AND
                         LOT-NUMBER < BEST-LOT-NUMBER)
                               MOVE "Y" TO BEST-LOT-FOUND
                               MOVE LOT-NUMBER TO BEST-LOT-NUMBER
                               MOVE LOT-EXPIRY-DATE TO
                                    BEST-LOT-EXPIRY.

       GET-THE-SHIPPED-QUANTITY.
           DISPLAY "LINE " LINE-NUMBER " " LINE-PRODUCT-CODE
                   " ORDERED " LINE-QUANTITY.
                     GO TO GET-THE-SHIPPED-QUANTITY.
           MOVE KEYED-NUMBER-VALUE TO SHIPPED-QUANTITY.

      * SPLIT-THE-KIT-LINE SPLITS THE SHIPPED AND THE SHORT QUANTITY
      * BETWEEN BUILT AND MADE-UP KITS. A PLAIN PRODUCT, A LINE FROM
      * BEFORE KITS WERE SOLD, OR A KIT WHOSE COMPONENTS HAVE SINCE
      * COME OFF BOM.DAT IS ALL "BUILT" - WORKED UNDER ITS OWN CODE.
       SPLIT-THE-KIT-LINE.
           CALL "BOMFND01" USING LINE-PRODUCT-CODE KIT-COMPONENT-TABLE.
           MOVE ZERO TO KIT-LINE-COMPONENTS.
           IF LINE-KIT-COMPONENT-QTY IS NUMERIC AND
              KIT-COMPONENT-COUNT NOT = ZERO
                     MOVE LINE-KIT-COMPONENT-QTY TO KIT-LINE-COMPONENTS.
           IF LINE-KIT-COMPONENT-QTY IS NUMERIC AND
              LINE-KIT-COMPONENT-QTY NOT = ZERO AND
              KIT-COMPONENT-COUNT = ZERO
                     DISPLAY "KIT " LINE-PRODUCT-CODE " HAS NO "
                             "COMPONENTS ON BOM.DAT - WORKED AS KITS".
           COMPUTE BUILT-KITS = LINE-QUANTITY - KIT-LINE-COMPONENTS.
           IF SHIPPED-QUANTITY > BUILT-KITS
                     MOVE BUILT-KITS TO SHIPPED-BUILT
           ELSE
                     MOVE SHIPPED-QUANTITY TO SHIPPED-BUILT.
           COMPUTE SHIPPED-MADE-UP = SHIPPED-QUANTITY - SHIPPED-BUILT.
           COMPUTE SHORT-BUILT = BUILT-KITS - SHIPPED-BUILT.
           COMPUTE SHORT-MADE-UP =
                     KIT-LINE-COMPONENTS - SHIPPED-MADE-UP.

      * RELIEVE-THE-LINE-LOTS RELIEVES THE KIT'S OWN LOTS FOR THE
      * BUILT KITS SHIPPED AND EACH COMPONENT'S LOTS FOR THE MADE-UP
      * ONES.
       RELIEVE-THE-LINE-LOTS.
           IF SHIPPED-BUILT NOT = ZERO
                     MOVE LINE-PRODUCT-CODE TO RELIEF-PRODUCT-CODE
                     MOVE SHIPPED-BUILT TO QTY-TO-RELIEVE
                     PERFORM RELIEVE-THE-LOTS.
           IF SHIPPED-MADE-UP NOT = ZERO
                     PERFORM RELIEVE-COMPONENT-LOTS
                          VARYING KIT-SUBSCRIPT FROM 1 BY 1
                          UNTIL KIT-SUBSCRIPT > KIT-COMPONENT-COUNT.

       RELIEVE-COMPONENT-LOTS.
           MOVE KIT-COMPONENT-CODE (KIT-SUBSCRIPT) TO
                     RELIEF-PRODUCT-CODE.
           COMPUTE QTY-TO-RELIEVE = SHIPPED-MADE-UP *
                     KIT-COMPONENT-QTY (KIT-SUBSCRIPT).
           PERFORM RELIEVE-THE-LOTS.

      * CAPTURE-THE-LINE-SERIALS TAKES THE SERIAL NUMBERS OF THE
      * UNITS SHIPPED ON THE LINE - THE LINE'S OWN PRODUCT, AND FOR
      * MADE-UP KITS EACH COMPONENT - WHEREVER THAT PRODUCT IS
      * SERIALIZED.
       CAPTURE-THE-LINE-SERIALS.
           MOVE LINE-PRODUCT-CODE TO SERIAL-RUN-PRODUCT.
           MOVE SHIPPED-QUANTITY TO SERIALS-TO-KEY.
           PERFORM SERIALIZE-THE-SHIPMENT.
           IF SHIPPED-MADE-UP NOT = ZERO
                     PERFORM CAPTURE-COMPONENT-SERIALS
                          VARYING KIT-SUBSCRIPT FROM 1 BY 1
                          UNTIL KIT-SUBSCRIPT > KIT-COMPONENT-COUNT.

       CAPTURE-COMPONENT-SERIALS.
           MOVE KIT-COMPONENT-CODE (KIT-SUBSCRIPT) TO
                     SERIAL-RUN-PRODUCT.
           COMPUTE SERIALS-TO-KEY = SHIPPED-MADE-UP *
                     KIT-COMPONENT-QTY (KIT-SUBSCRIPT).
           PERFORM SERIALIZE-THE-SHIPMENT.

       SERIALIZE-THE-SHIPMENT.
           MOVE SERIAL-RUN-PRODUCT TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     IF PRODUCT-IS-SERIALIZED
                               PERFORM WORK-OUT-THE-WARRANTY
                               DISPLAY "KEY THE " SERIALS-TO-KEY
                                       " SERIAL NUMBER(S) OF "
                                       SERIAL-RUN-PRODUCT " SHIPPED"
                               PERFORM SHIP-ONE-SERIAL
                                    UNTIL SERIALS-TO-KEY = ZERO.

       WORK-OUT-THE-WARRANTY.
           MOVE ZERO TO THE-WARRANTY-MONTHS.
           IF PRODUCT-WARRANTY-MONTHS IS NUMERIC
                     MOVE PRODUCT-WARRANTY-MONTHS TO
                          THE-WARRANTY-MONTHS.
           MOVE ZERO TO THE-WARRANTY-END.
           IF THE-WARRANTY-MONTHS NOT = ZERO
                     PERFORM ADD-THE-WARRANTY-MONTHS.

       ADD-THE-WARRANTY-MONTHS.
           MOVE TODAYS-DATE TO WALK-DATE-WHOLE.
           COMPUTE MONTH-COUNT = WALK-YEAR * 12 + WALK-MONTH - 1 +
                     THE-WARRANTY-MONTHS.
           DIVIDE MONTH-COUNT BY 12 GIVING WALK-YEAR
                     REMAINDER WALK-MONTH.
           ADD 1 TO WALK-MONTH.
           MOVE MONTH-LENGTH (WALK-MONTH) TO THIS-MONTH-LENGTH.
           IF WALK-MONTH = 2
                     DIVIDE WALK-YEAR BY 4 GIVING LEAP-QUOTIENT
                               REMAINDER LEAP-REMAINDER
                     IF LEAP-REMAINDER = ZERO
                               MOVE 29 TO THIS-MONTH-LENGTH.
           IF WALK-DAY > THIS-MONTH-LENGTH
                     MOVE THIS-MONTH-LENGTH TO WALK-DAY.
           MOVE WALK-DATE-WHOLE TO THE-WARRANTY-END.

      * SHIP-ONE-SERIAL TAKES ONE SERIAL NUMBER. A UNIT RECEIVED
      * UNDER ITS SERIAL MUST STILL BE IN STOCK; A UNIT WITH NO ROW
      * WAS ON HAND BEFORE THE PRODUCT WAS SERIALIZED AND IS FILED
      * NOW, WITH NO VENDOR OR PO.
       SHIP-ONE-SERIAL.
           DISPLAY "SERIAL NUMBER (" SERIALS-TO-KEY " TO GO) ? ".
           ACCEPT SERIAL-ENTRY.
           IF SERIAL-ENTRY = SPACE
                     DISPLAY "A SERIAL NUMBER MUST BE KEYED FOR EACH "
                             "UNIT SHIPPED"
                     GO TO SHIP-ONE-SERIAL.
           INSPECT SERIAL-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SERIAL-RUN-PRODUCT TO SERIAL-PRODUCT-CODE.
           MOVE SERIAL-ENTRY TO SERIAL-NUMBER.
           MOVE "Y" TO SERIAL-ON-FILE.
           READ SERIAL-FILE
                     INVALID KEY
                     MOVE "N" TO SERIAL-ON-FILE.
           IF SERIAL-ON-FILE = "Y" AND NOT SERIAL-IS-IN-STOCK
                     DISPLAY "SERIAL " SERIAL-ENTRY " ALREADY WENT "
                             "OUT ON ORDER " SERIAL-ORDER-NUMBER
                             " TO ACCOUNT " SERIAL-ACCOUNT
                     GO TO SHIP-ONE-SERIAL.
           IF SERIAL-ON-FILE = "Y"
                     PERFORM SHIP-THE-RECEIVED-SERIAL
           ELSE
                     PERFORM FILE-THE-UNRECEIVED-SERIAL.

       SHIP-THE-RECEIVED-SERIAL.
           PERFORM STAMP-THE-SERIAL.
           REWRITE SERIAL-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED ON SERIAL.DAT - STATUS "
                             SERIAL-FILE-STATUS
                     NOT INVALID KEY
                     SUBTRACT 1 FROM SERIALS-TO-KEY.

       FILE-THE-UNRECEIVED-SERIAL.
           DISPLAY "SERIAL " SERIAL-ENTRY " WAS NOT RECEIVED UNDER "
                   "ITS SERIAL - FILED NOW".
           MOVE SERIAL-RUN-PRODUCT TO SERIAL-PRODUCT-CODE.
           MOVE SERIAL-ENTRY TO SERIAL-NUMBER.
           MOVE ZEROES TO SERIAL-VENDOR-NUMBER SERIAL-PO-NUMBER
                          SERIAL-RECEIVED-DATE.
           PERFORM STAMP-THE-SERIAL.
           WRITE SERIAL-RECORD
                     INVALID KEY
                     DISPLAY "ERROR WRITING SERIAL.DAT - STATUS "
                             SERIAL-FILE-STATUS
                     NOT INVALID KEY
                     SUBTRACT 1 FROM SERIALS-TO-KEY.

       STAMP-THE-SERIAL.
           MOVE "S" TO SERIAL-STATUS.
           MOVE ORDER-ACCOUNT-NUMBER TO SERIAL-ACCOUNT.
           MOVE ORDER-NUMBER TO SERIAL-ORDER-NUMBER.
           MOVE TODAYS-DATE TO SERIAL-SHIP-DATE.
           MOVE THE-WARRANTY-END TO SERIAL-WARRANTY-END.

      * WEIGH-THE-SHIPPED-LINE ADDS THE LINE'S SHIPPED WEIGHT TO THE
      * SHIPMENT. A PRODUCT SINCE REMOVED, OR WITH NO WEIGHT SET,
      * ADDS NOTHING.
       WEIGH-THE-SHIPPED-LINE.
           MOVE LINE-PRODUCT-CODE TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     COMPUTE LINE-WEIGHT =
                               SHIPPED-QUANTITY * PRODUCT-SHIP-WEIGHT
                     ADD LINE-WEIGHT TO SHIPPED-WEIGHT.
           IF RECORD-FOUND = "Y" AND
              PRODUCT-SHIP-WEIGHT = ZERO AND
              KIT-COMPONENT-COUNT NOT = ZERO
                     PERFORM WEIGH-ONE-COMPONENT
                          VARYING KIT-SUBSCRIPT FROM 1 BY 1
                          UNTIL KIT-SUBSCRIPT > KIT-COMPONENT-COUNT.

      * WEIGH-ONE-COMPONENT WEIGHS A KIT WITH NO WEIGHT OF ITS OWN
      * AS THE SUM OF ITS COMPONENTS.
       WEIGH-ONE-COMPONENT.
           MOVE KIT-COMPONENT-CODE (KIT-SUBSCRIPT) TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     COMPUTE LINE-WEIGHT = SHIPPED-QUANTITY *
                               KIT-COMPONENT-QTY (KIT-SUBSCRIPT) *
                               PRODUCT-SHIP-WEIGHT
                     ADD LINE-WEIGHT TO SHIPPED-WEIGHT.

      * RATE-THE-FREIGHT TAKES THE CARRIER AND RATES THE SHIPMENT
      * FOR THE SHIP-TO ZIP PREFIX: THE BASE CHARGE PLUS THE
      * WEIGHT AT THE RATE PER POUND, NEVER LESS THAN THE MINIMUM.
      * A CARRIER WITH NO RATE FOR THE ZIP IS REFUSED SO FREIGHT IS
      * NEVER SILENTLY LEFT OFF; A BLANK CARRIER CHARGES NONE, AND A
      * PREPAID-FREIGHT ACCOUNT KEEPS ITS CARRIER BUT IS NOT RATED.
       RATE-THE-FREIGHT.
           MOVE SPACE TO ORDER-CARRIER.
           MOVE ZEROES TO ORDER-FREIGHT-AMOUNT.
           MOVE ORDER-ACCOUNT-NUMBER TO CUSTOMER-ACCOUNT-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "CUSTOMER " ORDER-ACCOUNT-NUMBER
                             " NO LONGER ON FILE - NO FREIGHT RATED"
                     GO TO RATE-THE-FREIGHT-EXIT.
           MOVE SHIPPED-WEIGHT TO DISPLAY-WEIGHT.
           DISPLAY "SHIPPED WEIGHT " DISPLAY-WEIGHT " LB".
           PERFORM GET-THE-CARRIER.
           IF CARRIER-ENTRY = SPACE
                     DISPLAY "NO CARRIER - NO FREIGHT CHARGED"
                     GO TO RATE-THE-FREIGHT-EXIT.
           MOVE CARRIER-ENTRY TO ORDER-CARRIER.
           IF CUSTOMER-IS-PREPAID-FREIGHT
                     DISPLAY "FREIGHT PREPAID FOR THIS ACCOUNT - "
                             "NONE CHARGED"
                     GO TO RATE-THE-FREIGHT-EXIT.
           COMPUTE THE-FREIGHT ROUNDED = FREIGHT-BASE-CHARGE +
                     SHIPPED-WEIGHT * FREIGHT-RATE-PER-POUND.
           IF THE-FREIGHT < FREIGHT-MINIMUM-CHARGE
                     MOVE FREIGHT-MINIMUM-CHARGE TO THE-FREIGHT.
           MOVE THE-FREIGHT TO ORDER-FREIGHT-AMOUNT.
           MOVE THE-FREIGHT TO DISPLAY-FREIGHT.
           DISPLAY "FREIGHT " FREIGHT-CARRIER-NAME " ZONE "
                   FREIGHT-ZONE ": " DISPLAY-FREIGHT.

       RATE-THE-FREIGHT-EXIT.
           EXIT.

       GET-THE-CARRIER.
           DISPLAY "SHIPPED BY CARRIER (BLANK = NONE/PICK-UP) ? ".
           ACCEPT CARRIER-ENTRY.
           INSPECT CARRIER-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF CARRIER-ENTRY NOT = SPACE AND
              NOT CUSTOMER-IS-PREPAID-FREIGHT
                     MOVE CARRIER-ENTRY TO FREIGHT-CARRIER
                     DIVIDE THE-SHIP-TO-ZIP BY 100
                               GIVING FREIGHT-ZIP-PREFIX
                     MOVE "Y" TO RECORD-FOUND
                     READ FREIGHT-RATE-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND
                     END-READ
                     IF RECORD-FOUND = "N"
                               DISPLAY "NO " CARRIER-ENTRY
                                       " RATE FOR ZIP PREFIX "
                                       FREIGHT-ZIP-PREFIX
                                       " - SEE FRTMNT01"
                               GO TO GET-THE-CARRIER.

      * RESTOCK-THE-LINE PUTS THE UNSHIPPED DIFFERENCE BACK ON HAND
      * THROUGH ADJUSTMENT ROWS - ORDER ENTRY TOOK THE FULL QUANTITY
      * OFF THE SHELF, AND THE ORDER WILL NEVER SHIP IT. SHORT BUILT
      * KITS GO BACK AS KITS, SHORT MADE-UP KITS AS THEIR COMPONENTS.
       RESTOCK-THE-LINE.
           IF SHORT-BUILT NOT = ZERO
                     MOVE LINE-PRODUCT-CODE TO PRODUCT-CODE
                     MOVE SHORT-BUILT TO SHORT-QUANTITY
                     PERFORM RESTOCK-THE-SHORTFALL.
           IF SHORT-MADE-UP NOT = ZERO
                     PERFORM RESTOCK-ONE-COMPONENT
                          VARYING KIT-SUBSCRIPT FROM 1 BY 1
                          UNTIL KIT-SUBSCRIPT > KIT-COMPONENT-COUNT.

       RESTOCK-ONE-COMPONENT.
           MOVE KIT-COMPONENT-CODE (KIT-SUBSCRIPT) TO PRODUCT-CODE.
           COMPUTE SHORT-QUANTITY = SHORT-MADE-UP *
                     KIT-COMPONENT-QTY (KIT-SUBSCRIPT).
           PERFORM RESTOCK-THE-SHORTFALL.

      * RESTOCK-THE-SHORTFALL PUTS THE SHORT QUANTITY OF THE PRODUCT
      * IN THE BUFFER KEY BACK ON HAND.
       RESTOCK-THE-SHORTFALL.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "PRODUCT " PRODUCT-CODE " NO LONGER "
                             "ON FILE - SHORTFALL NOT RESTOCKED"
           ELSE
                     COMPUTE NEW-ON-HAND =
           MOVE SHORT-QUANTITY TO MOVEMENT-QUANTITY.
           MOVE OPERATOR-ID TO MOVEMENT-OPERATOR-ID.
           MOVE SPACE TO MOVEMENT-LOCATION.
           MOVE "OS" TO MOVEMENT-SOURCE.
           MOVE PRODUCT-UNIT-COST TO MOVEMENT-UNIT-COST.
           WRITE MOVEMENT-RECORD.
           IF MOVEMENT-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING PRODMOVE.DAT - STATUS "
                             MOVEMENT-FILE-STATUS.

      * RELIEVE-THE-LOTS WORKS THE QUANTITY TO RELIEVE OFF THE
      * RELIEF PRODUCT'S LOT BALANCES, OLDEST EXPIRY FIRST, TRACING
      * EACH RELIEF TO LOTTRACE.DAT. A PRODUCT WITH NO LOT BALANCES
      * (OR A SYSTEM THAT NEVER LOT-TRACKS) PASSES STRAIGHT THROUGH.
       RELIEVE-THE-LOTS.
           MOVE "Y" TO BEST-LOT-FOUND.
           PERFORM RELIEVE-ONE-LOT
                 UNTIL QTY-TO-RELIEVE = ZERO OR
                     PERFORM TAKE-FROM-THE-LOT.

      * FIND-THE-OLDEST-LOT SCANS THE LOT FILE FRONT TO BACK FOR
      * THE RELIEF PRODUCT, REMEMBERING THE UNEXHAUSTED LOT WITH
      * THE EARLIEST EXPIRY. THE FILE IS OPENED AND CLOSED AROUND
      * EACH SCAN SO IT STARTS AT THE TOP.
       FIND-THE-OLDEST-LOT.
                     MOVE "Y" TO LOT-END-OF-FILE.

       JUDGE-ONE-LOT.
           IF LOT-PRODUCT-CODE = RELIEF-PRODUCT-CODE AND
              LOT-QTY-REMAINING NOT = ZERO AND
              NOT LOT-IS-QUARANTINED AND
              LOT-EXPIRY-DATE NOT < TODAYS-DATE AND
              LOT-EXPIRY-DATE < BEST-LOT-EXPIRY
                     MOVE "Y" TO BEST-LOT-FOUND
                     MOVE LOT-NUMBER TO BEST-LOT-NUMBER
                     CLOSE LOT-FILE.

       RELIEVE-THE-LOT-ROW.
           MOVE RELIEF-PRODUCT-CODE TO LOT-PRODUCT-CODE.
           MOVE BEST-LOT-NUMBER TO LOT-NUMBER.
           READ LOT-FILE
                     INVALID KEY
                             TRACE-FILE-STATUS
           ELSE
                     ACCEPT TRACE-DATE FROM DATE YYYYMMDD
                     MOVE RELIEF-PRODUCT-CODE TO TRACE-PRODUCT-CODE
                     MOVE BEST-LOT-NUMBER TO TRACE-LOT-NUMBER
                     MOVE ORDER-NUMBER TO TRACE-ORDER-NUMBER
                     MOVE ORDER-ACCOUNT-NUMBER TO TRACE-ACCOUNT
                     WRITE LOT-TRACE-RECORD
                     CLOSE LOT-TRACE-FILE
                     DISPLAY RELIEF-QUANTITY " OF "
                             RELIEF-PRODUCT-CODE " RELIEVED FROM LOT "
                             BEST-LOT-NUMBER.

       COPY-THE-LINES-BACK.
                     DISPLAY "ORDER " ORDER-NUMBER " SHIPPED "
                             ORDER-SHIP-DATE " - "
                             LINES-CONFIRMED " LINE(S), "
                             LINES-SHORT " SHORT"
                     PERFORM SHOW-THE-DROP-SHIP-LINES.

       SHOW-THE-DROP-SHIP-LINES.
           IF DROP-LINES-WAITING NOT = ZERO
                     DISPLAY "    " DROP-LINES-WAITING
                             " DROP-SHIP LINE(S) STILL AWAIT THE "
                             "VENDOR - THE ORDER BILLS ONCE DRPCNF01 "
                             "CONFIRMS THEM".

       COUNT-THE-DROP-SHIP-LINE.
           IF LINE-AWAITS-VENDOR
                     ADD 1 TO DROP-LINES-WAITING.

       GO-AGAIN.
           DISPLAY "CONFIRM ANOTHER SHIPMENT?".
