      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARCLM01.

      ******************************************************************
      * This program is the warranty claim log. The operator keys
      * the product and serial number of a unit a customer has
      * brought back, is shown who it shipped to and whether its
      * warranty is still running, and logs the claim to
      * WARCLAIM.DAT as a (R)EPAIR or a re(P)LACEMENT with what was
      * wrong with it. A claim outside the warranty is logged only
      * once the operator confirms the work is chargeable. A
      * replacement names the serial of the unit going out in its
      * place: that unit is issued from stock with a PRODMOVE.DAT
      * row and goes to the same customer and order on SERIAL.DAT,
      * carrying what is left of the old unit's warranty (a full
      * new warranty when the old one had run out), and the failed
      * unit is marked replaced. Only a unit that has shipped can
      * be claimed against.
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

                 SELECT OPTIONAL MOVEMENT-FILE
                           ASSIGN TO "PRODMOVE.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS MOVEMENT-FILE-STATUS.

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

      * MOVEMENT-RECORD IS THE SHARED HISTORY LAYOUT - SEE
      * COPYBOOKS/WPRDMOV.CPY.
       FD  MOVEMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRDMOV.

       WORKING-STORAGE SECTION.

           01 SERIAL-FILE-STATUS    PIC XX.
           01 CLAIM-FILE-STATUS     PIC XX.
           01 PRODUCT-FILE-STATUS   PIC XX.
           01 MOVEMENT-FILE-STATUS  PIC XX.
           01 YES-NO                PIC X.
           01 RECORD-FOUND          PIC X.
           01 ACTION-CODE           PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

           01 TODAYS-DATE           PIC 9(8).
           01 PRODUCT-ENTRY         PIC X(10).
           01 SERIAL-ENTRY          PIC X(20).
           01 FAULT-ENTRY           PIC X(40).
           01 IN-WARRANTY           PIC X.
           01 CLAIM-IS-WANTED       PIC X.
           01 CLAIM-IS-READY        PIC X.
           01 REPLACEMENT-ON-FILE   PIC X.

      * THE FAILED UNIT'S ROW, HELD WHILE THE REPLACEMENT'S ROW IS
      * READ AND WRITTEN IN THE SAME RECORD AREA.
           01 CLAIMED-SERIAL-RECORD PIC X(81).
           01 CLAIMED-ACCOUNT       PIC 9(7).
           01 CLAIMED-ORDER-NUMBER  PIC 9(7).
           01 CLAIMED-WARRANTY-END  PIC 9(8).
           01 THE-WARRANTY-END      PIC 9(8).

      * WORK FIELDS FOR A FRESH WARRANTY ON A REPLACEMENT SOLD
      * OUTSIDE THE OLD ONE - TODAY WALKED FORWARD THE PRODUCT'S
      * WARRANTY MONTHS, THE DAY PULLED BACK TO THE END OF A
      * SHORTER MONTH, THE SAME AS ORDSHP01.
           01 THE-WARRANTY-MONTHS   PIC 9(3).
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "Y" TO YES-NO.
            PERFORM LOG-CLAIMS
                           UNTIL YES-NO = "N".
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
      * LOGGING A CLAIM CAN ISSUE A REPLACEMENT FROM STOCK, SO IT
      * TAKES UPDATE AUTHORITY (5) OR BETTER ON THE OPERATOR MASTER.
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           IF OPERATOR-AUTHORITY < 5
                     DISPLAY "UPDATE AUTHORITY IS NEEDED TO RUN "
                             "THIS PROGRAM"
                     STOP RUN.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           OPEN I-O SERIAL-FILE.
           IF SERIAL-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN SERIAL.DAT - STATUS "
                             SERIAL-FILE-STATUS
                     DISPLAY "NO SERIALIZED UNIT HAS SHIPPED YET"
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

       CLOSING-PROCEDURE.
           CLOSE SERIAL-FILE.
           CLOSE PRODUCT-FILE.
           CLOSE MOVEMENT-FILE.

       LOG-CLAIMS.
           PERFORM GET-THE-UNIT.
           IF RECORD-FOUND = "Y"
                     PERFORM CHECK-THE-UNIT
                     IF CLAIM-IS-WANTED = "Y"
                               PERFORM TAKE-THE-CLAIM.
           PERFORM GO-AGAIN.

       GET-THE-UNIT.
           DISPLAY "PRODUCT CODE ? ".
           ACCEPT PRODUCT-ENTRY.
           DISPLAY "SERIAL NUMBER ? ".
           ACCEPT SERIAL-ENTRY.
           INSPECT SERIAL-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE PRODUCT-ENTRY TO SERIAL-PRODUCT-CODE.
           MOVE SERIAL-ENTRY TO SERIAL-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ SERIAL-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO UNIT ON FILE FOR THAT PRODUCT AND "
                             "SERIAL - SEE WARINQ01".

      * CHECK-THE-UNIT REFUSES A UNIT STILL IN STOCK OR ALREADY
      * REPLACED, SHOWS WHO HAS IT, AND ASKS BEFORE LOGGING A CLAIM
      * OUTSIDE THE WARRANTY.
       CHECK-THE-UNIT.
           MOVE "N" TO CLAIM-IS-WANTED.
           MOVE "N" TO IN-WARRANTY.
           IF SERIAL-WARRANTY-END NOT = ZERO AND
              SERIAL-WARRANTY-END NOT < TODAYS-DATE
                     MOVE "Y" TO IN-WARRANTY.
           IF SERIAL-IS-IN-STOCK
                     DISPLAY "SERIAL " SERIAL-NUMBER " HAS NEVER "
                             "SHIPPED - NOTHING TO CLAIM".
           IF SERIAL-IS-REPLACED
                     DISPLAY "SERIAL " SERIAL-NUMBER " WAS ALREADY "
                             "REPLACED - CLAIM AGAINST ITS "
                             "REPLACEMENT (SEE WARINQ01)".
           IF SERIAL-IS-SHIPPED
                     DISPLAY "SHIPPED " SERIAL-SHIP-DATE " ON ORDER "
                             SERIAL-ORDER-NUMBER " TO ACCOUNT "
                             SERIAL-ACCOUNT
                     PERFORM CONFIRM-THE-WARRANTY.

       CONFIRM-THE-WARRANTY.
           IF IN-WARRANTY = "Y"
                     DISPLAY "UNDER WARRANTY THROUGH "
                             SERIAL-WARRANTY-END
                     MOVE "Y" TO CLAIM-IS-WANTED
           ELSE
                     PERFORM ASK-ABOUT-CHARGEABLE.

       ASK-ABOUT-CHARGEABLE.
           IF SERIAL-WARRANTY-END = ZERO
                     DISPLAY "THIS UNIT CARRIES NO WARRANTY"
           ELSE
                     DISPLAY "WARRANTY EXPIRED " SERIAL-WARRANTY-END.
           DISPLAY "LOG A CHARGEABLE CLAIM (Y/N) ? ".
           ACCEPT CLAIM-IS-WANTED.
           IF CLAIM-IS-WANTED = "y"
                     MOVE "Y" TO CLAIM-IS-WANTED.

      * TAKE-THE-CLAIM GETS THE ACTION AND THE FAULT AND, FOR A
      * REPLACEMENT, ISSUES THE NEW UNIT BEFORE THE CLAIM IS LOGGED.
       TAKE-THE-CLAIM.
           MOVE SERIAL-RECORD TO CLAIMED-SERIAL-RECORD.
           MOVE SERIAL-ACCOUNT TO CLAIMED-ACCOUNT.
           MOVE SERIAL-ORDER-NUMBER TO CLAIMED-ORDER-NUMBER.
           MOVE SERIAL-WARRANTY-END TO CLAIMED-WARRANTY-END.
           PERFORM GET-THE-ACTION.
           PERFORM GET-THE-FAULT.
           MOVE SPACE TO WARRANTY-CLAIM-RECORD.
           MOVE "Y" TO CLAIM-IS-READY.
           IF ACTION-CODE = "P"
                     PERFORM REPLACE-THE-UNIT.
           IF CLAIM-IS-READY = "Y"
                     PERFORM WRITE-THE-CLAIM.

       GET-THE-ACTION.
           DISPLAY "(R)EPAIR OR RE(P)LACE ? ".
           ACCEPT ACTION-CODE.
           IF ACTION-CODE = "r"
                     MOVE "R" TO ACTION-CODE.
           IF ACTION-CODE = "p"
                     MOVE "P" TO ACTION-CODE.
           IF ACTION-CODE NOT = "R" AND ACTION-CODE NOT = "P"
                     DISPLAY "ANSWER R OR P"
                     GO TO GET-THE-ACTION.

       GET-THE-FAULT.
           DISPLAY "FAULT / WORK DONE ? ".
           ACCEPT FAULT-ENTRY.
           IF FAULT-ENTRY = SPACE
                     DISPLAY "DESCRIBE THE FAULT FOR THE CLAIM LOG"
                     GO TO GET-THE-FAULT.

      * REPLACE-THE-UNIT TAKES THE REPLACEMENT'S SERIAL, ISSUES IT
      * FROM STOCK, SENDS IT TO THE CUSTOMER ON SERIAL.DAT, AND
      * MARKS THE FAILED UNIT REPLACED. A REPLACEMENT SERIAL NOT ON
      * FILE WAS ON HAND BEFORE THE PRODUCT WAS SERIALIZED AND IS
      * FILED NOW. NOTHING IS LOGGED IF THE UNIT CANNOT BE ISSUED.
       REPLACE-THE-UNIT.
           PERFORM GET-THE-REPLACEMENT.
           PERFORM ISSUE-THE-REPLACEMENT.
           IF CLAIM-IS-READY = "Y"
                     PERFORM SHIP-THE-REPLACEMENT
                     PERFORM MARK-THE-UNIT-REPLACED.

       GET-THE-REPLACEMENT.
           DISPLAY "SERIAL NUMBER OF THE REPLACEMENT UNIT ? ".
           ACCEPT SERIAL-ENTRY.
           IF SERIAL-ENTRY = SPACE
                     DISPLAY "A REPLACEMENT SERIAL MUST BE KEYED"
                     GO TO GET-THE-REPLACEMENT.
           INSPECT SERIAL-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE PRODUCT-ENTRY TO SERIAL-PRODUCT-CODE.
           MOVE SERIAL-ENTRY TO SERIAL-NUMBER.
           MOVE "Y" TO REPLACEMENT-ON-FILE.
           READ SERIAL-FILE
                     INVALID KEY
                     MOVE "N" TO REPLACEMENT-ON-FILE.
           IF REPLACEMENT-ON-FILE = "Y" AND NOT SERIAL-IS-IN-STOCK
                     DISPLAY "SERIAL " SERIAL-ENTRY " IS NOT IN "
                             "STOCK"
                     GO TO GET-THE-REPLACEMENT.

       ISSUE-THE-REPLACEMENT.
           MOVE PRODUCT-ENTRY TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "PRODUCT " PRODUCT-ENTRY " NO LONGER ON "
                             "FILE - CLAIM NOT LOGGED"
                     MOVE "N" TO CLAIM-IS-READY
           ELSE
                     IF PRODUCT-QTY-ON-HAND = ZERO
                               DISPLAY "NONE OF " PRODUCT-ENTRY
                                       " ON HAND - CLAIM NOT LOGGED"
                               MOVE "N" TO CLAIM-IS-READY
                     ELSE
                               PERFORM TAKE-ONE-FROM-STOCK.

       TAKE-ONE-FROM-STOCK.
           SUBTRACT 1 FROM PRODUCT-QTY-ON-HAND.
           REWRITE PRODUCT-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED - STATUS "
                             PRODUCT-FILE-STATUS
                     MOVE "N" TO CLAIM-IS-READY
                     NOT INVALID KEY
                     PERFORM WRITE-MOVEMENT-RECORD.

       WRITE-MOVEMENT-RECORD.
           ACCEPT MOVEMENT-DATE FROM DATE YYYYMMDD.
           ACCEPT MOVEMENT-TIME FROM TIME.
           MOVE PRODUCT-CODE TO MOVEMENT-PRODUCT-CODE.
           MOVE "I" TO MOVEMENT-TYPE.
           MOVE "-" TO MOVEMENT-SIGN.
           MOVE 1 TO MOVEMENT-QUANTITY.
           MOVE OPERATOR-ID TO MOVEMENT-OPERATOR-ID.
           MOVE SPACE TO MOVEMENT-LOCATION.
           MOVE "WR" TO MOVEMENT-SOURCE.
           MOVE PRODUCT-UNIT-COST TO MOVEMENT-UNIT-COST.
           WRITE MOVEMENT-RECORD.
           IF MOVEMENT-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING PRODMOVE.DAT - STATUS "
                             MOVEMENT-FILE-STATUS.

      * SHIP-THE-REPLACEMENT SENDS THE NEW UNIT TO THE SAME CUSTOMER
      * AND ORDER. INSIDE THE WARRANTY IT CARRIES THE OLD UNIT'S END
      * DATE; OUTSIDE IT, THE CUSTOMER HAS BOUGHT A NEW UNIT AND
      * GETS THE PRODUCT'S FULL WARRANTY FROM TODAY.
       SHIP-THE-REPLACEMENT.
           IF IN-WARRANTY = "Y"
                     MOVE CLAIMED-WARRANTY-END TO THE-WARRANTY-END
           ELSE
                     PERFORM WORK-OUT-A-NEW-WARRANTY.
           MOVE PRODUCT-ENTRY TO SERIAL-PRODUCT-CODE.
           MOVE SERIAL-ENTRY TO SERIAL-NUMBER.
           IF REPLACEMENT-ON-FILE = "Y"
                     READ SERIAL-FILE
                               INVALID KEY
                               MOVE "N" TO REPLACEMENT-ON-FILE.
           IF REPLACEMENT-ON-FILE = "N"
                     MOVE ZEROES TO SERIAL-VENDOR-NUMBER
                                    SERIAL-PO-NUMBER
                                    SERIAL-RECEIVED-DATE.
           MOVE "S" TO SERIAL-STATUS.
           MOVE CLAIMED-ACCOUNT TO SERIAL-ACCOUNT.
           MOVE CLAIMED-ORDER-NUMBER TO SERIAL-ORDER-NUMBER.
           MOVE TODAYS-DATE TO SERIAL-SHIP-DATE.
           MOVE THE-WARRANTY-END TO SERIAL-WARRANTY-END.
           IF REPLACEMENT-ON-FILE = "Y"
                     PERFORM REWRITE-THE-SERIAL
           ELSE
                     PERFORM WRITE-THE-SERIAL.

       WORK-OUT-A-NEW-WARRANTY.
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

       REWRITE-THE-SERIAL.
           REWRITE SERIAL-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED ON SERIAL.DAT - STATUS "
                             SERIAL-FILE-STATUS.

       WRITE-THE-SERIAL.
           WRITE SERIAL-RECORD
                     INVALID KEY
                     DISPLAY "ERROR WRITING SERIAL.DAT - STATUS "
                             SERIAL-FILE-STATUS.

       MARK-THE-UNIT-REPLACED.
           MOVE CLAIMED-SERIAL-RECORD TO SERIAL-RECORD.
           MOVE "X" TO SERIAL-STATUS.
           PERFORM REWRITE-THE-SERIAL.
           DISPLAY "SERIAL " SERIAL-ENTRY " ISSUED TO ACCOUNT "
                   CLAIMED-ACCOUNT " IN PLACE OF " SERIAL-NUMBER.

       WRITE-THE-CLAIM.
           MOVE TODAYS-DATE TO CLAIM-DATE.
           MOVE PRODUCT-ENTRY TO CLAIM-PRODUCT-CODE.
           MOVE CLAIMED-SERIAL-RECORD TO SERIAL-RECORD.
           MOVE SERIAL-NUMBER TO CLAIM-SERIAL-NUMBER.
           MOVE CLAIMED-ACCOUNT TO CLAIM-ACCOUNT.
           MOVE ACTION-CODE TO CLAIM-ACTION.
           MOVE IN-WARRANTY TO CLAIM-IN-WARRANTY.
           IF ACTION-CODE = "P"
                     MOVE SERIAL-ENTRY TO CLAIM-REPLACEMENT-SERIAL.
           MOVE FAULT-ENTRY TO CLAIM-FAULT.
           MOVE OPERATOR-ID TO CLAIM-OPERATOR-ID.
           OPEN EXTEND CLAIM-FILE.
           IF CLAIM-FILE-STATUS NOT = "00" AND
              CLAIM-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN WARCLAIM.DAT - STATUS "
                             CLAIM-FILE-STATUS
           ELSE
                     WRITE WARRANTY-CLAIM-RECORD
                     CLOSE CLAIM-FILE
                     DISPLAY "CLAIM LOGGED FOR SERIAL "
                             CLAIM-SERIAL-NUMBER.

       GO-AGAIN.
           DISPLAY "LOG ANOTHER CLAIM?".
           ACCEPT YES-NO.
           IF YES-NO = "y"
                     MOVE "Y" TO YES-NO
           IF YES-NO NOT = "Y"
                     MOVE "N" TO YES-NO.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM WARCLM01.
