      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITASM01.

      ******************************************************************
      * This program is the kit assembly transaction. The warehouse
      * keys a kit product (one with components on BOM.DAT - see
      * BOMMNT01) and a quantity, and either (A)SSEMBLES that many
      * kits into stock ahead of the orders or (B)REAKS that many
      * back down into their components. An assembly issues every
      * component - the quantity per kit times the kits built - and
      * receives the kits; a breakdown issues the kits and receives
      * the components. Each side is an issue or receipt row on
      * PRODMOVE.DAT, so the history shows exactly which components
      * went into the kits. Nothing moves unless every component can
      * move: an assembly short of any component is refused whole.
      * An assembled kit takes on the cost of its components, folded
      * into the kit's moving average the way a costed receipt is
      * in PRODMOV01. Once LOCMNT01 has set up LOCREF.DAT the
      * operator names the storeroom the bench is in, and both sides
      * move there.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

                 SELECT OPTIONAL LOCATION-FILE
                           ASSIGN TO "LOCREF.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS LOC-REF-CODE
                           FILE STATUS IS LOCATION-FILE-STATUS.

                 SELECT OPTIONAL PRODUCT-LOCATION-FILE
                           ASSIGN TO "PRODLOC.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PRDLOC-KEY
                           FILE STATUS IS PRDLOC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRODF.

      * MOVEMENT-RECORD IS THE SHARED HISTORY LAYOUT - SEE
      * COPYBOOKS/WPRDMOV.CPY.
       FD  MOVEMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRDMOV.

      * LOC-REF-RECORD AND PRODUCT-LOCATION-RECORD ARE THE SHARED
      * LOCATION LAYOUTS - SEE COPYBOOKS/WLOCREF.CPY AND WPRDLOC.CPY.
       FD  LOCATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WLOCREF.

       FD  PRODUCT-LOCATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRDLOC.

       WORKING-STORAGE SECTION.

           01 PRODUCT-FILE-STATUS   PIC XX.
           01 MOVEMENT-FILE-STATUS  PIC XX.
           01 YES-NO                PIC X.
           01 RECORD-FOUND          PIC X.
           01 POSTING-CHECK-DATE    PIC 9(8).
           01 PERIOD-IS-GOOD        PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.
           01 THE-KIT-CODE          PIC X(10).
           01 ACTION-CODE           PIC X.
           01 QUANTITY-ENTRY        PIC X(5).
           01 THE-QUANTITY          PIC 9(5).
           01 NEW-QUANTITY          PIC S9(9).

      * VARIABLES FOR THE COMPONENT SIDE. THE TABLE COMES FROM
      * BOMFND01; A PRODUCT WITH NO COMPONENTS IS NOT A KIT.
       COPY WKITTBL.
           01 KIT-SUBSCRIPT         PIC 99.
           01 COMPONENT-QUANTITY    PIC 9(8).
           01 NOTHING-IS-SHORT      PIC X.
           01 KIT-BUILD-COST        PIC 9(7)V99.

      * VARIABLES FOR EACH STOCK MOVEMENT POSTED - THE SAME TYPE AND
      * SIGN CODES PRODMOV01 WRITES TO THE HISTORY.
           01 MOVEMENT-TYPE-TO-POST PIC X.
           01 MOVEMENT-SIGN-TO-POST PIC X.
           01 MOVEMENT-QTY-TO-POST  PIC 9(5).

      * VARIABLES FOR THE PER-LOCATION BALANCES.
           01 LOCATION-FILE-STATUS  PIC XX.
           01 PRDLOC-FILE-STATUS    PIC XX.
           01 LOCATIONS-IN-USE      PIC X.
           01 LOCATION-ENTRY        PIC X(3).
           01 LOCATION-ROW-FOUND    PIC X.
           01 NEW-LOCATION-QTY      PIC S9(9).

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "Y" TO YES-NO.
            PERFORM ASSEMBLE-KITS
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
           PERFORM CHECK-THE-OPEN-PERIOD.
           OPEN I-O PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN PRODUCT FILE - STATUS "
                             PRODUCT-FILE-STATUS
                     STOP RUN.
           OPEN EXTEND MOVEMENT-FILE.
           IF MOVEMENT-FILE-STATUS NOT = "00" AND
              MOVEMENT-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN PRODMOVE.DAT - STATUS "
                             MOVEMENT-FILE-STATUS
                     STOP RUN.
           PERFORM OPEN-THE-LOCATION-FILES.

      * CHECK-THE-OPEN-PERIOD REFUSES TO START A POSTING SESSION
      * WHEN TODAY'S FISCAL PERIOD IS NOT OPEN, THROUGH THE SHARED
      * FISCHK01 CHECK - EVERYTHING THIS PROGRAM POSTS CARRIES
      * TODAY'S DATE.
       CHECK-THE-OPEN-PERIOD.
           ACCEPT POSTING-CHECK-DATE FROM DATE YYYYMMDD.
           CALL "FISCHK01" USING POSTING-CHECK-DATE PERIOD-IS-GOOD.
           IF PERIOD-IS-GOOD NOT = "Y"
                     DISPLAY "TODAY'S FISCAL PERIOD IS NOT OPEN FOR "
                             "POSTING - SEE FISCMNT01"
                     STOP RUN.

      * OPEN-THE-LOCATION-FILES PUTS THE PROGRAM IN LOCATION MODE
      * WHEN THE LOCATION TABLE IS ON THE SYSTEM, CREATING THE
      * BALANCE FILE ON ITS FIRST USE.
       OPEN-THE-LOCATION-FILES.
           MOVE "N" TO LOCATIONS-IN-USE.
           OPEN INPUT LOCATION-FILE.
           IF LOCATION-FILE-STATUS = "00"
                     MOVE "Y" TO LOCATIONS-IN-USE
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

       CLOSING-PROCEDURE.
           CLOSE PRODUCT-FILE.
           CLOSE MOVEMENT-FILE.
           IF LOCATIONS-IN-USE = "Y"
                     CLOSE LOCATION-FILE
                     CLOSE PRODUCT-LOCATION-FILE.

       ASSEMBLE-KITS.
           PERFORM GET-THE-KIT.
           IF RECORD-FOUND = "Y"
                     PERFORM GET-THE-ACTION
                     PERFORM GET-THE-QUANTITY
                     IF LOCATIONS-IN-USE = "Y"
                               PERFORM GET-THE-LOCATION.
           IF RECORD-FOUND = "Y" AND ACTION-CODE = "A"
                     PERFORM BUILD-THE-KITS.
           IF RECORD-FOUND = "Y" AND ACTION-CODE = "B"
                     PERFORM BREAK-DOWN-THE-KITS.
           PERFORM GO-AGAIN.

      * GET-THE-KIT TAKES THE KIT'S PRODUCT CODE AND SHOWS ITS
      * COMPONENTS. A PRODUCT WITH NOTHING ON BOM.DAT IS NOT A KIT
      * AND IS TURNED AWAY.
       GET-THE-KIT.
           DISPLAY "KIT PRODUCT CODE ? ".
           ACCEPT THE-KIT-CODE.
           MOVE THE-KIT-CODE TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO PRODUCT ON FILE FOR THAT CODE"
           ELSE
                     CALL "BOMFND01" USING THE-KIT-CODE
                               KIT-COMPONENT-TABLE
                     IF KIT-COMPONENT-COUNT = ZERO
                               DISPLAY "PRODUCT HAS NO COMPONENTS ON "
                                       "BOM.DAT - SEE BOMMNT01"
                               MOVE "N" TO RECORD-FOUND
                     ELSE
                               PERFORM SHOW-THE-KIT.

       SHOW-THE-KIT.
           DISPLAY PRODUCT-DESCRIPTION " - KITS ON HAND: "
                   PRODUCT-QTY-ON-HAND.
           PERFORM SHOW-ONE-COMPONENT
                     VARYING KIT-SUBSCRIPT FROM 1 BY 1
                     UNTIL KIT-SUBSCRIPT > KIT-COMPONENT-COUNT.

       SHOW-ONE-COMPONENT.
           DISPLAY "    " KIT-COMPONENT-CODE (KIT-SUBSCRIPT) " x"
                   KIT-COMPONENT-QTY (KIT-SUBSCRIPT).

       GET-THE-ACTION.
           DISPLAY "(A)SSEMBLE KITS OR (B)REAK KITS DOWN?".
           ACCEPT ACTION-CODE.
           INSPECT ACTION-CODE CONVERTING "ab" TO "AB".
           IF ACTION-CODE NOT = "A" AND
              ACTION-CODE NOT = "B"
                     DISPLAY "MUST BE A OR B"
                     GO TO GET-THE-ACTION.

       GET-THE-QUANTITY.
           DISPLAY "NUMBER OF KITS ? ".
           ACCEPT QUANTITY-ENTRY.
           MOVE QUANTITY-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y"
                     DISPLAY "QUANTITY MUST BE NUMERIC"
                     GO TO GET-THE-QUANTITY.
           IF KEYED-NUMBER-VALUE = ZERO OR
              KEYED-NUMBER-VALUE > 99999
                     DISPLAY "QUANTITY MUST BE FROM 1 TO 99999"
                     GO TO GET-THE-QUANTITY.
           MOVE KEYED-NUMBER-VALUE TO THE-QUANTITY.

      * GET-THE-LOCATION ASKS WHICH STOREROOM THE BENCH IS IN AND
      * CHECKS IT AGAINST THE LOCATION TABLE.
       GET-THE-LOCATION.
           DISPLAY "LOCATION ? ".
           ACCEPT LOCATION-ENTRY.
           INSPECT LOCATION-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE LOCATION-ENTRY TO LOC-REF-CODE.
           MOVE "Y" TO LOCATION-ROW-FOUND.
           READ LOCATION-FILE
                     INVALID KEY
                     MOVE "N" TO LOCATION-ROW-FOUND.
           IF LOCATION-ROW-FOUND = "N"
                     DISPLAY "NO SUCH LOCATION ON LOCREF.DAT"
                     GO TO GET-THE-LOCATION.

      * BUILD-THE-KITS CHECKS EVERY COMPONENT BEFORE ANY OF THEM
      * MOVES, SO A SHORT COMPONENT LEAVES THE BOOKS UNTOUCHED. THE
      * COMPONENTS ARE THEN ISSUED ONE BY ONE, THEIR COST ADDING UP
      * TO WHAT THE KITS COST TO BUILD, AND THE KITS RECEIVED.
       BUILD-THE-KITS.
           MOVE "Y" TO NOTHING-IS-SHORT.
           PERFORM CHECK-ONE-COMPONENT
                     VARYING KIT-SUBSCRIPT FROM 1 BY 1
                     UNTIL KIT-SUBSCRIPT > KIT-COMPONENT-COUNT.
           PERFORM READ-THE-KIT.
           IF RECORD-FOUND = "Y" AND
              PRODUCT-QTY-ON-HAND + THE-QUANTITY > 99999
                     DISPLAY "KITS ON HAND WOULD EXCEED 99999"
                     MOVE "N" TO NOTHING-IS-SHORT.
           IF RECORD-FOUND = "N"
                     MOVE "N" TO NOTHING-IS-SHORT.
           IF NOTHING-IS-SHORT NOT = "Y"
                     DISPLAY "ASSEMBLY REFUSED - NOTHING MOVED"
           ELSE
                     MOVE ZEROES TO KIT-BUILD-COST
                     PERFORM ISSUE-ONE-COMPONENT
                          VARYING KIT-SUBSCRIPT FROM 1 BY 1
                          UNTIL KIT-SUBSCRIPT > KIT-COMPONENT-COUNT
                     PERFORM RECEIVE-THE-KITS.

      * CHECK-ONE-COMPONENT REFUSES A COMPONENT THAT IS GONE FROM
      * THE PRODUCT FILE OR SHORT - ON THE BOOKS, OR AT THE BENCH'S
      * STOREROOM WHEN LOCATIONS ARE IN USE.
       CHECK-ONE-COMPONENT.
           PERFORM READ-THE-COMPONENT.
           IF RECORD-FOUND = "N"
                     DISPLAY "COMPONENT "
                             KIT-COMPONENT-CODE (KIT-SUBSCRIPT)
                             " NO LONGER ON FILE"
                     MOVE "N" TO NOTHING-IS-SHORT
           ELSE
                     PERFORM CHECK-THE-COMPONENT-STOCK.

       CHECK-THE-COMPONENT-STOCK.
           IF COMPONENT-QUANTITY > PRODUCT-QTY-ON-HAND
                     DISPLAY "NEED " COMPONENT-QUANTITY " OF "
                             PRODUCT-CODE " - ONLY "
                             PRODUCT-QTY-ON-HAND " ON HAND"
                     MOVE "N" TO NOTHING-IS-SHORT
           ELSE
                     IF LOCATIONS-IN-USE = "Y"
                               PERFORM READ-THE-LOCATION-ROW
                               IF LOCATION-ROW-FOUND = "N" OR
                                  PRDLOC-QTY-ON-HAND <
                                            COMPONENT-QUANTITY
                                         DISPLAY "NOT ENOUGH "
                                                 PRODUCT-CODE
                                                 " AT LOCATION "
                                                 LOCATION-ENTRY
                                         MOVE "N" TO NOTHING-IS-SHORT.

       READ-THE-COMPONENT.
           MOVE KIT-COMPONENT-CODE (KIT-SUBSCRIPT) TO PRODUCT-CODE.
           COMPUTE COMPONENT-QUANTITY =
                     THE-QUANTITY * KIT-COMPONENT-QTY (KIT-SUBSCRIPT).
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.

       READ-THE-KIT.
           MOVE THE-KIT-CODE TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.

       ISSUE-ONE-COMPONENT.
           PERFORM READ-THE-COMPONENT.
           IF RECORD-FOUND = "Y"
                     COMPUTE KIT-BUILD-COST ROUNDED = KIT-BUILD-COST
                               + KIT-COMPONENT-QTY (KIT-SUBSCRIPT)
                               * PRODUCT-UNIT-COST
                     MOVE "I" TO MOVEMENT-TYPE-TO-POST
                     MOVE "-" TO MOVEMENT-SIGN-TO-POST
                     MOVE COMPONENT-QUANTITY TO MOVEMENT-QTY-TO-POST
                     PERFORM POST-A-STOCK-MOVEMENT.

      * RECEIVE-THE-KITS FOLDS THE BUILD COST INTO THE KIT'S MOVING
      * AVERAGE BEFORE THE ON-HAND FIGURE MOVES, SO THE KITS ALREADY
      * ON THE SHELF STILL CARRY THEIR OLD COST.
       RECEIVE-THE-KITS.
           PERFORM READ-THE-KIT.
           IF RECORD-FOUND = "Y"
                     COMPUTE PRODUCT-UNIT-COST ROUNDED =
                               ((PRODUCT-QTY-ON-HAND *
                                 PRODUCT-UNIT-COST)
                               + (THE-QUANTITY * KIT-BUILD-COST))
                               / (PRODUCT-QTY-ON-HAND + THE-QUANTITY)
                     MOVE "R" TO MOVEMENT-TYPE-TO-POST
                     MOVE "+" TO MOVEMENT-SIGN-TO-POST
                     MOVE THE-QUANTITY TO MOVEMENT-QTY-TO-POST
                     PERFORM POST-A-STOCK-MOVEMENT
                     DISPLAY THE-QUANTITY " KITS ASSEMBLED - KITS ON "
                             "HAND NOW " PRODUCT-QTY-ON-HAND.

      * BREAK-DOWN-THE-KITS IS THE ASSEMBLY RUN BACKWARD: THE KITS
      * MUST BE ON HAND (AT THE BENCH'S STOREROOM WHEN LOCATIONS ARE
      * IN USE) AND NO COMPONENT MAY OVERFLOW, THEN THE KITS ARE
      * ISSUED AND THE COMPONENTS RECEIVED. COMPONENT COSTS STAY AS
      * THEY ARE - THE PARTS COME BACK AT WHAT THEY ARE CARRIED AT.
       BREAK-DOWN-THE-KITS.
           MOVE "Y" TO NOTHING-IS-SHORT.
           PERFORM READ-THE-KIT.
           IF RECORD-FOUND = "N"
                     MOVE "N" TO NOTHING-IS-SHORT
           ELSE
                     PERFORM CHECK-THE-KIT-STOCK.
           PERFORM CHECK-ONE-ROOM
                     VARYING KIT-SUBSCRIPT FROM 1 BY 1
                     UNTIL KIT-SUBSCRIPT > KIT-COMPONENT-COUNT.
           IF NOTHING-IS-SHORT NOT = "Y"
                     DISPLAY "BREAKDOWN REFUSED - NOTHING MOVED"
           ELSE
                     PERFORM READ-THE-KIT
                     MOVE "I" TO MOVEMENT-TYPE-TO-POST
                     MOVE "-" TO MOVEMENT-SIGN-TO-POST
                     MOVE THE-QUANTITY TO MOVEMENT-QTY-TO-POST
                     PERFORM POST-A-STOCK-MOVEMENT
                     PERFORM RECEIVE-ONE-COMPONENT
                          VARYING KIT-SUBSCRIPT FROM 1 BY 1
                          UNTIL KIT-SUBSCRIPT > KIT-COMPONENT-COUNT
                     DISPLAY THE-QUANTITY " KITS BROKEN DOWN".

       CHECK-THE-KIT-STOCK.
           IF THE-QUANTITY > PRODUCT-QTY-ON-HAND
                     DISPLAY "ONLY " PRODUCT-QTY-ON-HAND
                             " KITS ON HAND"
                     MOVE "N" TO NOTHING-IS-SHORT
           ELSE
                     IF LOCATIONS-IN-USE = "Y"
                               PERFORM READ-THE-LOCATION-ROW
                               IF LOCATION-ROW-FOUND = "N" OR
                                  PRDLOC-QTY-ON-HAND < THE-QUANTITY
                                         DISPLAY "NOT ENOUGH KITS AT "
                                                 "LOCATION "
                                                 LOCATION-ENTRY
                                         MOVE "N" TO NOTHING-IS-SHORT.

       CHECK-ONE-ROOM.
           PERFORM READ-THE-COMPONENT.
           IF RECORD-FOUND = "N"
                     DISPLAY "COMPONENT "
                             KIT-COMPONENT-CODE (KIT-SUBSCRIPT)
                             " NO LONGER ON FILE"
                     MOVE "N" TO NOTHING-IS-SHORT
           ELSE
                     IF PRODUCT-QTY-ON-HAND + COMPONENT-QUANTITY
                               > 99999
                               DISPLAY PRODUCT-CODE " ON HAND WOULD "
                                       "EXCEED 99999"
                               MOVE "N" TO NOTHING-IS-SHORT.

       RECEIVE-ONE-COMPONENT.
           PERFORM READ-THE-COMPONENT.
           IF RECORD-FOUND = "Y"
                     MOVE "R" TO MOVEMENT-TYPE-TO-POST
                     MOVE "+" TO MOVEMENT-SIGN-TO-POST
                     MOVE COMPONENT-QUANTITY TO MOVEMENT-QTY-TO-POST
                     PERFORM POST-A-STOCK-MOVEMENT.

      * POST-A-STOCK-MOVEMENT APPLIES THE SET TYPE, SIGN AND QUANTITY
      * TO THE PRODUCT IN THE BUFFER, KEEPS THE STOREROOM BALANCE IN
      * STEP, AND APPENDS THE HISTORY ROW ONLY ONCE THE REWRITE HAS
      * SUCCEEDED - THE SAME ORDER PRODMOV01 POSTS IN.
       POST-A-STOCK-MOVEMENT.
           IF MOVEMENT-SIGN-TO-POST = "+"
                     COMPUTE NEW-QUANTITY = PRODUCT-QTY-ON-HAND
                               + MOVEMENT-QTY-TO-POST
           ELSE
                     COMPUTE NEW-QUANTITY = PRODUCT-QTY-ON-HAND
                               - MOVEMENT-QTY-TO-POST.
           IF NEW-QUANTITY < ZERO
                     MOVE ZERO TO NEW-QUANTITY.
           MOVE NEW-QUANTITY TO PRODUCT-QTY-ON-HAND.
           REWRITE PRODUCT-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED ON " PRODUCT-CODE
                             " - STATUS " PRODUCT-FILE-STATUS
                     NOT INVALID KEY
                     PERFORM SETTLE-THE-LOCATION-ROW
                     PERFORM WRITE-MOVEMENT-RECORD.

       READ-THE-LOCATION-ROW.
           MOVE PRODUCT-CODE TO PRDLOC-PRODUCT-CODE.
           MOVE LOCATION-ENTRY TO PRDLOC-LOCATION-CODE.
           MOVE "Y" TO LOCATION-ROW-FOUND.
           READ PRODUCT-LOCATION-FILE
                     INVALID KEY
                     MOVE "N" TO LOCATION-ROW-FOUND.

      * SETTLE-THE-LOCATION-ROW KEEPS THE STOREROOM BALANCE IN STEP
      * WITH THE BLENDED FIGURE, CREATING THE ROW THE FIRST TIME
      * STOCK LANDS IN A LOCATION - THE FIRST KITS BUILT THERE.
       SETTLE-THE-LOCATION-ROW.
           IF LOCATIONS-IN-USE = "Y"
                     PERFORM READ-THE-LOCATION-ROW
                     IF LOCATION-ROW-FOUND = "N"
                               PERFORM START-A-LOCATION-ROW
                     ELSE
                               PERFORM MOVE-THE-LOCATION-QTY.

       START-A-LOCATION-ROW.
           IF MOVEMENT-SIGN-TO-POST = "+"
                     MOVE PRODUCT-CODE TO PRDLOC-PRODUCT-CODE
                     MOVE LOCATION-ENTRY TO PRDLOC-LOCATION-CODE
                     MOVE MOVEMENT-QTY-TO-POST TO PRDLOC-QTY-ON-HAND
                     WRITE PRODUCT-LOCATION-RECORD
                               INVALID KEY
                               DISPLAY "ERROR WRITING PRODLOC.DAT - "
                                       "STATUS " PRDLOC-FILE-STATUS.

       MOVE-THE-LOCATION-QTY.
           IF MOVEMENT-SIGN-TO-POST = "+"
                     COMPUTE NEW-LOCATION-QTY =
                               PRDLOC-QTY-ON-HAND +
                               MOVEMENT-QTY-TO-POST
           ELSE
                     COMPUTE NEW-LOCATION-QTY =
                               PRDLOC-QTY-ON-HAND -
                               MOVEMENT-QTY-TO-POST.
           IF NEW-LOCATION-QTY < ZERO
                     MOVE ZERO TO NEW-LOCATION-QTY.
           IF NEW-LOCATION-QTY > 99999
                     MOVE 99999 TO NEW-LOCATION-QTY.
           MOVE NEW-LOCATION-QTY TO PRDLOC-QTY-ON-HAND.
           REWRITE PRODUCT-LOCATION-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED ON PRODLOC.DAT - "
                             "STATUS " PRDLOC-FILE-STATUS.

       WRITE-MOVEMENT-RECORD.
           ACCEPT MOVEMENT-DATE FROM DATE YYYYMMDD.
           ACCEPT MOVEMENT-TIME FROM TIME.
           MOVE PRODUCT-CODE TO MOVEMENT-PRODUCT-CODE.
           MOVE MOVEMENT-TYPE-TO-POST TO MOVEMENT-TYPE.
           MOVE MOVEMENT-SIGN-TO-POST TO MOVEMENT-SIGN.
           MOVE MOVEMENT-QTY-TO-POST TO MOVEMENT-QUANTITY.
           MOVE OPERATOR-ID TO MOVEMENT-OPERATOR-ID.
           IF LOCATIONS-IN-USE = "Y"
                     MOVE LOCATION-ENTRY TO MOVEMENT-LOCATION
           ELSE
                     MOVE SPACE TO MOVEMENT-LOCATION.
           MOVE "KA" TO MOVEMENT-SOURCE.
           MOVE PRODUCT-UNIT-COST TO MOVEMENT-UNIT-COST.
           WRITE MOVEMENT-RECORD.
           IF MOVEMENT-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING PRODMOVE.DAT - STATUS "
                             MOVEMENT-FILE-STATUS.

       GO-AGAIN.
           DISPLAY "ASSEMBLE OR BREAK DOWN ANOTHER KIT?".
           ACCEPT YES-NO.
           IF YES-NO = "y"
                     MOVE "Y" TO YES-NO.
           IF YES-NO NOT = "Y"
                     MOVE "N" TO YES-NO.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM KITASM01.
