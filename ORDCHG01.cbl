      * Every cancel and change lands on AUDIT.DAT like the other
      * maintenance programs log theirs. The line file is rebuilt
      * through ORDLINE.TMP when a line changes, since a line-
      * sequential record cannot be rewritten in place. The kits on
      * a kit line that order entry took as components (see
      * BOMMNT01) go back as those components; a quantity that goes
      * up on a kit line is taken from the kits already built.
      * It can also reprice one line: the new price is measured
      * against the minimum margin through MRGCHK01 like order entry
      * measures it, and a line under cost or under the minimum needs
      * a second supervisor's approval or goes on margin hold - the
      * same action, keyed at the line's own price, is how a line
      * order entry or a quote left on margin hold is approved and
      * the order let through to picking.
      * Every change makes a new revision of the order, owed its own
      * acknowledgment by the nightly ORDACK01 pass.
      * A drop-ship line took no stock, so a cancel puts nothing back
      * for it and cancels its open PO instead; once the vendor has
      * confirmed shipping the order can no longer be cancelled, and
      * a drop-ship line's quantity is never changed here.
      ******************************************************************

       ENVIRONMENT DIVISION.
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS AUDIT-FILE-STATUS.

                 SELECT OPTIONAL PO-HEADER-FILE
                           ASSIGN TO "POHDR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PO-NUMBER
                           FILE STATUS IS PO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * THE LINE FILE IS REBUILT AROUND A CHANGED LINE.
       FD  WORK-LINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-LINE-RECORD               PIC X(130).

       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
           COPY WBACKORD.

      * PO-HEADER-RECORD IS THE SHARED PO HEADER LAYOUT - SEE
      * COPYBOOKS/WPOHDR.CPY. ONLY AN ORDER'S DROP-SHIP POS ARE
      * TOUCHED HERE.
       FD  PO-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPOHDR.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           01 AUDIT-RECORD.
           01 LINES-RESTORED        PIC 9(3).
           01 BACKORDERS-FLAGGED    PIC 9(3).
           01 OLD-LINE-EXTENSION    PIC 9(9)V99.
           01 NEW-LINE-EXTENSION    PIC 9(9)V99.
           01 AUDIT-DETAIL-TEXT     PIC X(20).

      * VARIABLES FOR DROP-SHIP LINES, WHICH THE VENDOR FILLS ON ITS
      * OWN PO STRAIGHT FROM ITS WAREHOUSE.
           01 PO-FILE-STATUS        PIC XX.
           01 PO-END-OF-FILE        PIC X.
           01 VENDOR-SHIPPED-LINES  PIC 9(3).
           01 DROP-POS-CANCELLED    PIC 9(3).

      * VARIABLES FOR KIT LINES. THE COMPONENT TABLE COMES FROM
      * BOMFND01; THE LINE SAYS HOW MANY OF ITS KITS WERE TAKEN AS
      * COMPONENTS, THE REST HAVING COME OFF THE SHELF BUILT.
       COPY WKITTBL.
           01 KIT-SUBSCRIPT         PIC 99.
           01 KIT-LINE-COMPONENTS   PIC 9(5).
           01 BUILT-KITS            PIC 9(5).
           01 COMPONENTS-TO-RETURN  PIC 9(5).
           01 NEW-KIT-COMPONENTS    PIC 9(5).
           01 GIVE-BACK-QUANTITY    PIC 9(5).
           01 BUILT-TO-RETURN       PIC 9(5).
           01 LINE-STOCK-MOVED      PIC X.

      * VARIABLES FOR A PRICE CHANGE. THE NEW PRICE GOES THROUGH
      * MRGCHK01, AND A SHORT LINE THROUGH THE SHARED GET-APPROVER-ID
      * PROMPT WITH DECLINING ALLOWED.
           01 PRICE-ENTRY-FIELD     PIC Z(6).ZZ.
           01 NEW-UNIT-PRICE        PIC 9(7)V99.
           01 DISPLAY-UNIT-PRICE    PIC ZZZZZZ9.99.
           01 OLD-MARGIN-STATUS     PIC X.
           01 NEW-MARGIN-STATUS     PIC X.
           01 NEW-MARGIN-APPROVER   PIC X(10).
           01 NEW-MARGIN-DATE       PIC 9(8).
           01 DISPLAY-MARGIN        PIC ---9.9.
       COPY WMRGCHK.
      * APPROVER FIELDS FOR THE SHARED GET-APPROVER-ID PARAGRAPH -
      * SEE COPYBOOKS/WAPPSGNW.CPY.
       COPY WAPPSGNW.

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
           IF ORDER-IS-PICKED
                     DISPLAY "ORDER IS PICKED - ANY CHANGE MEANS "
                             "THE WAREHOUSE MUST RE-PICK IT".
           DISPLAY "(X)CANCEL, (Q)UANTITY CHANGE, (P)RICE CHANGE, OR "
                   "(N)OTHING?".
           ACCEPT ACTION-CODE.
           IF ACTION-CODE = "x"
                     MOVE "X" TO ACTION-CODE.
           IF ACTION-CODE = "q"
                     MOVE "Q" TO ACTION-CODE.
           IF ACTION-CODE = "p"
                     MOVE "P" TO ACTION-CODE.
           IF ACTION-CODE = "X"
                     PERFORM CANCEL-THE-ORDER.
           IF ACTION-CODE = "Q"
                     PERFORM CHANGE-A-QUANTITY.
           IF ACTION-CODE = "P"
                     PERFORM CHANGE-A-PRICE.

      * CANCEL-THE-ORDER RESTORES EVERY LINE'S STOCK, FLAGS THE
      * ORDER'S WAITING BACK-ORDERS CANCELLED, AND MARKS THE HEADER.
           ACCEPT YES-NO.
           IF YES-NO = "y"
                     MOVE "Y" TO YES-NO.
           IF YES-NO = "Y"
                     PERFORM CHECK-FOR-VENDOR-SHIPMENTS
                     IF VENDOR-SHIPPED-LINES NOT = ZERO
                               DISPLAY "THE VENDOR HAS ALREADY SHIPPED "
                                       VENDOR-SHIPPED-LINES " DROP-"
                                       "SHIP LINE(S) - ORDER CANNOT "
                                       "BE CANCELLED"
                               MOVE "N" TO YES-NO.
           IF YES-NO NOT = "Y"
                     DISPLAY "ORDER LEFT ALONE"
           ELSE
                     PERFORM RESTORE-ALL-THE-LINES
                     PERFORM FLAG-THE-BACKORDERS
                     PERFORM CANCEL-THE-DROP-SHIP-POS
                     MOVE "X" TO ORDER-STATUS
                     PERFORM MARK-A-NEW-REVISION
                     REWRITE ORDER-HEADER-RECORD
                               INVALID KEY
                               DISPLAY "REWRITE FAILED - STATUS "
                     AT END
                     MOVE "Y" TO END-OF-FILE.

      * CHECK-FOR-VENDOR-SHIPMENTS COUNTS THE ORDER'S DROP-SHIP LINES
      * THE VENDOR HAS CONFIRMED SHIPPING THROUGH DRPCNF01 - GOODS
      * ALREADY AT THE CUSTOMER'S DOOR CANNOT BE CANCELLED AWAY.
       CHECK-FOR-VENDOR-SHIPMENTS.
           MOVE ZEROES TO VENDOR-SHIPPED-LINES.
           OPEN INPUT ORDER-LINE-FILE.
           IF LINE-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-LINE
                     PERFORM COUNT-ONE-SHIPPED-LINE
                          UNTIL END-OF-FILE = "Y"
                     CLOSE ORDER-LINE-FILE.

       COUNT-ONE-SHIPPED-LINE.
           IF LINE-ORDER-NUMBER = ORDER-NUMBER AND
              LINE-VENDOR-SHIPPED
                     ADD 1 TO VENDOR-SHIPPED-LINES.
           PERFORM READ-NEXT-LINE.

      * A DROP-SHIP LINE TOOK NOTHING OFF OUR SHELF, SO IT HAS
      * NOTHING TO PUT BACK - ITS PO IS CANCELLED INSTEAD.
       RESTORE-ONE-LINE.
           IF LINE-ORDER-NUMBER = ORDER-NUMBER AND
              NOT LINE-IS-DROP-SHIP
                     PERFORM RESTORE-THE-LINE-STOCK
                     IF LINE-STOCK-MOVED = "Y"
                               ADD 1 TO LINES-RESTORED.
           PERFORM READ-NEXT-LINE.

      * RESTORE-THE-LINE-STOCK PUTS THE LINE'S BUILT KITS (OR THE
      * WHOLE QUANTITY OF A PLAIN PRODUCT) BACK UNDER THE LINE'S
      * PRODUCT, AND THE KITS TAKEN AS COMPONENTS BACK AS THOSE
      * COMPONENTS.
       RESTORE-THE-LINE-STOCK.
           MOVE "N" TO LINE-STOCK-MOVED.
           PERFORM GET-THE-KIT-SPLIT.
           MOVE "+" TO MOVEMENT-SIGN-TO-POST.
           IF BUILT-KITS NOT = ZERO
                     MOVE BUILT-KITS TO MOVEMENT-QTY-TO-POST
                     MOVE LINE-PRODUCT-CODE TO PRODUCT-CODE
                     PERFORM POST-A-STOCK-MOVEMENT
                     PERFORM NOTE-THE-MOVE.
           MOVE KIT-LINE-COMPONENTS TO COMPONENTS-TO-RETURN.
           IF COMPONENTS-TO-RETURN NOT = ZERO
                     PERFORM RETURN-ONE-COMPONENT
                          VARYING KIT-SUBSCRIPT FROM 1 BY 1
                          UNTIL KIT-SUBSCRIPT > KIT-COMPONENT-COUNT.

      * GET-THE-KIT-SPLIT SPLITS THE LINE IN THE BUFFER INTO BUILT
      * KITS AND KITS TAKEN AS COMPONENTS. A PLAIN PRODUCT, A LINE
      * FROM BEFORE KITS WERE SOLD, OR A KIT WHOSE COMPONENTS HAVE
      * SINCE COME OFF BOM.DAT IS ALL BUILT.
       GET-THE-KIT-SPLIT.
           CALL "BOMFND01" USING LINE-PRODUCT-CODE KIT-COMPONENT-TABLE.
           MOVE ZERO TO KIT-LINE-COMPONENTS.
           IF LINE-KIT-COMPONENT-QTY IS NUMERIC AND
              KIT-COMPONENT-COUNT NOT = ZERO
                     MOVE LINE-KIT-COMPONENT-QTY TO KIT-LINE-COMPONENTS.
           COMPUTE BUILT-KITS = LINE-QUANTITY - KIT-LINE-COMPONENTS.

       RETURN-ONE-COMPONENT.
           MOVE KIT-COMPONENT-CODE (KIT-SUBSCRIPT) TO PRODUCT-CODE.
           COMPUTE MOVEMENT-QTY-TO-POST = COMPONENTS-TO-RETURN *
                     KIT-COMPONENT-QTY (KIT-SUBSCRIPT).
           MOVE "+" TO MOVEMENT-SIGN-TO-POST.
           PERFORM POST-A-STOCK-MOVEMENT.
           PERFORM NOTE-THE-MOVE.

       NOTE-THE-MOVE.
           IF STOCK-WAS-MOVED = "Y"
                     MOVE "Y" TO LINE-STOCK-MOVED.

      * POST-A-STOCK-MOVEMENT APPLIES THE SET QUANTITY AND SIGN TO
      * THE PRODUCT IN THE BUFFER KEY AND APPENDS THE ADJUSTMENT ROW
      * TO THE MOVEMENT HISTORY, THE SAME GUARDS PRODMOV01 APPLIES.
           MOVE MOVEMENT-QTY-TO-POST TO MOVEMENT-QUANTITY.
           MOVE OPERATOR-ID TO MOVEMENT-OPERATOR-ID.
           MOVE SPACE TO MOVEMENT-LOCATION.
           MOVE "OS" TO MOVEMENT-SOURCE.
           MOVE PRODUCT-UNIT-COST TO MOVEMENT-UNIT-COST.
           WRITE MOVEMENT-RECORD.
           IF MOVEMENT-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING PRODMOVE.DAT - STATUS "
                     ADD 1 TO BACKORDERS-FLAGGED.
           PERFORM READ-NEXT-BACKORDER.

      * CANCEL-THE-DROP-SHIP-POS MARKS EVERY OPEN PO RAISED FOR THE
      * ORDER'S DROP-SHIP LINES CANCELLED, AND TELLS THE OPERATOR SO
      * THE VENDOR CAN BE CALLED OFF.
       CANCEL-THE-DROP-SHIP-POS.
           MOVE ZEROES TO DROP-POS-CANCELLED.
           OPEN I-O PO-HEADER-FILE.
           IF PO-FILE-STATUS = "00"
                     MOVE "N" TO PO-END-OF-FILE
                     PERFORM READ-NEXT-PO-HEADER
                     PERFORM CANCEL-ONE-DROP-PO
                          UNTIL PO-END-OF-FILE = "Y".
           CLOSE PO-HEADER-FILE.

       READ-NEXT-PO-HEADER.
           READ PO-HEADER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO PO-END-OF-FILE.

       CANCEL-ONE-DROP-PO.
           IF PO-DROP-ORDER-NUMBER = ORDER-NUMBER AND
              PO-IS-OPEN
                     MOVE "X" TO PO-STATUS
                     REWRITE PO-HEADER-RECORD
                               INVALID KEY
                               DISPLAY "REWRITE FAILED ON PO "
                                       PO-NUMBER " - STATUS "
                                       PO-FILE-STATUS
                               NOT INVALID KEY
                               ADD 1 TO DROP-POS-CANCELLED
                               DISPLAY "DROP-SHIP PO " PO-NUMBER
                                       " CANCELLED - TELL VENDOR "
                                       PO-VENDOR-NUMBER.
           PERFORM READ-NEXT-PO-HEADER.

      * CHANGE-A-QUANTITY FINDS THE KEYED LINE, SETTLES THE STOCK
      * DIFFERENCE FIRST (TAKING MORE NEEDS IT ON THE SHELF, GIVING
      * BACK ALWAYS WORKS), AND ONLY THEN REBUILDS THE LINE FILE AND
                     MOVE KEYED-NUMBER-VALUE TO THE-LINE-NUMBER
                     PERFORM FIND-THE-LINE
                     IF LINE-WAS-FOUND = "Y"
                               PERFORM CHECK-THE-LINE-TO-CHANGE
                     ELSE
                               DISPLAY "NO SUCH LINE ON THIS ORDER".

                          UNTIL END-OF-FILE = "Y"
                     CLOSE ORDER-LINE-FILE.

      * A DROP-SHIP LINE'S QUANTITY IS WHAT THE VENDOR'S PO ASKS FOR,
      * SO IT IS LEFT TO THE VENDOR - CANCEL AND RE-ENTER THE ORDER
      * TO ORDER A DIFFERENT QUANTITY.
       CHECK-THE-LINE-TO-CHANGE.
           IF LINE-IS-DROP-SHIP
                     DISPLAY "LINE " LINE-NUMBER " SHIPS DIRECT FROM "
                             "THE VENDOR ON PO " LINE-DROP-PO-NUMBER
                             " - QUANTITY CANNOT BE CHANGED HERE"
           ELSE
                     PERFORM GET-THE-NEW-QUANTITY.

       LIST-ONE-LINE.
           IF LINE-ORDER-NUMBER = ORDER-NUMBER
                     IF LINE-ON-MARGIN-HOLD
                               DISPLAY "LINE " LINE-NUMBER " "
                                       LINE-PRODUCT-CODE " QTY "
                                       LINE-QUANTITY " AT "
                                       LINE-UNIT-PRICE " MARGIN HOLD"
                     ELSE
                               DISPLAY "LINE " LINE-NUMBER " "
                                       LINE-PRODUCT-CODE " QTY "
                                       LINE-QUANTITY " AT "
                                       LINE-UNIT-PRICE.
           IF LINE-ORDER-NUMBER = ORDER-NUMBER AND
              LINE-IS-DROP-SHIP
                     DISPLAY "         DROP-SHIP ON PO "
                             LINE-DROP-PO-NUMBER.
           PERFORM READ-NEXT-LINE.

       FIND-THE-LINE.
       SETTLE-THE-STOCK.
           COMPUTE QUANTITY-DIFFERENCE =
                     NEW-LINE-QUANTITY - LINE-QUANTITY.
           PERFORM GET-THE-KIT-SPLIT.
           MOVE KIT-LINE-COMPONENTS TO NEW-KIT-COMPONENTS.
           IF QUANTITY-DIFFERENCE > ZERO
                     MOVE LINE-PRODUCT-CODE TO PRODUCT-CODE
                     MOVE QUANTITY-DIFFERENCE TO MOVEMENT-QTY-TO-POST
                     MOVE "-" TO MOVEMENT-SIGN-TO-POST
                     PERFORM POST-A-STOCK-MOVEMENT
                     MOVE STOCK-WAS-MOVED TO LINE-STOCK-MOVED
           ELSE
                     PERFORM GIVE-BACK-THE-DIFFERENCE.
           IF LINE-STOCK-MOVED = "Y"
                     PERFORM REBUILD-THE-LINE-FILE
                     PERFORM FIX-THE-HEADER-TOTAL.

      * GIVE-BACK-THE-DIFFERENCE RETURNS A CUT IN THE QUANTITY. ON A
      * KIT LINE THE KITS TAKEN AS COMPONENTS GO BACK FIRST, AS
      * COMPONENTS, AND ONLY THEN BUILT KITS.
       GIVE-BACK-THE-DIFFERENCE.
           MOVE "N" TO LINE-STOCK-MOVED.
           COMPUTE GIVE-BACK-QUANTITY = ZERO - QUANTITY-DIFFERENCE.
           IF GIVE-BACK-QUANTITY > KIT-LINE-COMPONENTS
                     MOVE KIT-LINE-COMPONENTS TO COMPONENTS-TO-RETURN
           ELSE
                     MOVE GIVE-BACK-QUANTITY TO COMPONENTS-TO-RETURN.
           COMPUTE BUILT-TO-RETURN =
                     GIVE-BACK-QUANTITY - COMPONENTS-TO-RETURN.
           SUBTRACT COMPONENTS-TO-RETURN FROM NEW-KIT-COMPONENTS.
           MOVE "+" TO MOVEMENT-SIGN-TO-POST.
           IF BUILT-TO-RETURN NOT = ZERO
                     MOVE LINE-PRODUCT-CODE TO PRODUCT-CODE
                     MOVE BUILT-TO-RETURN TO MOVEMENT-QTY-TO-POST
                     PERFORM POST-A-STOCK-MOVEMENT
                     PERFORM NOTE-THE-MOVE.
           IF COMPONENTS-TO-RETURN NOT = ZERO
                     PERFORM RETURN-ONE-COMPONENT
                          VARYING KIT-SUBSCRIPT FROM 1 BY 1
                          UNTIL KIT-SUBSCRIPT > KIT-COMPONENT-COUNT.

      * CHANGE-A-PRICE FINDS THE KEYED LINE AND TAKES ITS NEW PRICE.
      * NO STOCK MOVES; THE LINE FILE AND THE HEADER TOTAL ARE
      * REBUILT AROUND THE NEW PRICE THE WAY A QUANTITY CHANGE
      * REBUILDS THEM.
       CHANGE-A-PRICE.
           PERFORM LIST-THE-ORDER-LINES.
           DISPLAY "LINE NUMBER TO REPRICE ? ".
           ACCEPT LINE-NUMBER-ENTRY.
           MOVE LINE-NUMBER-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y"
                     DISPLAY "LINE NUMBER MUST BE NUMERIC"
           ELSE
                     MOVE KEYED-NUMBER-VALUE TO THE-LINE-NUMBER
                     PERFORM FIND-THE-LINE
                     IF LINE-WAS-FOUND = "Y"
                               PERFORM GET-THE-NEW-PRICE
                     ELSE
                               DISPLAY "NO SUCH LINE ON THIS ORDER".

      * GET-THE-NEW-PRICE TAKES THE PRICE - BLANK KEEPS THE LINE'S
      * OWN, WHICH IS HOW A LINE ON MARGIN HOLD IS PUT BACK IN FRONT
      * OF A SUPERVISOR AT THE PRICE IT WAS TAKEN AT.
       GET-THE-NEW-PRICE.
           MOVE LINE-MARGIN-STATUS TO OLD-MARGIN-STATUS.
           MOVE LINE-UNIT-PRICE TO DISPLAY-UNIT-PRICE.
           DISPLAY "NEW UNIT PRICE (BLANK = " DISPLAY-UNIT-PRICE
                   ") ? ".
           ACCEPT PRICE-ENTRY-FIELD.
           IF PRICE-ENTRY-FIELD = SPACE
                     MOVE LINE-UNIT-PRICE TO NEW-UNIT-PRICE
           ELSE
                     MOVE PRICE-ENTRY-FIELD TO NEW-UNIT-PRICE.
           IF NEW-UNIT-PRICE = LINE-UNIT-PRICE AND
              NOT LINE-ON-MARGIN-HOLD
                     DISPLAY "PRICE UNCHANGED"
           ELSE
                     PERFORM CHECK-THE-NEW-MARGIN
                     PERFORM REPRICE-THE-LINE.

      * CHECK-THE-NEW-MARGIN RUNS THE NEW PRICE PAST MRGCHK01 AGAINST
      * THE PRODUCT'S COST TODAY - OR, ON A DROP-SHIP LINE, THE
      * VENDOR COST THE LINE WAS TAKEN AT. A SHORT LINE NEEDS A SECOND
      * SUPERVISOR, OR IT GOES (OR STAYS) ON MARGIN HOLD.
       CHECK-THE-NEW-MARGIN.
           MOVE LINE-PRODUCT-CODE TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     MOVE PRODUCT-CATEGORY TO MARGIN-CATEGORY
                     MOVE PRODUCT-UNIT-COST TO MARGIN-UNIT-COST
           ELSE
                     MOVE SPACE TO MARGIN-CATEGORY
                     MOVE ZERO TO MARGIN-UNIT-COST
                     IF LINE-UNIT-COST NUMERIC
                               MOVE LINE-UNIT-COST TO MARGIN-UNIT-COST.
           IF LINE-IS-DROP-SHIP
                     MOVE LINE-UNIT-COST TO MARGIN-UNIT-COST.
           MOVE NEW-UNIT-PRICE TO MARGIN-UNIT-PRICE.
           MOVE SPACE TO NEW-MARGIN-STATUS.
           MOVE SPACE TO NEW-MARGIN-APPROVER.
           MOVE ZERO TO NEW-MARGIN-DATE.
           CALL "MRGCHK01" USING MARGIN-CHECK-AREA.
           IF MARGIN-IS-SHORT
                     PERFORM GET-THE-MARGIN-APPROVAL.

       GET-THE-MARGIN-APPROVAL.
           MOVE MARGIN-PERCENT TO DISPLAY-MARGIN.
           DISPLAY "WARNING - MARGIN ON THIS LINE IS " DISPLAY-MARGIN
                   "% AGAINST A MINIMUM OF " MARGIN-MINIMUM "%".
           IF MARGIN-UNIT-PRICE < MARGIN-UNIT-COST
                     DISPLAY "THE PRICE IS BELOW COST".
           MOVE "Y" TO APPROVAL-MAY-BE-DECLINED.
           MOVE ZERO TO APPROVER-SIGNON-TRIES.
           PERFORM GET-APPROVER-ID.
           IF APPROVER-SIGNON-OK = "Y"
                     MOVE "A" TO NEW-MARGIN-STATUS
                     MOVE APPROVER-ID TO NEW-MARGIN-APPROVER
                     ACCEPT NEW-MARGIN-DATE FROM DATE YYYYMMDD
                     DISPLAY "PRICE APPROVED BY " APPROVER-ID
           ELSE
                     MOVE "H" TO NEW-MARGIN-STATUS
                     DISPLAY "LINE WILL BE LEFT ON MARGIN HOLD".

       REPRICE-THE-LINE.
           MOVE LINE-QUANTITY TO NEW-LINE-QUANTITY.
           MOVE ZERO TO NEW-KIT-COMPONENTS.
           IF LINE-KIT-COMPONENT-QTY IS NUMERIC
                     MOVE LINE-KIT-COMPONENT-QTY TO NEW-KIT-COMPONENTS.
           MOVE NEW-UNIT-PRICE TO DISPLAY-UNIT-PRICE.
           PERFORM REBUILD-THE-LINE-FILE.
           PERFORM FIX-THE-HEADER-TOTAL.
           IF OLD-MARGIN-STATUS = "H" AND
              NEW-MARGIN-STATUS NOT = "H"
                     DISPLAY "MARGIN HOLD RELEASED ON LINE "
                             THE-LINE-NUMBER.

      * REBUILD-THE-LINE-FILE COPIES THE WHOLE LINE FILE THROUGH
      * ORDLINE.TMP, SWAPPING IN THE CHANGED LINE AS IT PASSES, AND
      * COPIES IT BACK. A LINE-SEQUENTIAL RECORD CANNOT BE REWRITTEN
              LINE-NUMBER = THE-LINE-NUMBER
                     MOVE LINE-EXTENSION TO OLD-LINE-EXTENSION
                     MOVE NEW-LINE-QUANTITY TO LINE-QUANTITY
                     MOVE NEW-KIT-COMPONENTS TO LINE-KIT-COMPONENT-QTY
                     IF ACTION-CODE = "P"
                               PERFORM SWAP-IN-THE-PRICE
                     END-IF
                     COMPUTE LINE-EXTENSION =
                               NEW-LINE-QUANTITY * LINE-UNIT-PRICE
                     MOVE LINE-EXTENSION TO NEW-LINE-EXTENSION.
           MOVE ORDER-LINE-RECORD TO WORK-LINE-RECORD.
           WRITE WORK-LINE-RECORD.
           PERFORM READ-NEXT-LINE.

       SWAP-IN-THE-PRICE.
           MOVE NEW-UNIT-PRICE TO LINE-UNIT-PRICE.
           MOVE MARGIN-UNIT-COST TO LINE-UNIT-COST.
           MOVE NEW-MARGIN-STATUS TO LINE-MARGIN-STATUS.
           MOVE NEW-MARGIN-APPROVER TO LINE-MARGIN-APPROVER.
           MOVE NEW-MARGIN-DATE TO LINE-MARGIN-DATE.

       READ-NEXT-WORK-LINE.
           READ WORK-LINE-FILE NEXT RECORD
                     AT END
           WRITE ORDER-LINE-RECORD.
           PERFORM READ-NEXT-WORK-LINE.

      * MARK-A-NEW-REVISION COUNTS THE CHANGE AS A NEW VERSION OF
      * THE ORDER, OWED ITS OWN ACKNOWLEDGMENT BY THE NIGHTLY ORDACK01
      * PASS.
       MARK-A-NEW-REVISION.
           IF ORDER-REVISION NOT NUMERIC
                     MOVE ZERO TO ORDER-REVISION.
           ADD 1 TO ORDER-REVISION.
           MOVE "N" TO ORDER-ACK-FLAG.

      * FIX-THE-HEADER-TOTAL MOVES THE ORDER TOTAL BY THE CHANGE IN
      * THE LINE'S EXTENSION AND LOGS THE CHANGE.
       FIX-THE-HEADER-TOTAL.
           COMPUTE ORDER-TOTAL = ORDER-TOTAL - OLD-LINE-EXTENSION
                     + NEW-LINE-EXTENSION.
           PERFORM MARK-A-NEW-REVISION.
           REWRITE ORDER-HEADER-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED - STATUS "
                             HEADER-FILE-STATUS
                     NOT INVALID KEY
                     PERFORM LOG-THE-LINE-CHANGE.

       LOG-THE-LINE-CHANGE.
           MOVE SPACE TO AUDIT-DETAIL-TEXT.
           IF ACTION-CODE = "P"
                     STRING "LINE " LINE-NUMBER-ENTRY " "
                               DISPLAY-UNIT-PRICE
                               DELIMITED BY SIZE
                               INTO AUDIT-DETAIL-TEXT
                     PERFORM WRITE-AUDIT-RECORD
                     DISPLAY "LINE " THE-LINE-NUMBER " NOW AT "
                             DISPLAY-UNIT-PRICE " - ORDER TOTAL "
                             ORDER-TOTAL
           ELSE
                     STRING "LINE " LINE-NUMBER-ENTRY " QTY "
                               QUANTITY-ENTRY
                               DELIMITED BY SIZE
           MOVE "ORDCHG01" TO AUDIT-PROGRAM-ID.
           IF ACTION-CODE = "X"
                     MOVE "CANCEL" TO AUDIT-ACTION
           ELSE IF ACTION-CODE = "P"
                     MOVE "PRICECHG" TO AUDIT-ACTION
           ELSE
                     MOVE "QTYCHANGE" TO AUDIT-ACTION.
           MOVE SPACE TO AUDIT-LAST-NAME.
           IF YES-NO NOT = "Y"
                     MOVE "N" TO YES-NO.

      * GET-APPROVER-ID IS THE SHARED DUAL-CONTROL PROMPT - SEE
      * COPYBOOKS/APPRSGN.CPY.
       COPY APPRSGN.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.
