      * QUOTHDR.DAT under a number from QUOTCTL.DAT, with an
      * expiration date (blank means 30 days out). QUOTCNV01 turns an
      * accepted quote into a live order at these quoted prices.
      * Each line shows the available-to-promise figure from ATPFND01
      * and the date the quoted quantity could be promised to ship.
      * As in order entry, the clerk may key a price over the list or
      * agreement one, and a line under cost or under the minimum
      * margin (MRGCHK01) needs a second supervisor's approval or is
      * quoted on margin hold - a hold the order inherits when
      * QUOTCNV01 converts the quote. The quote is credited to the
      * account's salesperson for the win/loss figures (QUOTWL01).
      ******************************************************************

       ENVIRONMENT DIVISION.
           01 LINE-IS-FINISHED      PIC X.
           01 DISPLAY-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.

      * VARIABLES FOR PRICING A LINE THROUGH CPRFND01 - A CUSTOMER
      * WITH A PRICE AGREEMENT IS QUOTED THE AGREED PRICE.
           01 THE-UNIT-PRICE        PIC 9(7)V99.
           01 PRICE-IS-AGREED       PIC X.
           01 PRICING-DATE          PIC 9(8).
           01 DISPLAY-UNIT-PRICE    PIC ZZZZZZ9.99.
           01 PRICE-ENTRY-FIELD     PIC Z(6).ZZ.

      * VARIABLES FOR THE MARGIN CHECK THROUGH MRGCHK01. A SHORT LINE
      * IS APPROVED THROUGH THE SHARED GET-APPROVER-ID PROMPT, WITH
      * DECLINING ALLOWED, OR QUOTED ON MARGIN HOLD.
       COPY WMRGCHK.
           01 THE-MARGIN-STATUS     PIC X.
           01 THE-MARGIN-APPROVER   PIC X(10).
           01 THE-MARGIN-DATE       PIC 9(8).
           01 MARGIN-HOLDS-THIS-QUOTE PIC 9(3).
           01 DISPLAY-MARGIN        PIC ---9.9.
      * APPROVER FIELDS FOR THE SHARED GET-APPROVER-ID PARAGRAPH -
      * SEE COPYBOOKS/WAPPSGNW.CPY.
       COPY WAPPSGNW.

      * THE AVAILABLE-TO-PROMISE PICTURE FROM ATPFND01, SO THE QUOTE
      * CAN CARRY A REALISTIC SHIP DATE TO THE CUSTOMER.
       COPY WATPTBL.
           01 DISPLAY-ATP           PIC ------9.
           01 DISPLAY-ATP-IN-ALL    PIC ------9.

      * VARIABLES FOR THE SHIP-TO, LOOKED UP THROUGH SHPFND01. A BLANK
      * CODE QUOTES FOR THE BILL-TO ADDRESS.
           01 THE-SHIP-TO-CODE      PIC X(4).
           01 SHIP-TO-FOUND         PIC X.
       COPY WSHIPTO.

      * WORK FIELDS FOR WALKING THE DEFAULT EXPIRY 30 DAYS FORWARD.
       01  WALK-DATE-PARTS.
                 05 WALK-YEAR              PIC 9(4).
                     DISPLAY "NO CUSTOMER WITH THAT ACCOUNT NUMBER"
           ELSE
                     DISPLAY "QUOTE FOR: " CUSTOMER-LAST-NAME " "
                             CUSTOMER-FIRST-NAME
                     PERFORM GET-THE-SHIP-TO.

      * GET-THE-SHIP-TO TAKES THE SHIP-TO CODE THE QUOTE IS FOR.
      * BLANK MEANS THE BILL-TO ADDRESS ON THE CUSTOMER RECORD.
       GET-THE-SHIP-TO.
           DISPLAY "SHIP-TO CODE (BLANK FOR BILL-TO ADDRESS) ? ".
           ACCEPT THE-SHIP-TO-CODE.
           INSPECT THE-SHIP-TO-CODE CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF THE-SHIP-TO-CODE NOT = SPACE
                     CALL "SHPFND01" USING CUSTOMER-ACCOUNT-NUMBER
                               THE-SHIP-TO-CODE SHIP-TO-RECORD
                               SHIP-TO-FOUND
                     IF SHIP-TO-FOUND NOT = "Y"
                               DISPLAY "NO SHIP-TO WITH THAT CODE ON "
                                       "THE ACCOUNT"
                               GO TO GET-THE-SHIP-TO
                     ELSE
                               DISPLAY "SHIP TO: " SHIP-TO-NAME
                               DISPLAY "         " SHIP-TO-CITY " "
                                       SHIP-TO-STATE.

       TAKE-ONE-QUOTE.
           MOVE ZEROES TO LINES-THIS-QUOTE RUNNING-QUOTE-TOTAL.
           MOVE ZEROES TO MARGIN-HOLDS-THIS-QUOTE.
           MOVE "N" TO LINE-IS-FINISHED.
           PERFORM TAKE-ONE-LINE
                 UNTIL LINE-IS-FINISHED = "Y".
                     ELSE
                               DISPLAY PRODUCT-DESCRIPTION " AT "
                                       PRODUCT-PRICE
                               PERFORM SHOW-THE-PROMISE-PICTURE
                               PERFORM GET-THE-LINE-QUANTITY.

      * SHOW-THE-PROMISE-PICTURE GIVES THE AVAILABLE-TO-PROMISE FIGURE
      * AND THE NEXT PO RECEIPT DUE IN.
       SHOW-THE-PROMISE-PICTURE.
           MOVE ZERO TO ATP-QUANTITY-WANTED.
           PERFORM ASK-FOR-THE-PROMISE.
           MOVE ATP-AVAILABLE-NOW TO DISPLAY-ATP.
           MOVE ATP-AVAILABLE-IN-ALL TO DISPLAY-ATP-IN-ALL.
           DISPLAY "AVAILABLE TO PROMISE NOW " DISPLAY-ATP
                   ", WITH ALL ON ORDER " DISPLAY-ATP-IN-ALL.
           IF ATP-RECEIPT-COUNT NOT = ZERO
                     DISPLAY "NEXT RECEIPT DUE " ATP-RECEIPT-DATE (1)
                             " QTY " ATP-RECEIPT-QTY (1).

       ASK-FOR-THE-PROMISE.
           MOVE PRODUCT-CODE TO ATP-PRODUCT-CODE.
           MOVE PRODUCT-QTY-ON-HAND TO ATP-ON-HAND.
           ACCEPT ATP-AS-OF-DATE FROM DATE YYYYMMDD.
           CALL "ATPFND01" USING AVAILABLE-TO-PROMISE-AREA.

      * SHOW-THE-PROMISE-DATE TELLS THE CLERK WHEN THE QUOTED
      * QUANTITY COULD SHIP IF THE QUOTE WERE ACCEPTED TODAY.
       SHOW-THE-PROMISE-DATE.
           MOVE THE-QUANTITY TO ATP-QUANTITY-WANTED.
           PERFORM ASK-FOR-THE-PROMISE.
           IF ATP-PROMISE-DATE = ZERO
                     DISPLAY "NOTHING ON ORDER COVERS THE QUANTITY - "
                             "NO SHIP DATE CAN BE PROMISED YET"
           ELSE
                     DISPLAY "QUANTITY CAN BE PROMISED TO SHIP "
                             ATP-PROMISE-DATE.

       GET-THE-LINE-QUANTITY.
           DISPLAY "QUANTITY ? ".
           ACCEPT QUANTITY-ENTRY.
                     DISPLAY "QUANTITY MUST NOT BE ZERO - LINE "
                             "DROPPED"
           ELSE
                     PERFORM PRICE-FROM-AGREEMENT
                     PERFORM GET-THE-LINE-PRICE
                     PERFORM CHECK-THE-MARGIN
                     PERFORM SHOW-THE-PROMISE-DATE
                     PERFORM WRITE-THE-LINE.

      * PRICE-FROM-AGREEMENT ASKS CPRFND01 FOR THE UNIT PRICE AT THE
      * QUANTITY QUOTED.
       PRICE-FROM-AGREEMENT.
           ACCEPT PRICING-DATE FROM DATE YYYYMMDD.
           CALL "CPRFND01" USING CUSTOMER-ACCOUNT-NUMBER PRODUCT-CODE
                     THE-QUANTITY PRICING-DATE PRODUCT-PRICE
                     THE-UNIT-PRICE PRICE-IS-AGREED.
           IF PRICE-IS-AGREED = "Y"
                     MOVE THE-UNIT-PRICE TO DISPLAY-UNIT-PRICE
                     DISPLAY "AGREEMENT PRICE " DISPLAY-UNIT-PRICE
                             " EACH APPLIES".

      * GET-THE-LINE-PRICE LETS THE CLERK KEY A PRICE OVER THE ONE
      * THE LIST OR AN AGREEMENT GAVE; BLANK KEEPS IT.
       GET-THE-LINE-PRICE.
           MOVE THE-UNIT-PRICE TO DISPLAY-UNIT-PRICE.
           DISPLAY "UNIT PRICE (BLANK = " DISPLAY-UNIT-PRICE ") ? ".
           ACCEPT PRICE-ENTRY-FIELD.
           IF PRICE-ENTRY-FIELD NOT = SPACE
                     MOVE PRICE-ENTRY-FIELD TO THE-UNIT-PRICE.

      * CHECK-THE-MARGIN RUNS THE QUOTED PRICE PAST MRGCHK01.
       CHECK-THE-MARGIN.
           MOVE PRODUCT-CATEGORY TO MARGIN-CATEGORY.
           MOVE THE-UNIT-PRICE TO MARGIN-UNIT-PRICE.
           MOVE PRODUCT-UNIT-COST TO MARGIN-UNIT-COST.
           MOVE SPACE TO THE-MARGIN-STATUS.
           MOVE SPACE TO THE-MARGIN-APPROVER.
           MOVE ZERO TO THE-MARGIN-DATE.
           CALL "MRGCHK01" USING MARGIN-CHECK-AREA.
           IF MARGIN-IS-SHORT
                     PERFORM GET-THE-MARGIN-APPROVAL.

      * GET-THE-MARGIN-APPROVAL WARNS WITH THE FIGURES AND ASKS A
      * SECOND SUPERVISOR TO APPROVE THE LINE. DECLINED, THE LINE IS
      * STILL QUOTED BUT ON MARGIN HOLD.
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
                     MOVE "A" TO THE-MARGIN-STATUS
                     MOVE APPROVER-ID TO THE-MARGIN-APPROVER
                     ACCEPT THE-MARGIN-DATE FROM DATE YYYYMMDD
                     DISPLAY "PRICE APPROVED BY " APPROVER-ID
           ELSE
                     MOVE "H" TO THE-MARGIN-STATUS
                     DISPLAY "LINE WILL BE QUOTED ON MARGIN HOLD".

      * WRITE-THE-LINE PRICES AND FILES THE LINE - NO STOCK MOVES,
      * THAT IS THE WHOLE POINT OF A QUOTE.
       WRITE-THE-LINE.
           ADD 1 TO LINES-THIS-QUOTE.
           COMPUTE THE-EXTENSION = THE-QUANTITY * THE-UNIT-PRICE.
           ADD THE-EXTENSION TO RUNNING-QUOTE-TOTAL.
           MOVE QUOTE-NUMBER-TO-USE TO QLINE-QUOTE-NUMBER.
           MOVE LINES-THIS-QUOTE TO QLINE-NUMBER.
           MOVE PRODUCT-CODE TO QLINE-PRODUCT-CODE.
           MOVE THE-QUANTITY TO QLINE-QUANTITY.
           MOVE THE-UNIT-PRICE TO QLINE-UNIT-PRICE.
           MOVE PRODUCT-PRICE TO QLINE-LIST-PRICE.
           MOVE THE-EXTENSION TO QLINE-EXTENSION.
           MOVE MARGIN-UNIT-COST TO QLINE-UNIT-COST.
           MOVE THE-MARGIN-STATUS TO QLINE-MARGIN-STATUS.
           MOVE THE-MARGIN-APPROVER TO QLINE-MARGIN-APPROVER.
           MOVE THE-MARGIN-DATE TO QLINE-MARGIN-DATE.
           IF QLINE-ON-MARGIN-HOLD
                     ADD 1 TO MARGIN-HOLDS-THIS-QUOTE.
           WRITE QUOTE-LINE-RECORD.
           IF QLINE-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING QUOTLINE.DAT - STATUS "
           MOVE QUOTE-NUMBER-TO-USE TO QUOTE-NUMBER.
           MOVE CUSTOMER-ACCOUNT-NUMBER TO QUOTE-ACCOUNT-NUMBER.
           ACCEPT QUOTE-DATE FROM DATE YYYYMMDD.
           ACCEPT QUOTE-ENTERED-TIME FROM TIME.
           MOVE "O" TO QUOTE-STATUS.
           MOVE LINES-THIS-QUOTE TO QUOTE-LINE-COUNT.
           MOVE RUNNING-QUOTE-TOTAL TO QUOTE-TOTAL.
           MOVE OPERATOR-ID TO QUOTE-OPERATOR-ID.
           MOVE ZERO TO QUOTE-ORDER-NUMBER.
           MOVE THE-SHIP-TO-CODE TO QUOTE-SHIP-TO-CODE.
           MOVE CUSTOMER-SALES-ID TO QUOTE-SALES-ID.
           MOVE ZERO TO QUOTE-CLOSED-DATE.
           MOVE SPACE TO QUOTE-CLOSED-BY QUOTE-LOST-REASON
                         QUOTE-COMPETITOR.
           WRITE QUOTE-HEADER-RECORD
                     INVALID KEY
                     DISPLAY "DUPLICATE QUOTE NUMBER - CHECK "
                     DISPLAY "QUOTE " QUOTE-NUMBER " FILED - TOTAL "
                             DISPLAY-TOTAL " EXPIRES "
                             QUOTE-EXPIRY-DATE
                     PERFORM SHOW-THE-MARGIN-HOLD
                     ADD 1 TO QUOTE-NUMBER-TO-USE
                     PERFORM SAVE-THE-QUOTE-CONTROL.

                     ELSE
                               ADD 1 TO WALK-MONTH.

       SHOW-THE-MARGIN-HOLD.
           IF MARGIN-HOLDS-THIS-QUOTE NOT = ZERO
                     DISPLAY "QUOTE SAVED ON MARGIN HOLD - "
                             MARGIN-HOLDS-THIS-QUOTE " LINE(S) WILL "
                             "HOLD THE ORDER IT BECOMES".

       GO-AGAIN.
           DISPLAY "TAKE ANOTHER QUOTE?".
           ACCEPT YES-NO.
           IF YES-NO NOT = "Y"
                     MOVE "N" TO YES-NO.

      * GET-APPROVER-ID IS THE SHARED DUAL-CONTROL PROMPT - SEE
      * COPYBOOKS/APPRSGN.CPY.
       COPY APPRSGN.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.
