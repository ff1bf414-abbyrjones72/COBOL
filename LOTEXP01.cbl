      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEXP01.

      ******************************************************************
      * This program is the nightly lot expiry pass over PRODLOT.DAT.
      * First every lot already past its expiry date with stock left
      * on it is quarantined: the lot is flagged "Q" so no shipment
      * relieves it again, and its quantity comes off the product's
      * on-hand (and the shipping location's balance) through an
      * adjustment PRODMOVE.DAT row, so order entry no longer counts
      * it as available. Then every lot expiring within a keyed
      * number of days is listed, valued at the product's unit cost,
      * so the stock can be pushed or returned while it still has
      * value. Both sections print with their total value.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL LOT-FILE
                           ASSIGN TO "PRODLOT.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS LOT-KEY
                           FILE STATUS IS LOT-FILE-STATUS.

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
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS LOC-REF-CODE
                           FILE STATUS IS LOCATION-FILE-STATUS.

                 SELECT OPTIONAL PRODUCT-LOCATION-FILE
                           ASSIGN TO "PRODLOC.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PRDLOC-KEY
                           FILE STATUS IS PRDLOC-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * PRODUCT-LOT-RECORD IS THE SHARED LOT LAYOUT - SEE
      * COPYBOOKS/WPRDLOT.CPY.
       FD  LOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRDLOT.

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
      * DATED GOODS SHIP FROM THE SHIPPING LOCATION, SO THAT IS THE
      * BALANCE A QUARANTINED LOT COMES OUT OF.
       FD  LOCATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WLOCREF.

       FD  PRODUCT-LOCATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRDLOC.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(100).

       WORKING-STORAGE SECTION.

       01  LOT-FILE-STATUS           PIC XX.
       01  PRODUCT-FILE-STATUS       PIC XX.
       01  MOVEMENT-FILE-STATUS      PIC XX.
       01  LOCATION-FILE-STATUS      PIC XX.
       01  PRDLOC-FILE-STATUS        PIC XX.
       01  END-OF-FILE               PIC X.
       01  RECORD-FOUND              PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       01  DAYS-ENTRY                PIC X(3).
       01  DAYS-AHEAD                PIC 9(3).
       01  TODAYS-DATE               PIC 9(8).
       01  HORIZON-DATE              PIC 9(8).
       01  DAY-COUNTER               PIC 9(3).
       01  QTY-TO-REMOVE             PIC 9(5).
       01  NEW-LOCATION-QTY          PIC S9(6).
       01  THE-LOT-VALUE             PIC 9(9)V99.

      * VARIABLES FOR THE SHIPPING LOCATION. WITH NO LOCATION TABLE
      * (OR NO FLAGGED SHIPPER) ONLY THE BLENDED ON-HAND MOVES.
       01  LOCATIONS-IN-USE          PIC X.
       01  SHIPPING-LOCATION         PIC X(3).
       01  LOCATION-END-OF-FILE      PIC X.
       01  LOCATION-ROW-FOUND        PIC X.

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

      * WORK FIELDS FOR WALKING THE HORIZON FORWARD FROM TODAY, THE
      * SAME DAY WALK QUOTEXP01 USES.
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

       01  LOTS-QUARANTINED          PIC 9(5) VALUE ZERO.
       01  LOTS-EXPIRING             PIC 9(5) VALUE ZERO.
       01  QUARANTINED-VALUE         PIC 9(11)V99 VALUE ZERO.
       01  EXPIRING-VALUE            PIC 9(11)V99 VALUE ZERO.

      * Structures for the printed report.
       01  QUARANTINE-TITLE-LINE.
                 05 FILLER                 PIC X(37) VALUE
                         "EXPIRED LOTS QUARANTINED - AS OF ".
                 05 PRINT-TODAY            PIC 9(8).

       01  EXPIRING-TITLE-LINE.
                 05 FILLER                 PIC X(27) VALUE
                         "LOTS EXPIRING WITHIN ".
                 05 PRINT-DAYS             PIC ZZ9.
                 05 FILLER                 PIC X(15) VALUE
                                           " DAYS - BY ".
                 05 PRINT-HORIZON          PIC 9(8).

       01  COLUMN-LINE.
                 05 FILLER                 PIC X(32) VALUE
                         "PRODUCT    DESCRIPTION".
                 05 FILLER                 PIC X(40) VALUE
                         "LOT        EXPIRES    QTY   UNIT COST".
                 05 FILLER                 PIC X(12) VALUE
                         "       VALUE".

       01  LOT-DETAIL-LINE.
                 05 PRINT-PRODUCT-CODE     PIC X(10).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-DESCRIPTION      PIC X(20).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-LOT-NUMBER       PIC X(10).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-EXPIRY           PIC 9(8).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-QUANTITY         PIC ZZZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-UNIT-COST        PIC Z,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-VALUE            PIC ZZ,ZZZ,ZZ9.99.

       01  TOTAL-LINE.
                 05 FILLER                 PIC X(11) VALUE SPACE.
                 05 PRINT-LOT-COUNT        PIC ZZZZ9.
                 05 FILLER                 PIC X(24) VALUE
                                           " LOT(S)  TOTAL VALUE ".
                 05 PRINT-TOTAL-VALUE      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            PERFORM QUARANTINE-THE-EXPIRED.
            PERFORM LIST-THE-SHORT-DATED.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           PERFORM GET-THE-DAYS.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           MOVE TODAYS-DATE TO WALK-DATE-WHOLE.
           PERFORM WALK-FORWARD-ONE-DAY
                     VARYING DAY-COUNTER FROM 1 BY 1
                     UNTIL DAY-COUNTER > DAYS-AHEAD.
           MOVE WALK-DATE-WHOLE TO HORIZON-DATE.
           OPEN I-O LOT-FILE.
           IF LOT-FILE-STATUS NOT = "00"
                     DISPLAY "NO LOT FILE ON THE SYSTEM - NOTHING "
                             "TO CHECK"
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
           PERFORM FIND-THE-SHIPPING-LOCATION.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE LOT-FILE.
           CLOSE PRODUCT-FILE.
           CLOSE MOVEMENT-FILE.
           IF LOCATIONS-IN-USE = "Y"
                     CLOSE PRODUCT-LOCATION-FILE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           CLOSE PRINTER-FILE.
           DISPLAY LOTS-QUARANTINED " LOT(S) QUARANTINED, "
                   LOTS-EXPIRING " EXPIRING WITHIN " DAYS-AHEAD
                   " DAYS".

      * A BLANK ENTRY TAKES THE USUAL 30 DAYS.
       GET-THE-DAYS.
           DISPLAY "LIST LOTS EXPIRING WITHIN HOW MANY DAYS (BLANK "
                   "= 30) ? ".
           ACCEPT DAYS-ENTRY.
           IF DAYS-ENTRY = SPACE
                     MOVE "30" TO DAYS-ENTRY.
           MOVE DAYS-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y" OR
              KEYED-NUMBER-VALUE = ZERO
                     DISPLAY "MUST BE 1 TO 999 DAYS"
                     GO TO GET-THE-DAYS.
           MOVE KEYED-NUMBER-VALUE TO DAYS-AHEAD.

       WALK-FORWARD-ONE-DAY.
           MOVE MONTH-LENGTH (WALK-MONTH) TO THIS-MONTH-LENGTH.
           IF WALK-MONTH = 2
                     DIVIDE WALK-YEAR BY 4 GIVING LEAP-QUOTIENT
                               REMAINDER LEAP-REMAINDER
                     IF LEAP-REMAINDER = ZERO
                               MOVE 29 TO THIS-MONTH-LENGTH.
           IF WALK-DAY < THIS-MONTH-LENGTH
                     ADD 1 TO WALK-DAY
           ELSE
                     MOVE 1 TO WALK-DAY
                     IF WALK-MONTH = 12
                               MOVE 1 TO WALK-MONTH
                               ADD 1 TO WALK-YEAR
                     ELSE
                               ADD 1 TO WALK-MONTH.

      * FIND-THE-SHIPPING-LOCATION LOOKS FOR THE ONE FLAGGED ROW ON
      * THE LOCATION TABLE. NO TABLE, OR NO FLAG, MEANS NO LOCATION
      * POSTING.
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
                     IF PRDLOC-FILE-STATUS NOT = "00"
                               MOVE "N" TO LOCATIONS-IN-USE.

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

       READ-NEXT-LOT.
           READ LOT-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

      * QUARANTINE-THE-EXPIRED IS THE FIRST PASS: ANY LOT PAST ITS
      * EXPIRY, NOT YET QUARANTINED, WITH STOCK STILL ON IT.
       QUARANTINE-THE-EXPIRED.
           MOVE TODAYS-DATE TO PRINT-TODAY.
           MOVE QUARANTINE-TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-LOT.
           PERFORM CHECK-FOR-EXPIRY
                 UNTIL END-OF-FILE = "Y".
           MOVE LOTS-QUARANTINED TO PRINT-LOT-COUNT.
           MOVE QUARANTINED-VALUE TO PRINT-TOTAL-VALUE.
           PERFORM PRINT-THE-TOTAL.

       CHECK-FOR-EXPIRY.
           IF NOT LOT-IS-QUARANTINED AND
              LOT-EXPIRY-DATE < TODAYS-DATE AND
              LOT-QTY-REMAINING NOT = ZERO
                     PERFORM QUARANTINE-ONE-LOT.
           PERFORM READ-NEXT-LOT.

      * QUARANTINE-ONE-LOT FLAGS THE LOT AND TAKES ITS QUANTITY OFF
      * HAND - NEVER MORE THAN IS ON HAND, SINCE STOCK MAY HAVE LEFT
      * UNTRACED BEFORE THE PRODUCT WAS LOT-TRACKED.
       QUARANTINE-ONE-LOT.
           MOVE "Q" TO LOT-STATUS.
           REWRITE PRODUCT-LOT-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED ON PRODLOT.DAT - "
                             "STATUS " LOT-FILE-STATUS
                     NOT INVALID KEY
                     ADD 1 TO LOTS-QUARANTINED
                     PERFORM TAKE-THE-LOT-OFF-HAND
                     PERFORM PRINT-ONE-LOT
                     ADD THE-LOT-VALUE TO QUARANTINED-VALUE.

       TAKE-THE-LOT-OFF-HAND.
           PERFORM GET-THE-LOT-PRODUCT.
           IF RECORD-FOUND = "Y"
                     IF LOT-QTY-REMAINING > PRODUCT-QTY-ON-HAND
                               MOVE PRODUCT-QTY-ON-HAND TO
                                    QTY-TO-REMOVE
                     ELSE
                               MOVE LOT-QTY-REMAINING TO
                                    QTY-TO-REMOVE.
           IF RECORD-FOUND = "Y" AND QTY-TO-REMOVE NOT = ZERO
                     SUBTRACT QTY-TO-REMOVE FROM PRODUCT-QTY-ON-HAND
                     REWRITE PRODUCT-RECORD
                               INVALID KEY
                               DISPLAY "REWRITE FAILED ON PRODUCT.DAT"
                                       " - STATUS "
                                       PRODUCT-FILE-STATUS
                               NOT INVALID KEY
                               PERFORM WRITE-MOVEMENT-RECORD
                               PERFORM TAKE-FROM-THE-LOCATION.

      * GET-THE-LOT-PRODUCT READS THE LOT'S PRODUCT FOR ITS COST AND
      * DESCRIPTION. A PRODUCT SINCE REMOVED IS VALUED AT NOTHING.
       GET-THE-LOT-PRODUCT.
           MOVE LOT-PRODUCT-CODE TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     MOVE "(NO LONGER ON FILE)" TO PRODUCT-DESCRIPTION
                     MOVE ZERO TO PRODUCT-UNIT-COST.

       WRITE-MOVEMENT-RECORD.
           ACCEPT MOVEMENT-DATE FROM DATE YYYYMMDD.
           ACCEPT MOVEMENT-TIME FROM TIME.
           MOVE PRODUCT-CODE TO MOVEMENT-PRODUCT-CODE.
           MOVE "A" TO MOVEMENT-TYPE.
           MOVE "-" TO MOVEMENT-SIGN.
           MOVE QTY-TO-REMOVE TO MOVEMENT-QUANTITY.
           MOVE OPERATOR-ID TO MOVEMENT-OPERATOR-ID.
           MOVE SHIPPING-LOCATION TO MOVEMENT-LOCATION.
           MOVE "LQ" TO MOVEMENT-SOURCE.
           MOVE PRODUCT-UNIT-COST TO MOVEMENT-UNIT-COST.
           WRITE MOVEMENT-RECORD.
           IF MOVEMENT-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING PRODMOVE.DAT - STATUS "
                             MOVEMENT-FILE-STATUS.

      * TAKE-FROM-THE-LOCATION TAKES THE SAME QUANTITY OFF THE
      * SHIPPING LOCATION'S BALANCE, NEVER BELOW ZERO.
       TAKE-FROM-THE-LOCATION.
           IF LOCATIONS-IN-USE = "Y"
                     MOVE PRODUCT-CODE TO PRDLOC-PRODUCT-CODE
                     MOVE SHIPPING-LOCATION TO PRDLOC-LOCATION-CODE
                     MOVE "Y" TO LOCATION-ROW-FOUND
                     READ PRODUCT-LOCATION-FILE
                               INVALID KEY
                               MOVE "N" TO LOCATION-ROW-FOUND
                     END-READ
                     IF LOCATION-ROW-FOUND = "Y"
                               PERFORM SHRINK-THE-LOCATION-ROW.

       SHRINK-THE-LOCATION-ROW.
           COMPUTE NEW-LOCATION-QTY =
                     PRDLOC-QTY-ON-HAND - QTY-TO-REMOVE.
           IF NEW-LOCATION-QTY < ZERO
                     MOVE ZERO TO NEW-LOCATION-QTY.
           MOVE NEW-LOCATION-QTY TO PRDLOC-QTY-ON-HAND.
           REWRITE PRODUCT-LOCATION-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED ON PRODLOC.DAT - "
                             "STATUS " PRDLOC-FILE-STATUS.

      * LIST-THE-SHORT-DATED IS THE SECOND PASS, FROM THE TOP OF
      * THE FILE AGAIN: GOOD LOTS WITH STOCK EXPIRING BY THE
      * HORIZON.
       LIST-THE-SHORT-DATED.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE DAYS-AHEAD TO PRINT-DAYS.
           MOVE HORIZON-DATE TO PRINT-HORIZON.
           MOVE EXPIRING-TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           CLOSE LOT-FILE.
           OPEN I-O LOT-FILE.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-LOT.
           PERFORM CHECK-FOR-SHORT-DATE
                 UNTIL END-OF-FILE = "Y".
           MOVE LOTS-EXPIRING TO PRINT-LOT-COUNT.
           MOVE EXPIRING-VALUE TO PRINT-TOTAL-VALUE.
           PERFORM PRINT-THE-TOTAL.

       CHECK-FOR-SHORT-DATE.
           IF NOT LOT-IS-QUARANTINED AND
              LOT-EXPIRY-DATE NOT < TODAYS-DATE AND
              LOT-EXPIRY-DATE NOT > HORIZON-DATE AND
              LOT-QTY-REMAINING NOT = ZERO
                     ADD 1 TO LOTS-EXPIRING
                     PERFORM GET-THE-LOT-PRODUCT
                     PERFORM PRINT-ONE-LOT
                     ADD THE-LOT-VALUE TO EXPIRING-VALUE.
           PERFORM READ-NEXT-LOT.

      * PRINT-ONE-LOT VALUES THE LOT AT THE PRODUCT'S UNIT COST -
      * THE PRODUCT RECORD MUST ALREADY BE IN THE BUFFER.
       PRINT-ONE-LOT.
           COMPUTE THE-LOT-VALUE ROUNDED =
                     LOT-QTY-REMAINING * PRODUCT-UNIT-COST.
           MOVE LOT-PRODUCT-CODE TO PRINT-PRODUCT-CODE.
           MOVE PRODUCT-DESCRIPTION TO PRINT-DESCRIPTION.
           MOVE LOT-NUMBER TO PRINT-LOT-NUMBER.
           MOVE LOT-EXPIRY-DATE TO PRINT-EXPIRY.
           MOVE LOT-QTY-REMAINING TO PRINT-QUANTITY.
           MOVE PRODUCT-UNIT-COST TO PRINT-UNIT-COST.
           MOVE THE-LOT-VALUE TO PRINT-VALUE.
           MOVE LOT-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       PRINT-THE-TOTAL.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM LOTEXP01.
