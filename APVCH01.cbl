      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APVCH01.

      ******************************************************************
      * This program is the vendor-invoice (voucher) entry that ends
      * paying suppliers off paper. The operator keys the vendor,
      * the vendor's own invoice number and date, and then each PO
      * line the invoice bills - quantity and unit cost. Every line
      * is matched three ways: against the PO line's ordered
      * quantity and agreed cost (POLINE-QUANTITY, POLINE-UNIT-COST)
      * and against what PORCV01 has actually received and not yet
      * been billed for (POLINE-RECEIVED-QTY less POLINE-BILLED-QTY).
      * A line that passes is held for the voucher; a line billed
      * beyond what was received, or at a different cost, goes to
      * the APEXCP.DAT match-exception list and onto the printed
      * exception page instead of becoming payable. When the
      * operator finishes the invoice, the matched lines land on
      * APLINE.DAT, their billed quantities accumulate on POLINE.DAT,
      * and one open item for the matched total is filed on
      * APITEM.DAT under a voucher number from APCTL.DAT. A vendor
      * invoice number already vouchered for the vendor is refused.
      * The item is stamped with its due date - the invoice date
      * carried forward by the net days in the vendor's terms - so
      * APAGE01 can age it and APSEL01 can pick it up for payment.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT VENDOR-FILE
                           ASSIGN TO "VENDOR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS VENDOR-NUMBER
                           FILE STATUS IS VENDOR-FILE-STATUS.

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

                 SELECT OPTIONAL AP-ITEM-FILE
                           ASSIGN TO "APITEM.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS AP-VOUCHER-NUMBER
                           FILE STATUS IS AP-FILE-STATUS.

                 SELECT OPTIONAL AP-LINE-FILE
                           ASSIGN TO "APLINE.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS APLINE-FILE-STATUS.

                 SELECT OPTIONAL AP-EXCEPTION-FILE
                           ASSIGN TO "APEXCP.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS APEXC-FILE-STATUS.

                 SELECT OPTIONAL AP-CONTROL-FILE
                           ASSIGN TO "APCTL.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CONTROL-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * VENDOR-RECORD IS THE SHARED MASTER LAYOUT - SEE
      * COPYBOOKS/WVENDF.CPY.
       FD  VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WVENDF.

      * PO-HEADER-RECORD AND PO-LINE-RECORD ARE THE SHARED PO
      * LAYOUTS - SEE COPYBOOKS/WPOHDR.CPY AND WPOLINE.CPY.
       FD  PO-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPOHDR.

       FD  PO-LINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPOLINE.

      * AP-ITEM-RECORD, AP-LINE-RECORD, AND AP-EXCEPTION-RECORD ARE
      * THE SHARED PAYABLES LAYOUTS - SEE COPYBOOKS/WAPITEM.CPY,
      * WAPLINE.CPY, AND WAPEXCP.CPY.
       FD  AP-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WAPITEM.

       FD  AP-LINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WAPLINE.

       FD  AP-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WAPEXCP.

       FD  AP-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  AP-CONTROL-RECORD.
                 05 NEXT-VOUCHER-NUMBER    PIC 9(7).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

           01 VENDOR-FILE-STATUS    PIC XX.
           01 PO-FILE-STATUS        PIC XX.
           01 POLINE-FILE-STATUS    PIC XX.
           01 AP-FILE-STATUS        PIC XX.
           01 APLINE-FILE-STATUS    PIC XX.
           01 APEXC-FILE-STATUS     PIC XX.
           01 CONTROL-FILE-STATUS   PIC XX.
           01 YES-NO                PIC X.
           01 RECORD-FOUND          PIC X.
           01 END-OF-FILE           PIC X.
           01 POSTING-CHECK-DATE    PIC 9(8).
           01 PERIOD-IS-GOOD        PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

           01 VENDOR-ENTRY          PIC X(5).
           01 THE-VENDOR-NUMBER     PIC 9(5).
           01 THE-VENDOR-INVOICE    PIC X(15).
           01 THE-INVOICE-DATE      PIC 9(8).
           01 DATE-ENTRY            PIC X(8).
           01 DUPLICATE-FOUND       PIC X.
           01 PO-ENTRY-FIELD        PIC X(7).
           01 LINE-NUMBER-ENTRY     PIC X(3).
           01 THE-LINE-NUMBER       PIC 9(3).
           01 LINE-WAS-FOUND        PIC X.
           01 QUANTITY-ENTRY        PIC X(5).
           01 THE-QUANTITY          PIC 9(5).
           01 COST-ENTRY-FIELD      PIC Z(6).ZZ.
           01 THE-UNIT-COST         PIC 9(7)V99.
           01 BILLABLE-QUANTITY     PIC S9(6).
           01 PENDING-QUANTITY      PIC 9(6).
           01 BILLING-IS-FINISHED   PIC X.
           01 VOUCHER-NUMBER-TO-USE PIC 9(7).
           01 VOUCHER-TOTAL         PIC 9(9)V99.
           01 THE-EXTENSION         PIC 9(9)V99.
           01 DISPLAY-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           01 DISPLAY-COST          PIC Z,ZZZ,ZZ9.99.
           01 EXCEPTIONS-THIS-RUN   PIC 9(5) VALUE ZERO.
           01 VOUCHERS-THIS-RUN     PIC 9(5) VALUE ZERO.

      * THE NET DAYS READ OUT OF VENDOR-TERMS ("NET 30", "2/10 NET
      * 30", "COD"). TERMS THAT NAME NO NET DAYS ARE TAKEN AS NET 30,
      * THE COMMONEST TERMS WE BUY ON.
       01  TERMS-BEFORE-NET          PIC X(15).
       01  TERMS-AFTER-NET           PIC X(15).
       01  TERMS-LEADING-SPACES      PIC 99.
       01  TERMS-CASH-COUNT          PIC 99.
       01  TERMS-NET-DAYS            PIC 999.

      * WORK FIELDS FOR WALKING THE INVOICE DATE FORWARD TO THE DUE
      * DATE.
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

      * THE MATCHED LINES OF THE INVOICE IN HAND, HELD UNTIL THE
      * OPERATOR FINISHES IT. NOTHING IS POSTED LINE BY LINE, SO AN
      * INVOICE ABANDONED PART WAY LEAVES THE PO LINES UNTOUCHED.
       01  MATCHED-LINE-TABLE.
                 05 MATCHED-LINE OCCURS 50 TIMES.
                           10 MATCHED-PO-NUMBER  PIC 9(7).
                           10 MATCHED-PO-LINE    PIC 9(3).
                           10 MATCHED-PRODUCT    PIC X(10).
                           10 MATCHED-QUANTITY   PIC 9(5).
                           10 MATCHED-UNIT-COST  PIC 9(7)V99.
                           10 MATCHED-AMOUNT     PIC 9(9)V99.
       01  MATCHED-COUNT             PIC 99.
       01  MATCHED-SUBSCRIPT         PIC 99.

      * Structures for the printed match-exception list.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(30) VALUE
                                     "AP MATCH EXCEPTION LIST FOR ".
                 05 PRINT-RUN-DATE         PIC 9(8).

       01  SUBTITLE-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 SUB-OPERATOR-ID        PIC X(10).

       01  COLUMN-HEADING-LINE.
                 05 FILLER                 PIC X(6) VALUE "VENDOR".
                 05 FILLER                 PIC X(17) VALUE
                                           " VENDOR INVOICE".
                 05 FILLER                 PIC X(12) VALUE "PO/LINE".
                 05 FILLER                 PIC X(11) VALUE "PRODUCT".
                 05 FILLER                 PIC X(6) VALUE "BILLED".
                 05 FILLER                 PIC X(13) VALUE
                                           "   BILLED AT".
                 05 FILLER                 PIC X(9) VALUE " BILLABLE".
                 05 FILLER                 PIC X(13) VALUE
                                           "    PO COST".
                 05 FILLER                 PIC X(6) VALUE SPACE.
                 05 FILLER                 PIC X(20) VALUE "REASON".

       01  EXCEPTION-DETAIL-LINE.
                 05 PRINT-VENDOR-NUMBER    PIC 9(5).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-VENDOR-INVOICE   PIC X(15).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-PO-NUMBER        PIC 9(7).
                 05 FILLER                 PIC X(1) VALUE "/".
                 05 PRINT-PO-LINE          PIC 9(3).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-PRODUCT-CODE     PIC X(10).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-BILLED-QTY       PIC ZZZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-BILLED-COST      PIC Z,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(4) VALUE SPACE.
                 05 PRINT-BILLABLE-QTY     PIC ZZZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-PO-COST          PIC Z,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(6) VALUE SPACE.
                 05 PRINT-REASON           PIC X(30).

       01  NO-EXCEPTIONS-LINE.
                 05 FILLER                 PIC X(30) VALUE
                                     "NO MATCH EXCEPTIONS THIS RUN".

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "Y" TO YES-NO.
            PERFORM ENTER-VOUCHERS
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
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN VENDOR.DAT - STATUS "
                             VENDOR-FILE-STATUS
                     STOP RUN.
           OPEN INPUT PO-HEADER-FILE.
           IF PO-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN POHDR.DAT - STATUS "
                             PO-FILE-STATUS
                     STOP RUN.
           PERFORM OPEN-AP-ITEM-FILE.
           OPEN EXTEND AP-LINE-FILE.
           IF APLINE-FILE-STATUS NOT = "00" AND
              APLINE-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN APLINE.DAT - STATUS "
                             APLINE-FILE-STATUS
                     STOP RUN.
           OPEN EXTEND AP-EXCEPTION-FILE.
           IF APEXC-FILE-STATUS NOT = "00" AND
              APEXC-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN APEXCP.DAT - STATUS "
                             APEXC-FILE-STATUS
                     STOP RUN.
           PERFORM LOAD-THE-AP-CONTROL.
           OPEN OUTPUT PRINTER-FILE.
           ACCEPT PRINT-RUN-DATE FROM DATE YYYYMMDD.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
           MOVE SUBTITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE COLUMN-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.

      * CHECK-THE-OPEN-PERIOD REFUSES TO START A POSTING SESSION
      * WHEN TODAY'S FISCAL PERIOD IS NOT OPEN, THROUGH THE SHARED
      * FISCHK01 CHECK - EVERY VOUCHER THIS PROGRAM FILES CARRIES
      * TODAY'S DATE AS ITS ENTRY DATE.
       CHECK-THE-OPEN-PERIOD.
           ACCEPT POSTING-CHECK-DATE FROM DATE YYYYMMDD.
           CALL "FISCHK01" USING POSTING-CHECK-DATE PERIOD-IS-GOOD.
           IF PERIOD-IS-GOOD NOT = "Y"
                     DISPLAY "TODAY'S FISCAL PERIOD IS NOT OPEN FOR "
                             "POSTING - SEE FISCMNT01"
                     STOP RUN.

      * OPEN-AP-ITEM-FILE OPENS APITEM.DAT FOR UPDATE, CREATING IT
      * FIRST ON A SYSTEM THAT HAS NEVER VOUCHERED, THE SAME WAY
      * ORDADD01 OPENS THE ORDER HEADERS.
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

       LOAD-THE-AP-CONTROL.
           MOVE 5000001 TO VOUCHER-NUMBER-TO-USE.
           OPEN INPUT AP-CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
                     READ AP-CONTROL-FILE
                     IF CONTROL-FILE-STATUS = "00"
                               MOVE NEXT-VOUCHER-NUMBER TO
                                    VOUCHER-NUMBER-TO-USE.
           CLOSE AP-CONTROL-FILE.

       SAVE-THE-AP-CONTROL.
           OPEN OUTPUT AP-CONTROL-FILE.
           MOVE VOUCHER-NUMBER-TO-USE TO NEXT-VOUCHER-NUMBER.
           WRITE AP-CONTROL-RECORD.
           CLOSE AP-CONTROL-FILE.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           CLOSE PO-HEADER-FILE.
           CLOSE AP-ITEM-FILE.
           CLOSE AP-LINE-FILE.
           CLOSE AP-EXCEPTION-FILE.
           IF EXCEPTIONS-THIS-RUN = ZERO
                     MOVE NO-EXCEPTIONS-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           CLOSE PRINTER-FILE.
           DISPLAY VOUCHERS-THIS-RUN " VOUCHER(S) FILED, "
                   EXCEPTIONS-THIS-RUN " MATCH EXCEPTION(S)".

       ENTER-VOUCHERS.
           PERFORM GET-THE-VENDOR.
           IF RECORD-FOUND = "Y"
                     PERFORM GET-THE-VENDOR-INVOICE
                     IF DUPLICATE-FOUND = "N"
                               PERFORM ENTER-ONE-VOUCHER.
           PERFORM GO-AGAIN.

       GET-THE-VENDOR.
           MOVE "N" TO RECORD-FOUND.
           DISPLAY "VENDOR NUMBER ? ".
           ACCEPT VENDOR-ENTRY.
           MOVE VENDOR-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD = "Y"
                     MOVE KEYED-NUMBER-VALUE TO VENDOR-NUMBER
                     MOVE VENDOR-NUMBER TO THE-VENDOR-NUMBER
                     MOVE "Y" TO RECORD-FOUND
                     READ VENDOR-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND
           ELSE
                     DISPLAY "VENDOR NUMBER MUST BE NUMERIC".
           IF RECORD-FOUND = "N"
                     DISPLAY "NO VENDOR ON FILE FOR THAT NUMBER"
           ELSE
                     DISPLAY "INVOICE FROM: " VENDOR-NAME
                             " TERMS " VENDOR-TERMS
                     PERFORM GET-THE-NET-DAYS.

      * GET-THE-NET-DAYS READS THE NET DAYS OUT OF THE FREE-FORM
      * TERMS VENDMNT01 TAKES - THE NUMBER AFTER "NET". CASH TERMS
      * ARE DUE THE DAY OF THE INVOICE.
       GET-THE-NET-DAYS.
           MOVE 30 TO TERMS-NET-DAYS.
           MOVE SPACE TO TERMS-BEFORE-NET TERMS-AFTER-NET.
           UNSTRING VENDOR-TERMS DELIMITED BY "NET"
                     INTO TERMS-BEFORE-NET TERMS-AFTER-NET.
           IF TERMS-AFTER-NET NOT = SPACE
                     MOVE ZERO TO TERMS-LEADING-SPACES
                     INSPECT TERMS-AFTER-NET TALLYING
                               TERMS-LEADING-SPACES FOR LEADING SPACE
                     MOVE SPACE TO KEYED-NUMBER-TEXT
                     UNSTRING TERMS-AFTER-NET
                               (TERMS-LEADING-SPACES + 1:)
                               DELIMITED BY SPACE
                               INTO KEYED-NUMBER-TEXT
                     CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                               KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD
                     IF KEYED-NUMBER-GOOD = "Y" AND
                        KEYED-NUMBER-VALUE < 1000
                               MOVE KEYED-NUMBER-VALUE TO
                                         TERMS-NET-DAYS
                     END-IF
           ELSE
                     MOVE ZERO TO TERMS-CASH-COUNT
                     INSPECT VENDOR-TERMS TALLYING TERMS-CASH-COUNT
                               FOR ALL "COD" ALL "CASH" ALL "RECEIPT"
                     IF TERMS-CASH-COUNT > ZERO
                               MOVE ZERO TO TERMS-NET-DAYS.

      * GET-THE-VENDOR-INVOICE TAKES THE VENDOR'S OWN INVOICE NUMBER
      * AND DATE, AND REFUSES AN INVOICE NUMBER ALREADY VOUCHERED
      * FOR THIS VENDOR - THE SAME BILL KEYED TWICE IS THE COMMONEST
      * WAY A SUPPLIER GETS PAID TWICE.
       GET-THE-VENDOR-INVOICE.
           MOVE "N" TO DUPLICATE-FOUND.
           DISPLAY "VENDOR INVOICE NUMBER ? ".
           ACCEPT THE-VENDOR-INVOICE.
           IF THE-VENDOR-INVOICE = SPACE
                     DISPLAY "VENDOR INVOICE NUMBER MUST BE ENTERED"
                     GO TO GET-THE-VENDOR-INVOICE.
           PERFORM CHECK-FOR-DUPLICATE.
           IF DUPLICATE-FOUND = "Y"
                     DISPLAY "INVOICE " THE-VENDOR-INVOICE
                             " IS ALREADY ON VOUCHER "
                             AP-VOUCHER-NUMBER " - REFUSED"
           ELSE
                     PERFORM GET-THE-INVOICE-DATE.

       GET-THE-INVOICE-DATE.
           DISPLAY "INVOICE DATE (YYYYMMDD, BLANK FOR TODAY) ? ".
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY IS NUMERIC
                     MOVE DATE-ENTRY TO THE-INVOICE-DATE
           ELSE
                     ACCEPT THE-INVOICE-DATE FROM DATE YYYYMMDD.

      * CHECK-FOR-DUPLICATE SCANS THE OPEN-ITEM FILE FROM THE TOP.
      * THE FILE IS CLOSED AND REOPENED SO THE SEQUENTIAL READ
      * STARTS AT THE BEGINNING, THE SAME WAY ARCSH01 LISTS ITEMS.
       CHECK-FOR-DUPLICATE.
           CLOSE AP-ITEM-FILE.
           OPEN I-O AP-ITEM-FILE.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-AP-ITEM.
           PERFORM CHECK-ONE-AP-ITEM
                 UNTIL END-OF-FILE = "Y" OR
                       DUPLICATE-FOUND = "Y".

       READ-NEXT-AP-ITEM.
           READ AP-ITEM-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       CHECK-ONE-AP-ITEM.
           IF AP-VENDOR-NUMBER = THE-VENDOR-NUMBER AND
              AP-VENDOR-INVOICE = THE-VENDOR-INVOICE
                     MOVE "Y" TO DUPLICATE-FOUND
           ELSE
                     PERFORM READ-NEXT-AP-ITEM.

      * ENTER-ONE-VOUCHER GATHERS BILLED LINES UNTIL THE OPERATOR
      * LEAVES THE PO NUMBER BLANK, THEN POSTS WHAT MATCHED. THE
      * VOUCHER NUMBER IS CONSUMED ONLY WHEN AN ITEM IS FILED.
       ENTER-ONE-VOUCHER.
           MOVE ZEROES TO MATCHED-COUNT VOUCHER-TOTAL.
           MOVE "N" TO BILLING-IS-FINISHED.
           PERFORM BILL-ONE-LINE
                 UNTIL BILLING-IS-FINISHED = "Y".
           IF MATCHED-COUNT = ZERO
                     DISPLAY "NO LINES MATCHED - NOTHING MADE PAYABLE"
           ELSE
                     PERFORM POST-THE-VOUCHER.

       BILL-ONE-LINE.
           DISPLAY "PO NUMBER BILLED (BLANK WHEN DONE) ? ".
           ACCEPT PO-ENTRY-FIELD.
           IF PO-ENTRY-FIELD = SPACE
                     MOVE "Y" TO BILLING-IS-FINISHED
           ELSE
                     PERFORM GET-THE-PO.

       GET-THE-PO.
           MOVE PO-ENTRY-FIELD TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y"
                     DISPLAY "PO NUMBER MUST BE NUMERIC"
           ELSE
                     MOVE KEYED-NUMBER-VALUE TO PO-NUMBER
                     MOVE "Y" TO RECORD-FOUND
                     READ PO-HEADER-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND
                     END-READ
                     IF RECORD-FOUND = "N"
                               DISPLAY "NO PO ON FILE FOR THAT NUMBER"
                     ELSE
                               PERFORM CHECK-THE-PO.

      * CHECK-THE-PO REFUSES A PO RAISED ON ANOTHER VENDOR, A DRAFT
      * NO ONE EVER RELEASED, AND A CANCELLED ONE - NONE OF THOSE
      * CAN HAVE ANYTHING ON IT WE OWE THIS VENDOR FOR.
       CHECK-THE-PO.
           IF PO-VENDOR-NUMBER NOT = THE-VENDOR-NUMBER
                     DISPLAY "PO " PO-NUMBER " IS ON VENDOR "
                             PO-VENDOR-NUMBER " - REFUSED"
           ELSE
                     IF PO-IS-DRAFT OR PO-IS-CANCELLED
                               DISPLAY "PO " PO-NUMBER " IS NOT OPEN "
                                       "OR CLOSED (STATUS " PO-STATUS
                                       ") - REFUSED"
                     ELSE
                               PERFORM GET-THE-PO-LINE.

       GET-THE-PO-LINE.
           DISPLAY "PO LINE NUMBER ? ".
           ACCEPT LINE-NUMBER-ENTRY.
           MOVE LINE-NUMBER-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y"
                     DISPLAY "LINE NUMBER MUST BE NUMERIC"
           ELSE
                     MOVE KEYED-NUMBER-VALUE TO THE-LINE-NUMBER
                     PERFORM FIND-THE-PO-LINE
                     IF LINE-WAS-FOUND = "Y"
                               PERFORM MATCH-THE-BILLED-LINE
                     ELSE
                               DISPLAY "NO SUCH LINE ON THIS PO".

      * FIND-THE-PO-LINE WALKS THE LINE FILE TO THE KEYED LINE AND
      * LEAVES ITS FIGURES IN THE RECORD AREA FOR THE MATCH.
       FIND-THE-PO-LINE.
           MOVE "N" TO LINE-WAS-FOUND.
           OPEN INPUT PO-LINE-FILE.
           IF POLINE-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN POLINE.DAT - STATUS "
                             POLINE-FILE-STATUS
           ELSE
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-PO-LINE
                     PERFORM MATCH-ONE-PO-LINE
                          UNTIL END-OF-FILE = "Y" OR
                                LINE-WAS-FOUND = "Y"
                     CLOSE PO-LINE-FILE.

       READ-NEXT-PO-LINE.
           READ PO-LINE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       MATCH-ONE-PO-LINE.
           IF POLINE-PO-NUMBER = PO-NUMBER AND
              POLINE-NUMBER = THE-LINE-NUMBER
                     MOVE "Y" TO LINE-WAS-FOUND
           ELSE
                     PERFORM READ-NEXT-PO-LINE.

      * MATCH-THE-BILLED-LINE IS THE THREE-WAY MATCH. WHAT MAY STILL
      * BE BILLED IS WHAT HAS BEEN RECEIVED, LESS WHAT EARLIER
      * VOUCHERS BILLED, LESS WHAT THIS INVOICE HAS ALREADY BILLED
      * AGAINST THE SAME LINE. THE COST MUST BE THE PO'S TO THE CENT.
       MATCH-THE-BILLED-LINE.
           PERFORM ADD-UP-PENDING-QUANTITY.
           COMPUTE BILLABLE-QUANTITY = POLINE-RECEIVED-QTY
                     - POLINE-BILLED-QTY - PENDING-QUANTITY.
           IF BILLABLE-QUANTITY < ZERO
                     MOVE ZERO TO BILLABLE-QUANTITY.
           MOVE POLINE-UNIT-COST TO DISPLAY-COST.
           DISPLAY POLINE-PRODUCT-CODE " ORDERED " POLINE-QUANTITY
                   " RECEIVED " POLINE-RECEIVED-QTY " BILLED "
                   POLINE-BILLED-QTY " AT " DISPLAY-COST.
           PERFORM GET-THE-BILLED-QUANTITY.
           IF THE-QUANTITY NOT = ZERO
                     PERFORM GET-THE-BILLED-COST
                     IF THE-QUANTITY > BILLABLE-QUANTITY
                               MOVE "Q" TO APEXC-REASON
                               PERFORM FILE-THE-EXCEPTION
                     ELSE
                               IF THE-UNIT-COST NOT = POLINE-UNIT-COST
                                         MOVE "C" TO APEXC-REASON
                                         PERFORM FILE-THE-EXCEPTION
                               ELSE
                                         PERFORM HOLD-THE-MATCHED-LINE.

       ADD-UP-PENDING-QUANTITY.
           MOVE ZERO TO PENDING-QUANTITY.
           MOVE 1 TO MATCHED-SUBSCRIPT.
           PERFORM ADD-ONE-PENDING-LINE
                 UNTIL MATCHED-SUBSCRIPT > MATCHED-COUNT.

       ADD-ONE-PENDING-LINE.
           IF MATCHED-PO-NUMBER (MATCHED-SUBSCRIPT) = PO-NUMBER AND
              MATCHED-PO-LINE (MATCHED-SUBSCRIPT) = THE-LINE-NUMBER
                     ADD MATCHED-QUANTITY (MATCHED-SUBSCRIPT) TO
                               PENDING-QUANTITY.
           ADD 1 TO MATCHED-SUBSCRIPT.

       GET-THE-BILLED-QUANTITY.
           DISPLAY "QUANTITY BILLED (0 TO SKIP) ? ".
           ACCEPT QUANTITY-ENTRY.
           MOVE QUANTITY-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y" OR
              KEYED-NUMBER-VALUE > 99999
                     DISPLAY "QUANTITY MUST BE NUMERIC"
                     GO TO GET-THE-BILLED-QUANTITY.
           MOVE KEYED-NUMBER-VALUE TO THE-QUANTITY.

       GET-THE-BILLED-COST.
           DISPLAY "UNIT COST BILLED ? ".
           ACCEPT COST-ENTRY-FIELD.
           MOVE COST-ENTRY-FIELD TO THE-UNIT-COST.

      * HOLD-THE-MATCHED-LINE KEEPS THE LINE FOR THE VOUCHER. A
      * FULL TABLE REFUSES THE LINE RATHER THAN DROP IT QUIETLY -
      * THE REST OF A VERY LONG INVOICE GOES ON A SECOND VOUCHER.
       HOLD-THE-MATCHED-LINE.
           IF MATCHED-COUNT = 50
                     DISPLAY "50 LINES IS THE MOST ONE VOUCHER HOLDS "
                             "- LINE NOT TAKEN"
           ELSE
                     ADD 1 TO MATCHED-COUNT
                     COMPUTE THE-EXTENSION =
                               THE-QUANTITY * THE-UNIT-COST
                     MOVE PO-NUMBER TO MATCHED-PO-NUMBER (MATCHED-COUNT)
                     MOVE THE-LINE-NUMBER TO
                               MATCHED-PO-LINE (MATCHED-COUNT)
                     MOVE POLINE-PRODUCT-CODE TO
                               MATCHED-PRODUCT (MATCHED-COUNT)
                     MOVE THE-QUANTITY TO
                               MATCHED-QUANTITY (MATCHED-COUNT)
                     MOVE THE-UNIT-COST TO
                               MATCHED-UNIT-COST (MATCHED-COUNT)
                     MOVE THE-EXTENSION TO
                               MATCHED-AMOUNT (MATCHED-COUNT)
                     ADD THE-EXTENSION TO VOUCHER-TOTAL
                     MOVE THE-EXTENSION TO DISPLAY-AMOUNT
                     DISPLAY "LINE MATCHED - " DISPLAY-AMOUNT.

      * FILE-THE-EXCEPTION PUTS THE FAILED LINE ON APEXCP.DAT WITH
      * BOTH SIDES' FIGURES AND PRINTS IT ON THE EXCEPTION PAGE.
       FILE-THE-EXCEPTION.
           ACCEPT APEXC-DATE FROM DATE YYYYMMDD.
           MOVE THE-VENDOR-NUMBER TO APEXC-VENDOR-NUMBER.
           MOVE THE-VENDOR-INVOICE TO APEXC-VENDOR-INVOICE.
           MOVE PO-NUMBER TO APEXC-PO-NUMBER.
           MOVE THE-LINE-NUMBER TO APEXC-PO-LINE.
           MOVE POLINE-PRODUCT-CODE TO APEXC-PRODUCT-CODE.
           MOVE THE-QUANTITY TO APEXC-BILLED-QTY.
           MOVE THE-UNIT-COST TO APEXC-BILLED-COST.
           MOVE BILLABLE-QUANTITY TO APEXC-BILLABLE-QTY.
           MOVE POLINE-UNIT-COST TO APEXC-PO-COST.
           MOVE OPERATOR-ID TO APEXC-OPERATOR-ID.
           WRITE AP-EXCEPTION-RECORD.
           IF APEXC-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING APEXCP.DAT - STATUS "
                             APEXC-FILE-STATUS.
           ADD 1 TO EXCEPTIONS-THIS-RUN.
           PERFORM PRINT-THE-EXCEPTION.
           IF APEXC-IS-OVER-RECEIVED
                     DISPLAY "BILLED OVER WHAT WAS RECEIVED - LINE "
                             "SENT TO THE MATCH-EXCEPTION LIST"
           ELSE
                     DISPLAY "COST DIFFERS FROM THE PO - LINE SENT "
                             "TO THE MATCH-EXCEPTION LIST".

       PRINT-THE-EXCEPTION.
           MOVE APEXC-VENDOR-NUMBER TO PRINT-VENDOR-NUMBER.
           MOVE APEXC-VENDOR-INVOICE TO PRINT-VENDOR-INVOICE.
           MOVE APEXC-PO-NUMBER TO PRINT-PO-NUMBER.
           MOVE APEXC-PO-LINE TO PRINT-PO-LINE.
           MOVE APEXC-PRODUCT-CODE TO PRINT-PRODUCT-CODE.
           MOVE APEXC-BILLED-QTY TO PRINT-BILLED-QTY.
           MOVE APEXC-BILLED-COST TO PRINT-BILLED-COST.
           MOVE APEXC-BILLABLE-QTY TO PRINT-BILLABLE-QTY.
           MOVE APEXC-PO-COST TO PRINT-PO-COST.
           IF APEXC-IS-OVER-RECEIVED
                     MOVE "BILLED OVER RECEIVED" TO PRINT-REASON
           ELSE
                     MOVE "COST DIFFERS FROM PO" TO PRINT-REASON.
           MOVE EXCEPTION-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * POST-THE-VOUCHER ACCUMULATES THE BILLED QUANTITIES ON THE PO
      * LINES AND WRITES THE VOUCHER LINES FIRST; THE OPEN ITEM THAT
      * MAKES THE INVOICE PAYABLE IS FILED LAST.
       POST-THE-VOUCHER.
           MOVE 1 TO MATCHED-SUBSCRIPT.
           PERFORM POST-ONE-MATCHED-LINE
                 UNTIL MATCHED-SUBSCRIPT > MATCHED-COUNT.
           PERFORM WRITE-THE-AP-ITEM.

       POST-ONE-MATCHED-LINE.
           PERFORM MARK-THE-LINE-BILLED.
           MOVE VOUCHER-NUMBER-TO-USE TO APLINE-VOUCHER-NUMBER.
           MOVE MATCHED-PO-NUMBER (MATCHED-SUBSCRIPT) TO
                     APLINE-PO-NUMBER.
           MOVE MATCHED-PO-LINE (MATCHED-SUBSCRIPT) TO APLINE-PO-LINE.
           MOVE MATCHED-PRODUCT (MATCHED-SUBSCRIPT) TO
                     APLINE-PRODUCT-CODE.
           MOVE MATCHED-QUANTITY (MATCHED-SUBSCRIPT) TO
                     APLINE-QUANTITY.
           MOVE MATCHED-UNIT-COST (MATCHED-SUBSCRIPT) TO
                     APLINE-UNIT-COST.
           MOVE MATCHED-AMOUNT (MATCHED-SUBSCRIPT) TO APLINE-AMOUNT.
           WRITE AP-LINE-RECORD.
           IF APLINE-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING APLINE.DAT - STATUS "
                             APLINE-FILE-STATUS.
           ADD 1 TO MATCHED-SUBSCRIPT.

      * MARK-THE-LINE-BILLED WALKS TO THE PO LINE AND ADDS THE
      * BILLED QUANTITY IN PLACE, THE WAY PORCV01 ACCUMULATES THE
      * RECEIVED QUANTITY.
       MARK-THE-LINE-BILLED.
           MOVE MATCHED-PO-NUMBER (MATCHED-SUBSCRIPT) TO PO-NUMBER.
           MOVE MATCHED-PO-LINE (MATCHED-SUBSCRIPT) TO
                     THE-LINE-NUMBER.
           MOVE "N" TO LINE-WAS-FOUND.
           OPEN I-O PO-LINE-FILE.
           IF POLINE-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN POLINE.DAT - STATUS "
                             POLINE-FILE-STATUS
           ELSE
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-PO-LINE
                     PERFORM MATCH-ONE-PO-LINE
                          UNTIL END-OF-FILE = "Y" OR
                                LINE-WAS-FOUND = "Y"
                     IF LINE-WAS-FOUND = "Y"
                               ADD MATCHED-QUANTITY (MATCHED-SUBSCRIPT)
                                         TO POLINE-BILLED-QTY
                               REWRITE PO-LINE-RECORD
                     END-IF
                     CLOSE PO-LINE-FILE.

       WRITE-THE-AP-ITEM.
           MOVE VOUCHER-NUMBER-TO-USE TO AP-VOUCHER-NUMBER.
           MOVE THE-VENDOR-NUMBER TO AP-VENDOR-NUMBER.
           MOVE THE-VENDOR-INVOICE TO AP-VENDOR-INVOICE.
           MOVE THE-INVOICE-DATE TO AP-INVOICE-DATE.
           MOVE MATCHED-PO-NUMBER (1) TO AP-PO-NUMBER.
           MOVE VOUCHER-TOTAL TO AP-ORIGINAL-AMOUNT.
           MOVE VOUCHER-TOTAL TO AP-BALANCE-DUE.
           MOVE "O" TO AP-ITEM-STATUS.
           ACCEPT AP-ENTRY-DATE FROM DATE YYYYMMDD.
           MOVE OPERATOR-ID TO AP-OPERATOR-ID.
           MOVE THE-INVOICE-DATE TO WALK-DATE-WHOLE.
           PERFORM WALK-FORWARD-ONE-DAY TERMS-NET-DAYS TIMES.
           MOVE WALK-DATE-WHOLE TO AP-DUE-DATE.
           MOVE "N" TO AP-SELECTED-FLAG.
           MOVE ZEROES TO AP-PAID-DATE AP-CHECK-NUMBER.
           MOVE SPACE TO AP-ITEM-TYPE.
           WRITE AP-ITEM-RECORD
                     INVALID KEY
                     DISPLAY "DUPLICATE VOUCHER NUMBER - CHECK "
                             "APCTL.DAT"
                     NOT INVALID KEY
                     ADD 1 TO VOUCHERS-THIS-RUN
                     MOVE VOUCHER-TOTAL TO DISPLAY-AMOUNT
                     DISPLAY "VOUCHER " AP-VOUCHER-NUMBER
                             " FILED - PAYABLE " DISPLAY-AMOUNT
                             " DUE " AP-DUE-DATE
                     ADD 1 TO VOUCHER-NUMBER-TO-USE
                     PERFORM SAVE-THE-AP-CONTROL.

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

       GO-AGAIN.
           DISPLAY "ENTER ANOTHER VENDOR INVOICE?".
           ACCEPT YES-NO.
           IF YES-NO = "y"
                     MOVE "Y" TO YES-NO
           IF YES-NO NOT = "Y"
                     MOVE "N" TO YES-NO.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM APVCH01.
