      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRPRPT01.

      ******************************************************************
      * This program prints the drop-ship margin report: every order
      * line a vendor has shipped straight to our customer (see
      * ORDADD01 and DRPCNF01), matching what we billed the customer
      * for it against what the vendor billed us. The customer side
      * is the shipped quantity at the line's price, once ORDINV01
      * has invoiced the order; the vendor side is every APLINE.DAT
      * voucher line APVCH01 matched to the line's PO line. Until the
      * vendor's bill is in, the line is costed at the PO cost and
      * flagged, as is a line not yet invoiced, so the report doubles
      * as the list of drop-ship paperwork still to chase.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL ORDER-LINE-FILE
                           ASSIGN TO "ORDLINE.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS LINE-FILE-STATUS.

                 SELECT OPTIONAL ORDER-HEADER-FILE
                           ASSIGN TO "ORDHDR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS ORDER-NUMBER
                           FILE STATUS IS HEADER-FILE-STATUS.

                 SELECT OPTIONAL PO-LINE-FILE
                           ASSIGN TO "POLINE.DAT"
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS POLINE-FILE-STATUS.

                 SELECT OPTIONAL AP-LINE-FILE
                           ASSIGN TO "APLINE.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS APLINE-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * ORDER-LINE-RECORD AND ORDER-HEADER-RECORD ARE THE SHARED ORDER
      * LAYOUTS - SEE COPYBOOKS/WORDLINE.CPY AND WORDHDR.CPY.
       FD  ORDER-LINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WORDLINE.

       FD  ORDER-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WORDHDR.

      * PO-LINE-RECORD IS THE SHARED PO LINE LAYOUT - SEE
      * COPYBOOKS/WPOLINE.CPY. A DROP-SHIP PO LINE NAMES THE ORDER
      * LINE IT FILLS.
       FD  PO-LINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPOLINE.

      * AP-LINE-RECORD IS THE SHARED VOUCHER LINE LAYOUT - SEE
      * COPYBOOKS/WAPLINE.CPY.
       FD  AP-LINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WAPLINE.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                      PIC X(80).

       WORKING-STORAGE SECTION.
      * Structure for printing title line.
       01  TITLE-LINE.
                 05 FILLER                     PIC X(12) VALUE SPACE.
                 05 FILLER                     PIC X(34) VALUE
                                 "DROP-SHIP MARGIN REPORT".
                 05 FILLER                     PIC X(7) VALUE SPACE.
                 05 FILLER                     PIC X(5) VALUE "Page".
                 05 PRINT-PAGE-NUMBER          PIC ZZZZ9.

       01  SUBTITLE-LINE.
                 05 FILLER                     PIC X(10) VALUE
                                               "OPERATOR: ".
                 05 SUB-OPERATOR-ID            PIC X(10).
                 05 FILLER                     PIC X(10) VALUE
                                               " RUN ON ".
                 05 SUB-RUN-DATE               PIC 9(8).

       01  COLUMN-HEADINGS.
                 05 FILLER                     PIC X(8) VALUE
                                                   "ORDER".
                 05 FILLER                     PIC X(4) VALUE
                                                   "LIN".
                 05 FILLER                     PIC X(11) VALUE
                                                   "PRODUCT".
                 05 FILLER                     PIC X(6) VALUE
                                                   "  QTY".
                 05 FILLER                     PIC X(8) VALUE
                                                   "INVOICE".
                 05 FILLER                     PIC X(11) VALUE
                                                   "    BILLED".
                 05 FILLER                     PIC X(8) VALUE
                                                   "PO".
                 05 FILLER                     PIC X(11) VALUE
                                                   "      COST".
                 05 FILLER                     PIC X(7) VALUE
                                                   "MARGIN".
                 05 FILLER                     PIC X(4) VALUE
                                                   "WAIT".

       01  DETAIL-LINE.
                 05 PRINT-ORDER                PIC 9(7).
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-LINE-NUMBER          PIC 9(3).
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-PRODUCT              PIC X(10).
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-QUANTITY             PIC ZZZZ9.
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-INVOICE              PIC Z(7).
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-BILLED               PIC ZZZZZZ9.99.
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-PO                   PIC 9(7).
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-COST                 PIC ZZZZZZ9.99.
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-MARGIN               PIC ---9.9.
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-FLAG                 PIC X(4).

       01  TOTAL-LINE-1.
                 05 FILLER                     PIC X(30) VALUE
                                      "DROP-SHIP LINES SHIPPED:".
                 05 PRINT-LINE-COUNT           PIC ZZZ,ZZZ,ZZ9.
       01  TOTAL-LINE-2.
                 05 FILLER                     PIC X(30) VALUE
                                      "BILLED TO CUSTOMERS:".
                 05 PRINT-TOTAL-BILLED         PIC ZZZ,ZZZ,ZZ9.99.
       01  TOTAL-LINE-3.
                 05 FILLER                     PIC X(30) VALUE
                                      "VENDOR COST:".
                 05 PRINT-TOTAL-COST           PIC ZZZ,ZZZ,ZZ9.99.
       01  TOTAL-LINE-4.
                 05 FILLER                     PIC X(30) VALUE
                                      "MARGIN PERCENT:".
                 05 PRINT-TOTAL-MARGIN         PIC ---9.9.
       01  TOTAL-LINE-5.
                 05 FILLER                     PIC X(30) VALUE
                                      "AWAITING CUSTOMER INVOICE:".
                 05 PRINT-CUST-WAITING         PIC ZZZ,ZZZ,ZZ9.
       01  TOTAL-LINE-6.
                 05 FILLER                     PIC X(30) VALUE
                                      "AWAITING VENDOR BILL:".
                 05 PRINT-VEND-WAITING         PIC ZZZ,ZZZ,ZZ9.

      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.
       01  LINE-FILE-STATUS                    PIC XX.
       01  HEADER-FILE-STATUS                  PIC XX.
       01  POLINE-FILE-STATUS                  PIC XX.
       01  APLINE-FILE-STATUS                  PIC XX.
       01  END-OF-FILE                         PIC X.
       01  PO-END-OF-FILE                      PIC X.
       01  AP-END-OF-FILE                      PIC X.
       01  HEADERS-AVAILABLE                   PIC X.
       01  RECORD-FOUND                        PIC X.
       01  PO-LINE-FOUND                       PIC X.
       01  THE-RUN-DATE                        PIC 9(8).
       01  PRINT-LINES                         PIC 99.
       01  PAGE-NUMBER                         PIC 9(5).

      * THE LINE IN HAND: WHAT THE CUSTOMER WAS BILLED, THE PO LINE
      * IT WAS BOUGHT ON, AND WHAT THE VENDOR BILLED OR WILL BILL.
       01  THE-INVOICE-NUMBER                  PIC 9(7).
       01  THE-BILLED-AMOUNT                   PIC 9(9)V99.
       01  THE-PO-LINE                         PIC 9(3).
       01  THE-PO-COST                         PIC 9(9)V99.
       01  THE-VENDOR-BILLED                   PIC 9(9)V99.
       01  THE-COST                            PIC 9(9)V99.
       01  THE-MARGIN                          PIC S9(9)V9.

       01  LINE-COUNT                          PIC 9(7) VALUE ZERO.
       01  CUST-WAITING-COUNT                  PIC 9(7) VALUE ZERO.
       01  VEND-WAITING-COUNT                  PIC 9(7) VALUE ZERO.
       01  TOTAL-BILLED                        PIC 9(11)V99 VALUE ZERO.
       01  TOTAL-COST                          PIC 9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            PERFORM REPORT-THE-DROP-SHIP-LINES.
            PERFORM PRINT-THE-TOTAL.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

       OPENING-PROCEDURE.
                 PERFORM GET-OPERATOR-ID.
                 MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
                 ACCEPT THE-RUN-DATE FROM DATE YYYYMMDD.
                 MOVE THE-RUN-DATE TO SUB-RUN-DATE.
                 MOVE "Y" TO HEADERS-AVAILABLE.
                 OPEN INPUT ORDER-HEADER-FILE.
                 IF HEADER-FILE-STATUS NOT = "00"
                           MOVE "N" TO HEADERS-AVAILABLE.
                 OPEN OUTPUT PRINTER-FILE.
                 MOVE ZEROES TO PRINT-LINES PAGE-NUMBER.
                 PERFORM START-NEW-PAGE.

       CLOSING-PROCEDURE.
                 PERFORM END-LAST-PAGE.
                 CLOSE PRINTER-FILE.
                 IF HEADERS-AVAILABLE = "Y"
                           CLOSE ORDER-HEADER-FILE.
                 DISPLAY LINE-COUNT " DROP-SHIP LINE(S) REPORTED - "
                         CUST-WAITING-COUNT " AWAITING INVOICE, "
                         VEND-WAITING-COUNT " AWAITING VENDOR BILL".

      * REPORT-THE-DROP-SHIP-LINES WALKS ORDLINE.DAT FOR THE LINES
      * A VENDOR HAS CONFIRMED SHIPPING.
       REPORT-THE-DROP-SHIP-LINES.
                 OPEN INPUT ORDER-LINE-FILE.
                 IF LINE-FILE-STATUS = "00"
                           MOVE "N" TO END-OF-FILE
                           PERFORM READ-NEXT-ORDER-LINE
                           PERFORM CHECK-ONE-ORDER-LINE
                                UNTIL END-OF-FILE = "Y"
                           CLOSE ORDER-LINE-FILE.

       READ-NEXT-ORDER-LINE.
                 READ ORDER-LINE-FILE NEXT RECORD
                 AT END
                 MOVE "Y" TO END-OF-FILE.

       CHECK-ONE-ORDER-LINE.
                 IF LINE-VENDOR-SHIPPED
                           PERFORM MATCH-ONE-DROP-SHIP-LINE.
                 PERFORM READ-NEXT-ORDER-LINE.

       MATCH-ONE-DROP-SHIP-LINE.
                 ADD 1 TO LINE-COUNT.
                 PERFORM GET-THE-CUSTOMER-SIDE.
                 PERFORM FIND-THE-PO-LINE.
                 PERFORM TOTAL-THE-VENDOR-BILL.
                 PERFORM PRINT-THE-DETAIL.

      * GET-THE-CUSTOMER-SIDE TAKES THE INVOICE NUMBER OFF THE ORDER
      * HEADER; ZERO MEANS ORDINV01 HAS NOT BILLED IT YET.
       GET-THE-CUSTOMER-SIDE.
                 COMPUTE THE-BILLED-AMOUNT =
                         LINE-SHIPPED-QUANTITY * LINE-UNIT-PRICE.
                 MOVE ZERO TO THE-INVOICE-NUMBER.
                 IF HEADERS-AVAILABLE = "Y"
                           MOVE LINE-ORDER-NUMBER TO ORDER-NUMBER
                           MOVE "Y" TO RECORD-FOUND
                           READ ORDER-HEADER-FILE
                                     INVALID KEY
                                     MOVE "N" TO RECORD-FOUND
                           END-READ
                           IF RECORD-FOUND = "Y"
                                     MOVE ORDER-INVOICE-NUMBER TO
                                          THE-INVOICE-NUMBER.

      * FIND-THE-PO-LINE FINDS THE DROP-SHIP PO LINE THAT FILLED THE
      * ORDER LINE, FOR ITS LINE NUMBER AND ITS COST.
       FIND-THE-PO-LINE.
                 MOVE "N" TO PO-LINE-FOUND.
                 MOVE ZERO TO THE-PO-LINE.
                 COMPUTE THE-PO-COST =
                         LINE-SHIPPED-QUANTITY * LINE-UNIT-COST.
                 OPEN INPUT PO-LINE-FILE.
                 IF POLINE-FILE-STATUS = "00"
                           MOVE "N" TO PO-END-OF-FILE
                           PERFORM READ-NEXT-PO-LINE
                           PERFORM MATCH-ONE-PO-LINE
                                UNTIL PO-END-OF-FILE = "Y" OR
                                      PO-LINE-FOUND = "Y"
                           CLOSE PO-LINE-FILE.

       READ-NEXT-PO-LINE.
                 READ PO-LINE-FILE NEXT RECORD
                 AT END
                 MOVE "Y" TO PO-END-OF-FILE.

       MATCH-ONE-PO-LINE.
                 IF POLINE-PO-NUMBER = LINE-DROP-PO-NUMBER AND
                    POLINE-DROP-ORDER = LINE-ORDER-NUMBER AND
                    POLINE-DROP-ORDER-LINE = LINE-NUMBER
                           MOVE "Y" TO PO-LINE-FOUND
                           MOVE POLINE-NUMBER TO THE-PO-LINE
                           COMPUTE THE-PO-COST =
                                   POLINE-RECEIVED-QTY *
                                   POLINE-UNIT-COST
                 ELSE
                           PERFORM READ-NEXT-PO-LINE.

      * TOTAL-THE-VENDOR-BILL ADDS UP EVERY VOUCHER LINE APVCH01
      * MATCHED TO THE PO LINE.
       TOTAL-THE-VENDOR-BILL.
                 MOVE ZERO TO THE-VENDOR-BILLED.
                 IF PO-LINE-FOUND = "Y"
                           PERFORM SCAN-THE-VOUCHER-LINES.

       SCAN-THE-VOUCHER-LINES.
                 OPEN INPUT AP-LINE-FILE.
                 IF APLINE-FILE-STATUS = "00"
                           MOVE "N" TO AP-END-OF-FILE
                           PERFORM READ-NEXT-AP-LINE
                           PERFORM ADD-ONE-AP-LINE
                                UNTIL AP-END-OF-FILE = "Y"
                           CLOSE AP-LINE-FILE.

       READ-NEXT-AP-LINE.
                 READ AP-LINE-FILE NEXT RECORD
                 AT END
                 MOVE "Y" TO AP-END-OF-FILE.

       ADD-ONE-AP-LINE.
                 IF APLINE-PO-NUMBER = LINE-DROP-PO-NUMBER AND
                    APLINE-PO-LINE = THE-PO-LINE
                           ADD APLINE-AMOUNT TO THE-VENDOR-BILLED.
                 PERFORM READ-NEXT-AP-LINE.

      * PRINT-THE-DETAIL COSTS THE LINE AT THE VENDOR'S BILL ONCE
      * THERE IS ONE, ELSE AT THE PO COST, AND FLAGS WHICHEVER SIDE
      * IS STILL WAITING - "CUST" FOR OUR INVOICE, "VEND" FOR THE
      * VENDOR'S, "BOTH" FOR BOTH.
       PRINT-THE-DETAIL.
                 IF PRINT-LINES NOT < 55
                           PERFORM NEXT-PAGE.
                 MOVE LINE-ORDER-NUMBER TO PRINT-ORDER.
                 MOVE LINE-NUMBER TO PRINT-LINE-NUMBER.
                 MOVE LINE-PRODUCT-CODE TO PRINT-PRODUCT.
                 MOVE LINE-SHIPPED-QUANTITY TO PRINT-QUANTITY.
                 MOVE THE-INVOICE-NUMBER TO PRINT-INVOICE.
                 MOVE THE-BILLED-AMOUNT TO PRINT-BILLED.
                 MOVE LINE-DROP-PO-NUMBER TO PRINT-PO.
                 IF THE-VENDOR-BILLED = ZERO
                           MOVE THE-PO-COST TO THE-COST
                 ELSE
                           MOVE THE-VENDOR-BILLED TO THE-COST.
                 MOVE THE-COST TO PRINT-COST.
                 IF THE-BILLED-AMOUNT = ZERO
                           MOVE -999.9 TO THE-MARGIN
                 ELSE
                           COMPUTE THE-MARGIN ROUNDED =
                                   (THE-BILLED-AMOUNT - THE-COST)
                                   * 100 / THE-BILLED-AMOUNT.
                 IF THE-MARGIN < -999.9
                           MOVE -999.9 TO THE-MARGIN.
                 MOVE THE-MARGIN TO PRINT-MARGIN.
                 PERFORM SET-THE-FLAG.
                 ADD THE-BILLED-AMOUNT TO TOTAL-BILLED.
                 ADD THE-COST TO TOTAL-COST.
                 MOVE DETAIL-LINE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                 ADD 1 TO PRINT-LINES.

       SET-THE-FLAG.
                 MOVE SPACE TO PRINT-FLAG.
                 IF THE-INVOICE-NUMBER = ZERO
                           ADD 1 TO CUST-WAITING-COUNT
                           MOVE "CUST" TO PRINT-FLAG.
                 IF THE-VENDOR-BILLED = ZERO
                           ADD 1 TO VEND-WAITING-COUNT
                           IF PRINT-FLAG = SPACE
                                     MOVE "VEND" TO PRINT-FLAG
                           ELSE
                                     MOVE "BOTH" TO PRINT-FLAG.

       PRINT-THE-TOTAL.
                 MOVE SPACE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                 MOVE LINE-COUNT TO PRINT-LINE-COUNT.
                 MOVE TOTAL-LINE-1 TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                 MOVE TOTAL-BILLED TO PRINT-TOTAL-BILLED.
                 MOVE TOTAL-LINE-2 TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                 MOVE TOTAL-COST TO PRINT-TOTAL-COST.
                 MOVE TOTAL-LINE-3 TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                 IF TOTAL-BILLED = ZERO
                           MOVE ZERO TO THE-MARGIN
                 ELSE
                           COMPUTE THE-MARGIN ROUNDED =
                                   (TOTAL-BILLED - TOTAL-COST)
                                   * 100 / TOTAL-BILLED.
                 IF THE-MARGIN < -999.9
                           MOVE -999.9 TO THE-MARGIN.
                 MOVE THE-MARGIN TO PRINT-TOTAL-MARGIN.
                 MOVE TOTAL-LINE-4 TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                 MOVE CUST-WAITING-COUNT TO PRINT-CUST-WAITING.
                 MOVE TOTAL-LINE-5 TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                 MOVE VEND-WAITING-COUNT TO PRINT-VEND-WAITING.
                 MOVE TOTAL-LINE-6 TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       NEXT-PAGE.
                 PERFORM END-LAST-PAGE.
                 PERFORM START-NEW-PAGE.

       START-NEW-PAGE.
                 ADD 1 TO PAGE-NUMBER.
                 MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
                 MOVE TITLE-LINE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 2.
                 MOVE SUBTITLE-LINE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 2.
                 MOVE COLUMN-HEADINGS TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 2.
                 MOVE 6 TO PRINT-LINES.

       END-LAST-PAGE.
                 MOVE SPACE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
                 MOVE ZEROES TO PRINT-LINES.

      * GET-OPERATOR-ID IS SHARED ACROSS THE REPORT PROGRAMS - SEE
      * COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM DRPRPT01.
