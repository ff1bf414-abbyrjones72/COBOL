      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APCHK01.

      ******************************************************************
      * This program is the AP check run. It pays every voucher
      * APSEL01 flagged on APITEM.DAT, one check per vendor: the
      * remittance stub lists each vendor invoice the check pays,
      * then the check itself prints with the payee, date, and
      * amount. Every voucher paid is closed on the spot - balance
      * to zero, status paid, the check number and date stamped on
      * it, the selection flag cleared - so nothing can come up for
      * payment twice, and a row goes to the APPAY.DAT check
      * register. The run also writes POSPAY.DAT, the positive-pay
      * file for the bank: one detail per check of check number,
      * issue date, amount, and payee, and a trailer with the check
      * count and total, so the bank refuses any check we did not
      * issue. Check numbers follow on from CHKCTL.DAT; the operator
      * confirms the first number against the stock in the printer.
      *
      * Open debit memos PORTN01 filed for goods sent back come off
      * the vendor's check: after the selected vouchers are paid,
      * each memo is taken as far as the check will cover it and
      * printed on the stub as a negative line. A memo used up is
      * closed like a paid voucher; what the check could not take
      * stays open for the next run. When the memos cover the whole
      * check, the stub prints as settled by debit memo and no check
      * is printed, no check number is used, and nothing goes to the
      * bank or the check register.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT VENDOR-FILE
                           ASSIGN TO "VENDOR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS VENDOR-NUMBER
                           FILE STATUS IS VENDOR-FILE-STATUS.

                 SELECT AP-ITEM-FILE
                           ASSIGN TO "APITEM.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS AP-VOUCHER-NUMBER
                           FILE STATUS IS AP-FILE-STATUS.

                 SELECT OPTIONAL AP-PAYMENT-FILE
                           ASSIGN TO "APPAY.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS APPAY-FILE-STATUS.

                 SELECT POSITIVE-PAY-FILE
                           ASSIGN TO "POSPAY.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS POSPAY-FILE-STATUS.

                 SELECT OPTIONAL CHECK-CONTROL-FILE
                           ASSIGN TO "CHKCTL.DAT"
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

      * AP-ITEM-RECORD AND AP-PAYMENT-RECORD ARE THE SHARED PAYABLES
      * LAYOUTS - SEE COPYBOOKS/WAPITEM.CPY AND WAPPAY.CPY.
       FD  AP-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WAPITEM.

       FD  AP-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WAPPAY.

      * THE POSITIVE-PAY FILE THE BANK LOADS. A "D" DETAIL FOR EACH
      * CHECK ISSUED, THEN ONE "T" TRAILER THE BANK PROVES THE FILE
      * AGAINST.
       FD  POSITIVE-PAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSITIVE-PAY-RECORD.
                 05 PP-RECORD-TYPE         PIC X(1).
                 05 PP-CHECK-NUMBER        PIC 9(7).
                 05 PP-ISSUE-DATE          PIC 9(8).
                 05 PP-AMOUNT              PIC 9(9)V99.
                 05 PP-PAYEE               PIC X(30).
       01  POSITIVE-PAY-TRAILER.
                 05 PP-TRAILER-TYPE        PIC X(1).
                 05 PP-CHECK-COUNT         PIC 9(7).
                 05 PP-ISSUE-TOTAL         PIC 9(11)V99.
                 05 FILLER                 PIC X(36).

       FD  CHECK-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECK-CONTROL-RECORD.
                 05 NEXT-CHECK-NUMBER      PIC 9(7).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  VENDOR-FILE-STATUS        PIC XX.
       01  AP-FILE-STATUS            PIC XX.
       01  APPAY-FILE-STATUS         PIC XX.
       01  POSPAY-FILE-STATUS        PIC XX.
       01  CONTROL-FILE-STATUS       PIC XX.
       01  END-OF-FILE               PIC X.
       01  ITEM-END-OF-FILE          PIC X.
       01  CHECK-IS-STARTED          PIC X.
       01  GO-AHEAD                  PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       01  CHECK-NUMBER-ENTRY        PIC X(7).
       01  CHECK-NUMBER-TO-USE       PIC 9(7).
       01  THE-CHECK-DATE            PIC 9(8).
       01  CHECK-TOTAL               PIC 9(9)V99.
       01  THIS-CHECK-NUMBER         PIC 9(7).
       01  SELECTED-PAYABLE          PIC 9(9)V99.
       01  MEMO-CREDIT               PIC 9(9)V99.
       01  MEMO-ROOM                 PIC 9(9)V99.
       01  MEMO-APPLIED              PIC 9(9)V99.
       01  MEMOS-APPLIED             PIC 9(7) VALUE ZERO.
       01  CHECKS-WRITTEN            PIC 9(7) VALUE ZERO.
       01  VOUCHERS-PAID             PIC 9(7) VALUE ZERO.
       01  RUN-TOTAL                 PIC 9(11)V99 VALUE ZERO.
       01  DISPLAY-RUN-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

      * Structures for the printed stub and check.
       01  STUB-HEADING-LINE.
                 05 FILLER                 PIC X(18) VALUE
                                           "REMITTANCE - CHECK".
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 STUB-CHECK-NUMBER      PIC 9(7).
                 05 FILLER                 PIC X(7) VALUE "  DATE ".
                 05 STUB-CHECK-DATE        PIC 9(8).
                 05 FILLER                 PIC X(9) VALUE "  VENDOR ".
                 05 STUB-VENDOR-NUMBER     PIC 9(5).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 STUB-VENDOR-NAME       PIC X(30).

       01  STUB-COLUMN-LINE.
                 05 FILLER                 PIC X(16) VALUE
                                           "YOUR INVOICE".
                 05 FILLER                 PIC X(14) VALUE
                                           "INVOICE DATE".
                 05 FILLER                 PIC X(10) VALUE "VOUCHER".
                 05 FILLER                 PIC X(14) VALUE
                                           "   AMOUNT PAID".

       01  STUB-DETAIL-LINE.
                 05 STUB-VENDOR-INVOICE    PIC X(15).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 STUB-INVOICE-DATE      PIC 9(8).
                 05 FILLER                 PIC X(6) VALUE SPACE.
                 05 STUB-VOUCHER-NUMBER    PIC 9(7).
                 05 FILLER                 PIC X(3) VALUE SPACE.
                 05 STUB-AMOUNT-PAID       PIC ZZ,ZZZ,ZZ9.99-.

       01  STUB-TOTAL-LINE.
                 05 FILLER                 PIC X(40) VALUE
                                           "TOTAL OF THIS CHECK".
                 05 STUB-CHECK-TOTAL       PIC ZZ,ZZZ,ZZ9.99.

       01  STUB-SETTLED-LINE.
                 05 FILLER                 PIC X(52) VALUE
               "SETTLED IN FULL BY DEBIT MEMO - NO CHECK IS ISSUED".

       01  CHECK-DATE-LINE.
                 05 FILLER                 PIC X(50) VALUE SPACE.
                 05 FILLER                 PIC X(6) VALUE "CHECK ".
                 05 CHK-CHECK-NUMBER       PIC 9(7).
                 05 FILLER                 PIC X(7) VALUE "  DATE ".
                 05 CHK-CHECK-DATE         PIC 9(8).

       01  CHECK-PAYEE-LINE.
                 05 FILLER                 PIC X(19) VALUE
                                           "PAY TO THE ORDER OF".
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 CHK-PAYEE              PIC X(30).
                 05 FILLER                 PIC X(7) VALUE SPACE.
                 05 CHK-AMOUNT             PIC $**,***,**9.99.

       01  CHECK-ADDRESS-LINE.
                 05 FILLER                 PIC X(19) VALUE SPACE.
                 05 CHK-ADDRESS            PIC X(25).

       01  CHECK-CITY-LINE.
                 05 FILLER                 PIC X(19) VALUE SPACE.
                 05 CHK-CITY               PIC X(15).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 CHK-STATE              PIC X(15).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 CHK-ZIP                PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "N" TO END-OF-FILE.
            PERFORM READ-NEXT-VENDOR.
            PERFORM PAY-ONE-VENDOR
                 UNTIL END-OF-FILE = "Y".
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * PAYING VENDORS IS A SUPERVISOR MATTER, THE SAME AS PAYING
      * COMMISSION IN SLSSTL01.
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           IF OPERATOR-AUTHORITY < 9
                     DISPLAY "SUPERVISOR AUTHORITY IS NEEDED TO RUN "
                             "CHECKS"
                     STOP RUN.
           PERFORM LOAD-THE-CHECK-CONTROL.
           PERFORM GET-THE-FIRST-CHECK.
           DISPLAY "PRINT CHECKS FOR ALL SELECTED VOUCHERS (Y/N)? ".
           ACCEPT GO-AHEAD.
           IF GO-AHEAD NOT = "Y" AND GO-AHEAD NOT = "y"
                     DISPLAY "CHECK RUN NOT STARTED"
                     STOP RUN.
           ACCEPT THE-CHECK-DATE FROM DATE YYYYMMDD.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN VENDOR.DAT - STATUS "
                             VENDOR-FILE-STATUS
                     STOP RUN.
           OPEN I-O AP-ITEM-FILE.
           IF AP-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN APITEM.DAT - STATUS "
                             AP-FILE-STATUS
                     STOP RUN.
           CLOSE AP-ITEM-FILE.
           OPEN EXTEND AP-PAYMENT-FILE.
           IF APPAY-FILE-STATUS NOT = "00" AND
              APPAY-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN APPAY.DAT - STATUS "
                             APPAY-FILE-STATUS
                     STOP RUN.
           OPEN OUTPUT POSITIVE-PAY-FILE.
           IF POSPAY-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN POSPAY.DAT - STATUS "
                             POSPAY-FILE-STATUS
                     STOP RUN.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           PERFORM WRITE-THE-POSPAY-TRAILER.
           CLOSE VENDOR-FILE.
           CLOSE AP-PAYMENT-FILE.
           CLOSE POSITIVE-PAY-FILE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           CLOSE PRINTER-FILE.
           PERFORM SAVE-THE-CHECK-CONTROL.
           MOVE RUN-TOTAL TO DISPLAY-RUN-TOTAL.
           DISPLAY CHECKS-WRITTEN " CHECK(S) PRINTED PAYING "
                   VOUCHERS-PAID " VOUCHER(S) - TOTAL "
                   DISPLAY-RUN-TOTAL.
           DISPLAY MEMOS-APPLIED " DEBIT MEMO(S) TAKEN OFF".
           DISPLAY "SEND POSPAY.DAT TO THE BANK BEFORE THE CHECKS "
                   "ARE MAILED".

       LOAD-THE-CHECK-CONTROL.
           MOVE 1000001 TO CHECK-NUMBER-TO-USE.
           OPEN INPUT CHECK-CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
                     READ CHECK-CONTROL-FILE
                     IF CONTROL-FILE-STATUS = "00"
                               MOVE NEXT-CHECK-NUMBER TO
                                    CHECK-NUMBER-TO-USE.
           CLOSE CHECK-CONTROL-FILE.

       SAVE-THE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-CONTROL-FILE.
           MOVE CHECK-NUMBER-TO-USE TO NEXT-CHECK-NUMBER.
           WRITE CHECK-CONTROL-RECORD.
           CLOSE CHECK-CONTROL-FILE.

      * GET-THE-FIRST-CHECK LETS THE OPERATOR OVERRIDE THE NEXT
      * NUMBER ON FILE WHEN THE STOCK IN THE PRINTER DOES NOT AGREE
      * WITH IT - A SPOILED OR VOIDED FORM MOVES THE STOCK ON.
       GET-THE-FIRST-CHECK.
           DISPLAY "FIRST CHECK NUMBER ON THE STOCK (BLANK FOR "
                   CHECK-NUMBER-TO-USE ") ? ".
           ACCEPT CHECK-NUMBER-ENTRY.
           IF CHECK-NUMBER-ENTRY NOT = SPACE
                     MOVE CHECK-NUMBER-ENTRY TO KEYED-NUMBER-TEXT
                     CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                               KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD
                     IF KEYED-NUMBER-GOOD NOT = "Y" OR
                        KEYED-NUMBER-VALUE = ZERO
                               DISPLAY "CHECK NUMBER MUST BE NUMERIC"
                               GO TO GET-THE-FIRST-CHECK
                     ELSE
                               MOVE KEYED-NUMBER-VALUE TO
                                         CHECK-NUMBER-TO-USE.

       READ-NEXT-VENDOR.
           READ VENDOR-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

      * PAY-ONE-VENDOR WALKS THE OPEN ITEMS FOR THE VENDOR'S
      * SELECTED VOUCHERS. THE FIRST ONE FOUND STARTS THE STUB; EACH
      * ONE IS PRINTED ON IT AND CLOSED AS IT IS PASSED; THE CHECK
      * ITSELF PRINTS ONCE THE LAST ONE IS ADDED IN. THE OPEN-ITEM
      * FILE IS OPENED AND CLOSED PER VENDOR SO EACH SCAN STARTS AT
      * THE TOP.
      *
      * A FIRST SCAN SIZES UP WHAT IS SELECTED AND WHAT THE VENDOR'S
      * OPEN DEBIT MEMOS HOLD, SO THE MEMO CREDIT TAKEN IS KNOWN -
      * NEVER MORE THAN THE VOUCHERS BEING PAID - AND SO IT IS KNOWN
      * BEFORE ANYTHING IS STAMPED WHETHER A CHECK WILL BE ISSUED AT
      * ALL. THE MEMOS ARE TAKEN IN A LAST SCAN, AFTER THE VOUCHERS,
      * SO THE REGISTER ROWS FOR A CHECK NEVER RUN BELOW ZERO.
       PAY-ONE-VENDOR.
           MOVE "N" TO CHECK-IS-STARTED.
           MOVE ZERO TO CHECK-TOTAL.
           MOVE ZERO TO SELECTED-PAYABLE.
           MOVE ZERO TO MEMO-CREDIT.
           OPEN I-O AP-ITEM-FILE.
           IF AP-FILE-STATUS = "00"
                     MOVE "N" TO ITEM-END-OF-FILE
                     PERFORM READ-NEXT-ITEM
                     PERFORM SIZE-UP-ONE-ITEM
                          UNTIL ITEM-END-OF-FILE = "Y"
                     CLOSE AP-ITEM-FILE.
           MOVE MEMO-CREDIT TO MEMO-ROOM.
           IF MEMO-ROOM > SELECTED-PAYABLE
                     MOVE SELECTED-PAYABLE TO MEMO-ROOM.
           IF SELECTED-PAYABLE > MEMO-ROOM
                     MOVE CHECK-NUMBER-TO-USE TO THIS-CHECK-NUMBER
           ELSE
                     MOVE ZERO TO THIS-CHECK-NUMBER.
           IF SELECTED-PAYABLE > ZERO
                     PERFORM PAY-THE-SELECTED-ITEMS.
           IF MEMO-ROOM > ZERO
                     PERFORM TAKE-THE-DEBIT-MEMOS.
           IF CHECK-IS-STARTED = "Y"
                     IF THIS-CHECK-NUMBER = ZERO
                               PERFORM PRINT-THE-SETTLEMENT
                     ELSE
                               PERFORM PRINT-THE-CHECK
                               PERFORM WRITE-THE-POSPAY-DETAIL
                               ADD 1 TO CHECKS-WRITTEN
                               ADD CHECK-TOTAL TO RUN-TOTAL
                               ADD 1 TO CHECK-NUMBER-TO-USE.
           PERFORM READ-NEXT-VENDOR.

       SIZE-UP-ONE-ITEM.
           IF AP-VENDOR-NUMBER = VENDOR-NUMBER AND
              AP-ITEM-IS-OPEN
                     IF AP-ITEM-IS-SELECTED AND
                        AP-BALANCE-DUE > ZERO
                               ADD AP-BALANCE-DUE TO SELECTED-PAYABLE
                     ELSE
                               IF AP-BALANCE-DUE < ZERO
                                         SUBTRACT AP-BALANCE-DUE FROM
                                                  MEMO-CREDIT.
           PERFORM READ-NEXT-ITEM.

       PAY-THE-SELECTED-ITEMS.
           OPEN I-O AP-ITEM-FILE.
           IF AP-FILE-STATUS = "00"
                     MOVE "N" TO ITEM-END-OF-FILE
                     PERFORM READ-NEXT-ITEM
                     PERFORM PAY-ONE-ITEM
                          UNTIL ITEM-END-OF-FILE = "Y"
                     CLOSE AP-ITEM-FILE.

       TAKE-THE-DEBIT-MEMOS.
           OPEN I-O AP-ITEM-FILE.
           IF AP-FILE-STATUS = "00"
                     MOVE "N" TO ITEM-END-OF-FILE
                     PERFORM READ-NEXT-ITEM
                     PERFORM TAKE-ONE-MEMO
                          UNTIL ITEM-END-OF-FILE = "Y"
                     CLOSE AP-ITEM-FILE.

       READ-NEXT-ITEM.
           READ AP-ITEM-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO ITEM-END-OF-FILE.

       PAY-ONE-ITEM.
           IF AP-VENDOR-NUMBER = VENDOR-NUMBER AND
              AP-ITEM-IS-OPEN AND
              AP-ITEM-IS-SELECTED AND
              AP-BALANCE-DUE > ZERO
                     IF CHECK-IS-STARTED = "N"
                               PERFORM START-THE-STUB
                     END-IF
                     PERFORM PAY-THE-VOUCHER.
           PERFORM READ-NEXT-ITEM.

       START-THE-STUB.
           MOVE "Y" TO CHECK-IS-STARTED.
           MOVE THIS-CHECK-NUMBER TO STUB-CHECK-NUMBER.
           MOVE THE-CHECK-DATE TO STUB-CHECK-DATE.
           MOVE VENDOR-NUMBER TO STUB-VENDOR-NUMBER.
           MOVE VENDOR-NAME TO STUB-VENDOR-NAME.
           MOVE STUB-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE STUB-COLUMN-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * PAY-THE-VOUCHER PRINTS THE STUB LINE, LOGS THE PAYMENT ON
      * THE CHECK REGISTER, AND CLOSES THE ITEM IN PLACE.
       PAY-THE-VOUCHER.
           MOVE AP-VENDOR-INVOICE TO STUB-VENDOR-INVOICE.
           MOVE AP-INVOICE-DATE TO STUB-INVOICE-DATE.
           MOVE AP-VOUCHER-NUMBER TO STUB-VOUCHER-NUMBER.
           MOVE AP-BALANCE-DUE TO STUB-AMOUNT-PAID.
           MOVE STUB-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD AP-BALANCE-DUE TO CHECK-TOTAL.
           MOVE AP-BALANCE-DUE TO APPAY-AMOUNT.
           PERFORM WRITE-THE-REGISTER-ROW.
           MOVE ZERO TO AP-BALANCE-DUE.
           MOVE "P" TO AP-ITEM-STATUS.
           MOVE "N" TO AP-SELECTED-FLAG.
           MOVE THE-CHECK-DATE TO AP-PAID-DATE.
           MOVE THIS-CHECK-NUMBER TO AP-CHECK-NUMBER.
           REWRITE AP-ITEM-RECORD.
           IF AP-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR CLOSING VOUCHER "
                             AP-VOUCHER-NUMBER " - STATUS "
                             AP-FILE-STATUS.
           ADD 1 TO VOUCHERS-PAID.

      * A ROW GOES TO THE CHECK REGISTER ONLY WHEN A CHECK IS ISSUED;
      * ITEMS SETTLED BY DEBIT MEMO ALONE MOVED NO MONEY.
       WRITE-THE-REGISTER-ROW.
           IF THIS-CHECK-NUMBER NOT = ZERO
                     MOVE THIS-CHECK-NUMBER TO APPAY-CHECK-NUMBER
                     MOVE THE-CHECK-DATE TO APPAY-CHECK-DATE
                     MOVE AP-VENDOR-NUMBER TO APPAY-VENDOR-NUMBER
                     MOVE AP-VOUCHER-NUMBER TO APPAY-VOUCHER-NUMBER
                     MOVE AP-VENDOR-INVOICE TO APPAY-VENDOR-INVOICE
                     MOVE OPERATOR-ID TO APPAY-OPERATOR-ID
                     WRITE AP-PAYMENT-RECORD
                     IF APPAY-FILE-STATUS NOT = "00"
                               DISPLAY "ERROR WRITING APPAY.DAT - "
                                       "STATUS " APPAY-FILE-STATUS.

      * TAKE-ONE-MEMO TAKES AS MUCH OF AN OPEN DEBIT MEMO AS THE
      * CHECK STILL HAS ROOM FOR. A MEMO USED UP IS CLOSED; ONE ONLY
      * PARTLY TAKEN STAYS OPEN WITH WHAT IS LEFT OF IT.
       TAKE-ONE-MEMO.
           IF AP-VENDOR-NUMBER = VENDOR-NUMBER AND
              AP-ITEM-IS-OPEN AND
              AP-BALANCE-DUE < ZERO AND
              MEMO-ROOM > ZERO
                     PERFORM APPLY-THE-MEMO.
           PERFORM READ-NEXT-ITEM.

       APPLY-THE-MEMO.
           COMPUTE MEMO-APPLIED = ZERO - AP-BALANCE-DUE.
           IF MEMO-APPLIED > MEMO-ROOM
                     MOVE MEMO-ROOM TO MEMO-APPLIED.
           SUBTRACT MEMO-APPLIED FROM MEMO-ROOM.
           SUBTRACT MEMO-APPLIED FROM CHECK-TOTAL.
           MOVE AP-VENDOR-INVOICE TO STUB-VENDOR-INVOICE.
           MOVE AP-INVOICE-DATE TO STUB-INVOICE-DATE.
           MOVE AP-VOUCHER-NUMBER TO STUB-VOUCHER-NUMBER.
           COMPUTE STUB-AMOUNT-PAID = ZERO - MEMO-APPLIED.
           MOVE STUB-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           COMPUTE APPAY-AMOUNT = ZERO - MEMO-APPLIED.
           PERFORM WRITE-THE-REGISTER-ROW.
           ADD MEMO-APPLIED TO AP-BALANCE-DUE.
           IF AP-BALANCE-DUE = ZERO
                     MOVE "P" TO AP-ITEM-STATUS
                     MOVE THE-CHECK-DATE TO AP-PAID-DATE
                     MOVE THIS-CHECK-NUMBER TO AP-CHECK-NUMBER.
           REWRITE AP-ITEM-RECORD.
           IF AP-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR UPDATING DEBIT MEMO "
                             AP-VOUCHER-NUMBER " - STATUS "
                             AP-FILE-STATUS.
           ADD 1 TO MEMOS-APPLIED.

       PRINT-THE-SETTLEMENT.
           MOVE CHECK-TOTAL TO STUB-CHECK-TOTAL.
           MOVE STUB-TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE STUB-SETTLED-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

       PRINT-THE-CHECK.
           MOVE CHECK-TOTAL TO STUB-CHECK-TOTAL.
           MOVE STUB-TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 3.
           MOVE CHECK-NUMBER-TO-USE TO CHK-CHECK-NUMBER.
           MOVE THE-CHECK-DATE TO CHK-CHECK-DATE.
           MOVE CHECK-DATE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE VENDOR-NAME TO CHK-PAYEE.
           MOVE CHECK-TOTAL TO CHK-AMOUNT.
           MOVE CHECK-PAYEE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE VENDOR-ADDRESS1 TO CHK-ADDRESS.
           MOVE CHECK-ADDRESS-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF VENDOR-ADDRESS2 NOT = SPACE
                     MOVE VENDOR-ADDRESS2 TO CHK-ADDRESS
                     MOVE CHECK-ADDRESS-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE VENDOR-CITY TO CHK-CITY.
           MOVE VENDOR-STATE TO CHK-STATE.
           MOVE VENDOR-ZIP TO CHK-ZIP.
           MOVE CHECK-CITY-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

       WRITE-THE-POSPAY-DETAIL.
           MOVE "D" TO PP-RECORD-TYPE.
           MOVE CHECK-NUMBER-TO-USE TO PP-CHECK-NUMBER.
           MOVE THE-CHECK-DATE TO PP-ISSUE-DATE.
           MOVE CHECK-TOTAL TO PP-AMOUNT.
           MOVE VENDOR-NAME TO PP-PAYEE.
           WRITE POSITIVE-PAY-RECORD.
           IF POSPAY-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING POSPAY.DAT - STATUS "
                             POSPAY-FILE-STATUS.

       WRITE-THE-POSPAY-TRAILER.
           MOVE SPACE TO POSITIVE-PAY-TRAILER.
           MOVE "T" TO PP-TRAILER-TYPE.
           MOVE CHECKS-WRITTEN TO PP-CHECK-COUNT.
           MOVE RUN-TOTAL TO PP-ISSUE-TOTAL.
           WRITE POSITIVE-PAY-TRAILER.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM APCHK01.
