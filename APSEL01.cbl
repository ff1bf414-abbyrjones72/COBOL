      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APSEL01.

      ******************************************************************
      * This program is the payment-selection pass that sets up the
      * APCHK01 check run. The operator keys a pay-through date and
      * every open voucher on APITEM.DAT due on or before it - by
      * the due date APVCH01 stamped from VENDOR-TERMS - is flagged
      * for payment; every open voucher due after it is unflagged,
      * so running the pass again with an earlier date takes back
      * what the first run picked. Nothing is paid here. The
      * selection list prints each voucher picked, with its vendor,
      * and the total the check run will need, so the bank balance
      * can be checked before the checks are printed.
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

                 SELECT AP-ITEM-FILE
                           ASSIGN TO "APITEM.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS AP-VOUCHER-NUMBER
                           FILE STATUS IS AP-FILE-STATUS.

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

      * AP-ITEM-RECORD IS THE SHARED PAYABLES OPEN-ITEM LAYOUT - SEE
      * COPYBOOKS/WAPITEM.CPY.
       FD  AP-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WAPITEM.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  VENDOR-FILE-STATUS        PIC XX.
       01  AP-FILE-STATUS            PIC XX.
       01  END-OF-FILE               PIC X.
       01  RECORD-FOUND              PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       01  DATE-ENTRY                PIC X(8).
       01  PAY-THROUGH-DATE          PIC 9(8).
       01  ITEMS-SELECTED            PIC 9(5) VALUE ZERO.
       01  ITEMS-UNSELECTED          PIC 9(5) VALUE ZERO.
       01  SELECTED-TOTAL            PIC S9(11)V99 VALUE ZERO.

      * Structures for the printed selection list.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(36) VALUE
                         "AP PAYMENT SELECTION - DUE THROUGH ".
                 05 PRINT-PAY-THROUGH      PIC 9(8).

       01  SUBTITLE-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 SUB-OPERATOR-ID        PIC X(10).

       01  COLUMN-HEADING-LINE.
                 05 FILLER                 PIC X(8) VALUE "VOUCHER".
                 05 FILLER                 PIC X(6) VALUE "VENDOR".
                 05 FILLER                 PIC X(31) VALUE " NAME".
                 05 FILLER                 PIC X(16) VALUE
                                           "VENDOR INVOICE".
                 05 FILLER                 PIC X(9) VALUE "DUE".
                 05 FILLER                 PIC X(16) VALUE
                                           "         BALANCE".

       01  SELECTED-DETAIL-LINE.
                 05 PRINT-VOUCHER-NUMBER   PIC 9(7).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-VENDOR-NUMBER    PIC 9(5).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-VENDOR-NAME      PIC X(30).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-VENDOR-INVOICE   PIC X(15).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-DUE-DATE         PIC 9(8).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.

       01  TOTAL-LINE.
                 05 FILLER                 PIC X(10) VALUE SPACE.
                 05 PRINT-ITEMS-SELECTED   PIC ZZZZ9.
                 05 FILLER                 PIC X(57) VALUE
                         " VOUCHER(S) SELECTED - CHECK RUN WILL NEED".
                 05 PRINT-SELECTED-TOTAL   PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "N" TO END-OF-FILE.
            PERFORM READ-NEXT-ITEM.
            PERFORM SELECT-ONE-ITEM
                 UNTIL END-OF-FILE = "Y".
            PERFORM PRINT-THE-TOTAL.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           IF OPERATOR-AUTHORITY < 5
                     DISPLAY "UPDATE AUTHORITY IS NEEDED TO SELECT "
                             "PAYMENTS"
                     STOP RUN.
           DISPLAY "PAY VOUCHERS DUE THROUGH (YYYYMMDD, BLANK FOR "
                   "TODAY) ? ".
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY IS NUMERIC
                     MOVE DATE-ENTRY TO PAY-THROUGH-DATE
           ELSE
                     ACCEPT PAY-THROUGH-DATE FROM DATE YYYYMMDD.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN VENDOR.DAT - STATUS "
                             VENDOR-FILE-STATUS
                     STOP RUN.
           OPEN I-O AP-ITEM-FILE.
           IF AP-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN APITEM.DAT - STATUS "
                             AP-FILE-STATUS
                     DISPLAY "NO VOUCHERS HAVE BEEN ENTERED YET"
                     STOP RUN.
           OPEN OUTPUT PRINTER-FILE.
           MOVE PAY-THROUGH-DATE TO PRINT-PAY-THROUGH.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
           MOVE SUBTITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE COLUMN-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           CLOSE AP-ITEM-FILE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           CLOSE PRINTER-FILE.
           DISPLAY ITEMS-SELECTED " VOUCHER(S) SELECTED, "
                   ITEMS-UNSELECTED " LEFT FOR A LATER RUN".

       READ-NEXT-ITEM.
           READ AP-ITEM-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

      * SELECT-ONE-ITEM SETS THE FLAG ON EVERY OPEN ITEM EITHER WAY,
      * SO THE FILE ALWAYS SHOWS EXACTLY WHAT THE LAST PASS PICKED.
      * A CREDIT OR ZERO BALANCE IS NEVER SELECTED - THERE IS NO
      * CHECK TO WRITE FOR IT.
       SELECT-ONE-ITEM.
           IF AP-ITEM-IS-OPEN
                     IF AP-DUE-DATE NOT > PAY-THROUGH-DATE AND
                        AP-BALANCE-DUE > ZERO
                               MOVE "Y" TO AP-SELECTED-FLAG
                               PERFORM REWRITE-THE-ITEM
                               PERFORM PRINT-THE-SELECTED-ITEM
                     ELSE
                               MOVE "N" TO AP-SELECTED-FLAG
                               PERFORM REWRITE-THE-ITEM
                               ADD 1 TO ITEMS-UNSELECTED.
           PERFORM READ-NEXT-ITEM.

       REWRITE-THE-ITEM.
           REWRITE AP-ITEM-RECORD.
           IF AP-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR REWRITING VOUCHER "
                             AP-VOUCHER-NUMBER " - STATUS "
                             AP-FILE-STATUS.

       PRINT-THE-SELECTED-ITEM.
           ADD 1 TO ITEMS-SELECTED.
           ADD AP-BALANCE-DUE TO SELECTED-TOTAL.
           MOVE AP-VENDOR-NUMBER TO VENDOR-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ VENDOR-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     MOVE VENDOR-NAME TO PRINT-VENDOR-NAME
           ELSE
                     MOVE "** NOT ON VENDOR FILE **" TO
                               PRINT-VENDOR-NAME.
           MOVE AP-VOUCHER-NUMBER TO PRINT-VOUCHER-NUMBER.
           MOVE AP-VENDOR-NUMBER TO PRINT-VENDOR-NUMBER.
           MOVE AP-VENDOR-INVOICE TO PRINT-VENDOR-INVOICE.
           MOVE AP-DUE-DATE TO PRINT-DUE-DATE.
           MOVE AP-BALANCE-DUE TO PRINT-BALANCE.
           MOVE SELECTED-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       PRINT-THE-TOTAL.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE ITEMS-SELECTED TO PRINT-ITEMS-SELECTED.
           MOVE SELECTED-TOTAL TO PRINT-SELECTED-TOTAL.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM APSEL01.
