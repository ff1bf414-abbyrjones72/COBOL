      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APAGE01.

      ******************************************************************
      * This program prints the AP aging report off the APITEM.DAT
      * open items: one line per vendor with what we owe bucketed
      * by how far past its due date each voucher is - not yet due,
      * 1-30, 31-60, 61-90, and over 90 days late - and a
      * grand-total line per bucket at the bottom. Items are aged
      * from the due date APVCH01 stamped from the vendor's terms,
      * not the invoice date, so a net-60 vendor's bill is not late
      * a month early. A detail option lists each open voucher
      * under its vendor with the bucket it fell in and whether
      * APSEL01 has picked it for the next check run. Vendors we
      * owe nothing are left off the report.
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
       01  ITEM-END-OF-FILE          PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       01  DETAIL-ANSWER             PIC X.
       01  TODAYS-DATE               PIC 9(8).

      * THE THREE CUTOFF DATES, WALKED BACK FROM TODAY A DAY AT A
      * TIME. AN ITEM DUE TODAY OR LATER IS NOT YET DUE; ONE DUE
      * AFTER THE 30-DAY CUTOFF IS 1-30 DAYS LATE, AND SO ON.
       01  AGE-DATE-PARTS.
                 05 AGE-YEAR               PIC 9(4).
                 05 AGE-MONTH              PIC 99.
                 05 AGE-DAY                PIC 99.
       01  AGE-DATE-WHOLE REDEFINES AGE-DATE-PARTS
                                           PIC 9(8).
       01  CUTOFF-30-DATE            PIC 9(8).
       01  CUTOFF-60-DATE            PIC 9(8).
       01  CUTOFF-90-DATE            PIC 9(8).

      * MONTH LENGTHS FOR THE DAY WALK-BACK; FEBRUARY IS PATCHED TO
      * 29 IN A LEAP YEAR AS THE WALK PASSES THROUGH IT.
       01  MONTH-LENGTH-TEXT         PIC X(24) VALUE
                                     "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-TEXT.
                 05 MONTH-LENGTH OCCURS 12 TIMES PIC 99.
       01  LEAP-QUOTIENT             PIC 9(4).
       01  LEAP-REMAINDER            PIC 9(4).

      * PER-VENDOR AND GRAND-TOTAL BUCKET ACCUMULATORS.
       01  VENDOR-BUCKETS.
                 05 VEND-CURRENT-AMT       PIC S9(11)V99.
                 05 VEND-30-AMT            PIC S9(11)V99.
                 05 VEND-60-AMT            PIC S9(11)V99.
                 05 VEND-90-AMT            PIC S9(11)V99.
                 05 VEND-OVER-90-AMT       PIC S9(11)V99.
                 05 VEND-TOTAL-AMT         PIC S9(11)V99.
       01  GRAND-BUCKETS.
                 05 GRAND-CURRENT-AMT      PIC S9(11)V99 VALUE ZERO.
                 05 GRAND-30-AMT           PIC S9(11)V99 VALUE ZERO.
                 05 GRAND-60-AMT           PIC S9(11)V99 VALUE ZERO.
                 05 GRAND-90-AMT           PIC S9(11)V99 VALUE ZERO.
                 05 GRAND-OVER-90-AMT      PIC S9(11)V99 VALUE ZERO.
                 05 GRAND-TOTAL-AMT        PIC S9(11)V99 VALUE ZERO.
       01  VENDORS-LISTED            PIC 9(5) VALUE ZERO.

      * Structures for the printed report.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(24) VALUE
                                     "AP AGING REPORT AS OF ".
                 05 PRINT-AS-OF-DATE       PIC 9(8).

       01  SUBTITLE-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 SUB-OPERATOR-ID        PIC X(10).

       01  COLUMN-HEADING-LINE.
                 05 FILLER                 PIC X(6) VALUE "VENDOR".
                 05 FILLER                 PIC X(22) VALUE " NAME".
                 05 FILLER                 PIC X(16) VALUE
                                           "     NOT YET DUE".
                 05 FILLER                 PIC X(16) VALUE
                                           "     1-30 LATE".
                 05 FILLER                 PIC X(16) VALUE
                                           "    31-60 LATE".
                 05 FILLER                 PIC X(16) VALUE
                                           "    61-90 LATE".
                 05 FILLER                 PIC X(16) VALUE
                                           "  OVER 90 LATE".
                 05 FILLER                 PIC X(16) VALUE
                                           "           TOTAL".

       01  VENDOR-DETAIL-LINE.
                 05 PRINT-VENDOR           PIC 9(5).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-NAME             PIC X(22).
                 05 PRINT-CURRENT-AMT      PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-30-AMT           PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-60-AMT           PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-90-AMT           PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-OVER-90-AMT      PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-TOTAL-AMT        PIC ZZZ,ZZZ,ZZ9.99-.

       01  VOUCHER-DETAIL-LINE.
                 05 FILLER                 PIC X(6) VALUE SPACE.
                 05 FILLER                 PIC X(8) VALUE "VOUCHER ".
                 05 PRINT-VOUCHER-NUMBER   PIC 9(7).
                 05 FILLER                 PIC X(9) VALUE " INVOICE ".
                 05 PRINT-VENDOR-INVOICE   PIC X(15).
                 05 FILLER                 PIC X(5) VALUE " DUE ".
                 05 PRINT-DUE-DATE         PIC 9(8).
                 05 FILLER                 PIC X(9) VALUE " BALANCE ".
                 05 PRINT-VOUCHER-BALANCE  PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-BUCKET-LABEL     PIC X(12).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-SELECTED-LABEL   PIC X(8).

       01  GRAND-TOTAL-LINE.
                 05 FILLER                 PIC X(6) VALUE SPACE.
                 05 FILLER                 PIC X(22) VALUE
                                           "GRAND TOTALS".
                 05 PRINT-G-CURRENT-AMT    PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-G-30-AMT         PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-G-60-AMT         PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-G-90-AMT         PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-G-OVER-90-AMT    PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-G-TOTAL-AMT      PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "N" TO END-OF-FILE.
            PERFORM READ-NEXT-VENDOR.
            PERFORM AGE-ONE-VENDOR
                 UNTIL END-OF-FILE = "Y".
            PERFORM PRINT-THE-GRAND-TOTALS.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           DISPLAY "LIST EACH OPEN VOUCHER (Y/N)? ".
           ACCEPT DETAIL-ANSWER.
           IF DETAIL-ANSWER = "y"
                     MOVE "Y" TO DETAIL-ANSWER.
           IF DETAIL-ANSWER NOT = "Y"
                     MOVE "N" TO DETAIL-ANSWER.
           PERFORM COMPUTE-THE-CUTOFFS.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN VENDOR.DAT - STATUS "
                             VENDOR-FILE-STATUS
                     STOP RUN.
           OPEN OUTPUT PRINTER-FILE.
           MOVE TODAYS-DATE TO PRINT-AS-OF-DATE.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
           MOVE SUBTITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE COLUMN-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           CLOSE PRINTER-FILE.
           DISPLAY VENDORS-LISTED " VENDOR(S) WITH AN OPEN BALANCE".

      * COMPUTE-THE-CUTOFFS WALKS TODAY BACK A DAY AT A TIME,
      * CAPTURING THE COMPARISON DATE AT EACH 30-DAY MARK.
       COMPUTE-THE-CUTOFFS.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           MOVE TODAYS-DATE TO AGE-DATE-WHOLE.
           PERFORM WALK-BACK-ONE-DAY 30 TIMES.
           MOVE AGE-DATE-WHOLE TO CUTOFF-30-DATE.
           PERFORM WALK-BACK-ONE-DAY 30 TIMES.
           MOVE AGE-DATE-WHOLE TO CUTOFF-60-DATE.
           PERFORM WALK-BACK-ONE-DAY 30 TIMES.
           MOVE AGE-DATE-WHOLE TO CUTOFF-90-DATE.

       WALK-BACK-ONE-DAY.
           IF AGE-DAY > 1
                     SUBTRACT 1 FROM AGE-DAY
           ELSE
                     PERFORM BACK-INTO-PRIOR-MONTH.

       BACK-INTO-PRIOR-MONTH.
           IF AGE-MONTH = 1
                     MOVE 12 TO AGE-MONTH
                     SUBTRACT 1 FROM AGE-YEAR
           ELSE
                     SUBTRACT 1 FROM AGE-MONTH.
           MOVE MONTH-LENGTH (AGE-MONTH) TO AGE-DAY.
           IF AGE-MONTH = 2
                     DIVIDE AGE-YEAR BY 4 GIVING LEAP-QUOTIENT
                               REMAINDER LEAP-REMAINDER
                     IF LEAP-REMAINDER = ZERO
                               MOVE 29 TO AGE-DAY.

       READ-NEXT-VENDOR.
           READ VENDOR-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

      * AGE-ONE-VENDOR GATHERS THE VENDOR'S OPEN ITEMS INTO THE
      * BUCKETS AND PRINTS THE VENDOR LINE IF ANYTHING IS OWED. THE
      * OPEN-ITEM FILE IS OPENED AND CLOSED PER VENDOR SO EACH SCAN
      * STARTS AT THE TOP, THE SAME WAY ARAGE01 WORKS ITS ACCOUNTS.
       AGE-ONE-VENDOR.
           MOVE ZEROES TO VENDOR-BUCKETS.
           OPEN INPUT AP-ITEM-FILE.
           IF AP-FILE-STATUS = "00"
                     MOVE "N" TO ITEM-END-OF-FILE
                     PERFORM READ-NEXT-ITEM
                     PERFORM BUCKET-ONE-ITEM
                          UNTIL ITEM-END-OF-FILE = "Y"
                     CLOSE AP-ITEM-FILE.
           IF VEND-TOTAL-AMT NOT = ZERO
                     ADD 1 TO VENDORS-LISTED
                     PERFORM PRINT-THE-VENDOR-LINE
                     IF DETAIL-ANSWER = "Y"
                               PERFORM LIST-THE-OPEN-VOUCHERS.
           PERFORM READ-NEXT-VENDOR.

       READ-NEXT-ITEM.
           READ AP-ITEM-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO ITEM-END-OF-FILE.

       BUCKET-ONE-ITEM.
           IF AP-VENDOR-NUMBER = VENDOR-NUMBER AND
              AP-ITEM-IS-OPEN
                     PERFORM ADD-ITEM-TO-BUCKET.
           PERFORM READ-NEXT-ITEM.

       ADD-ITEM-TO-BUCKET.
           ADD AP-BALANCE-DUE TO VEND-TOTAL-AMT.
           IF AP-DUE-DATE NOT < TODAYS-DATE
                     ADD AP-BALANCE-DUE TO VEND-CURRENT-AMT
           ELSE IF AP-DUE-DATE > CUTOFF-30-DATE
                     ADD AP-BALANCE-DUE TO VEND-30-AMT
           ELSE IF AP-DUE-DATE > CUTOFF-60-DATE
                     ADD AP-BALANCE-DUE TO VEND-60-AMT
           ELSE IF AP-DUE-DATE > CUTOFF-90-DATE
                     ADD AP-BALANCE-DUE TO VEND-90-AMT
           ELSE
                     ADD AP-BALANCE-DUE TO VEND-OVER-90-AMT.

       PRINT-THE-VENDOR-LINE.
           MOVE VENDOR-NUMBER TO PRINT-VENDOR.
           MOVE VENDOR-NAME TO PRINT-NAME.
           MOVE VEND-CURRENT-AMT TO PRINT-CURRENT-AMT.
           MOVE VEND-30-AMT TO PRINT-30-AMT.
           MOVE VEND-60-AMT TO PRINT-60-AMT.
           MOVE VEND-90-AMT TO PRINT-90-AMT.
           MOVE VEND-OVER-90-AMT TO PRINT-OVER-90-AMT.
           MOVE VEND-TOTAL-AMT TO PRINT-TOTAL-AMT.
           MOVE VENDOR-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD VEND-CURRENT-AMT TO GRAND-CURRENT-AMT.
           ADD VEND-30-AMT TO GRAND-30-AMT.
           ADD VEND-60-AMT TO GRAND-60-AMT.
           ADD VEND-90-AMT TO GRAND-90-AMT.
           ADD VEND-OVER-90-AMT TO GRAND-OVER-90-AMT.
           ADD VEND-TOTAL-AMT TO GRAND-TOTAL-AMT.

      * LIST-THE-OPEN-VOUCHERS MAKES A SECOND PASS OVER THE OPEN
      * ITEMS FOR THE DETAIL OPTION, PRINTING EACH OPEN VOUCHER WITH
      * THE BUCKET IT AGED INTO.
       LIST-THE-OPEN-VOUCHERS.
           OPEN INPUT AP-ITEM-FILE.
           IF AP-FILE-STATUS = "00"
                     MOVE "N" TO ITEM-END-OF-FILE
                     PERFORM READ-NEXT-ITEM
                     PERFORM DETAIL-ONE-ITEM
                          UNTIL ITEM-END-OF-FILE = "Y"
                     CLOSE AP-ITEM-FILE.

       DETAIL-ONE-ITEM.
           IF AP-VENDOR-NUMBER = VENDOR-NUMBER AND
              AP-ITEM-IS-OPEN
                     PERFORM PRINT-THE-VOUCHER-LINE.
           PERFORM READ-NEXT-ITEM.

       PRINT-THE-VOUCHER-LINE.
           MOVE AP-VOUCHER-NUMBER TO PRINT-VOUCHER-NUMBER.
           MOVE AP-VENDOR-INVOICE TO PRINT-VENDOR-INVOICE.
           MOVE AP-DUE-DATE TO PRINT-DUE-DATE.
           MOVE AP-BALANCE-DUE TO PRINT-VOUCHER-BALANCE.
           IF AP-DUE-DATE NOT < TODAYS-DATE
                     MOVE "NOT YET DUE" TO PRINT-BUCKET-LABEL
           ELSE IF AP-DUE-DATE > CUTOFF-30-DATE
                     MOVE "1-30 LATE" TO PRINT-BUCKET-LABEL
           ELSE IF AP-DUE-DATE > CUTOFF-60-DATE
                     MOVE "31-60 LATE" TO PRINT-BUCKET-LABEL
           ELSE IF AP-DUE-DATE > CUTOFF-90-DATE
                     MOVE "61-90 LATE" TO PRINT-BUCKET-LABEL
           ELSE
                     MOVE "OVER 90 LATE" TO PRINT-BUCKET-LABEL.
           IF AP-ITEM-IS-SELECTED
                     MOVE "SELECTED" TO PRINT-SELECTED-LABEL
           ELSE
                     MOVE SPACE TO PRINT-SELECTED-LABEL.
           MOVE VOUCHER-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       PRINT-THE-GRAND-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE GRAND-CURRENT-AMT TO PRINT-G-CURRENT-AMT.
           MOVE GRAND-30-AMT TO PRINT-G-30-AMT.
           MOVE GRAND-60-AMT TO PRINT-G-60-AMT.
           MOVE GRAND-90-AMT TO PRINT-G-90-AMT.
           MOVE GRAND-OVER-90-AMT TO PRINT-G-OVER-90-AMT.
           MOVE GRAND-TOTAL-AMT TO PRINT-G-TOTAL-AMT.
           MOVE GRAND-TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM APAGE01.
