      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBACR01.

      ******************************************************************
      * This program is the monthly volume-rebate accrual report. For
      * every rebate program on REBPGM.DAT not yet settled, it adds
      * up the customer's purchases on SALESDTL.DAT from the start
      * of the program year through the keyed accrual date (or the
      * year end, whichever is first) - returns are the negative rows
      * ORDRTN01 files, so they come off - and shows how far along the
      * customer is: the rebate percent reached so far, the rebate
      * accrued at that percent, and the next threshold with the
      * purchases still needed to reach it. The accrued column totals
      * to the liability to book for the month.
      *
      * THE PROGRAMS ARE LOADED INTO A TABLE SO SALESDTL.DAT IS READ
      * ONCE, HOWEVER MANY PROGRAMS THERE ARE. A PROGRAM WHOSE YEAR
      * HAS ENDED IS MARKED AWAITING SETTLEMENT - REBSTL01 PAYS IT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL REBATE-PROGRAM-FILE
                           ASSIGN TO "REBPGM.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS REBATE-KEY
                           FILE STATUS IS REBATE-FILE-STATUS.

                 SELECT OPTIONAL SALES-DETAIL-FILE
                           ASSIGN TO "SALESDTL.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL.

                 SELECT CUSTOMER-FILE
                           ASSIGN TO "CUSTOMER.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                           FILE STATUS IS CUSTOMER-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * REBATE-PROGRAM-RECORD IS THE SHARED REBATE LAYOUT - SEE
      * COPYBOOKS/WREBPGM.CPY.
       FD  REBATE-PROGRAM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WREBPGM.

      * SALES-DETAIL-RECORD IS THE SHARED PER-SALE LAYOUT - SEE
      * COPYBOOKS/WSALEDTL.CPY.
       FD  SALES-DETAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WSALEDTL.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  REBATE-FILE-STATUS        PIC XX.
       01  CUSTOMER-FILE-STATUS      PIC XX.
       01  END-OF-FILE               PIC X.
       01  DETAIL-END-OF-FILE        PIC X.
       01  RECORD-FOUND              PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       01  DATE-ENTRY                PIC X(8).
       01  ACCRUE-THROUGH-DATE       PIC 9(8).

      * ONE ROW PER OPEN PROGRAM: ITS KEY, THE DATES ITS PURCHASES
      * ARE COUNTED BETWEEN, AND THE PURCHASES FOUND SO FAR.
       01  PROGRAM-TABLE.
                 05 PROGRAM-ROW OCCURS 500 TIMES.
                           10 ROW-ACCOUNT        PIC 9(7).
                           10 ROW-YEAR           PIC 9(4).
                           10 ROW-FROM-DATE      PIC 9(8).
                           10 ROW-TO-DATE        PIC 9(8).
                           10 ROW-PURCHASES      PIC S9(9)V99.
       01  PROGRAM-COUNT             PIC 9(3) VALUE ZERO.
       01  PROGRAM-SUBSCRIPT         PIC 9(3).
       01  PROGRAMS-SKIPPED          PIC 9(5) VALUE ZERO.
       01  TIER-SUBSCRIPT            PIC 9.

      * THE FIGURES FOR THE PROGRAM BEING PRINTED.
       01  RATE-REACHED              PIC 99V99.
       01  ACCRUED-REBATE            PIC 9(9)V99.
       01  NEXT-THRESHOLD            PIC 9(9)V99.
       01  NEXT-RATE                 PIC 99V99.
       01  STILL-TO-GO               PIC 9(9)V99.

       01  PROGRAMS-PRINTED          PIC 9(5) VALUE ZERO.
       01  PURCHASES-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01  ACCRUED-TOTAL             PIC 9(11)V99 VALUE ZERO.

      * Structures for the printed accrual report.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(42) VALUE
                     "VOLUME REBATE ACCRUAL - PURCHASES THROUGH ".
                 05 PRINT-THROUGH-DATE     PIC 9(8).

       01  SUBTITLE-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 SUB-OPERATOR-ID        PIC X(10).

       01  COLUMN-HEADING-LINE.
                 05 FILLER                 PIC X(9) VALUE "ACCOUNT".
                 05 FILLER                 PIC X(21) VALUE "NAME".
                 05 FILLER                 PIC X(5) VALUE "YEAR".
                 05 FILLER                 PIC X(16) VALUE
                                           "       PURCHASES".
                 05 FILLER                 PIC X(7) VALUE "  RATE".
                 05 FILLER                 PIC X(15) VALUE
                                           "        ACCRUED".
                 05 FILLER                 PIC X(15) VALUE
                                           "      NEXT TIER".
                 05 FILLER                 PIC X(7) VALUE "  RATE".
                 05 FILLER                 PIC X(15) VALUE
                                           "          TO GO".
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 FILLER                 PIC X(10) VALUE "NOTE".

       01  PROGRAM-LINE.
                 05 PRINT-ACCOUNT          PIC 9(7).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-NAME             PIC X(20).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-YEAR             PIC 9(4).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-PURCHASES        PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-RATE             PIC Z9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-ACCRUED          PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-NEXT-THRESHOLD   PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-NEXT-RATE        PIC Z9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-TO-GO            PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-NOTE             PIC X(20).

       01  TOTAL-LINE.
                 05 FILLER                 PIC X(9) VALUE "TOTAL".
                 05 PRINT-PROGRAM-COUNT    PIC ZZZZ9.
                 05 FILLER                 PIC X(21) VALUE
                                           " PROGRAM(S)".
                 05 PRINT-PURCHASES-TOTAL  PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 FILLER                 PIC X(6) VALUE SPACE.
                 05 PRINT-ACCRUED-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 FILLER                 PIC X(24) VALUE
                                           "ACCRUED REBATE LIABILITY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            PERFORM LOAD-THE-PROGRAMS.
            PERFORM GATHER-THE-PURCHASES.
            PERFORM PRINT-ONE-PROGRAM
                 VARYING PROGRAM-SUBSCRIPT FROM 1 BY 1
                 UNTIL PROGRAM-SUBSCRIPT > PROGRAM-COUNT.
            PERFORM PRINT-THE-TOTALS.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           PERFORM GET-THE-THROUGH-DATE.
           OPEN INPUT REBATE-PROGRAM-FILE.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "
                             CUSTOMER-FILE-STATUS
                     STOP RUN.
           OPEN OUTPUT PRINTER-FILE.
           MOVE ACCRUE-THROUGH-DATE TO PRINT-THROUGH-DATE.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
           MOVE SUBTITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE COLUMN-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.

       CLOSING-PROCEDURE.
           CLOSE REBATE-PROGRAM-FILE.
           CLOSE CUSTOMER-FILE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           CLOSE PRINTER-FILE.
           DISPLAY PROGRAMS-PRINTED " REBATE PROGRAM(S) REPORTED".

       GET-THE-THROUGH-DATE.
           DISPLAY "ACCRUE PURCHASES THROUGH (YYYYMMDD, BLANK FOR "
                   "TODAY) ? ".
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY = SPACE
                     ACCEPT ACCRUE-THROUGH-DATE FROM DATE YYYYMMDD
           ELSE
                     IF DATE-ENTRY IS NUMERIC
                               MOVE DATE-ENTRY TO ACCRUE-THROUGH-DATE
                     ELSE
                               DISPLAY "DATE MUST BE YYYYMMDD"
                               GO TO GET-THE-THROUGH-DATE.

      * LOAD-THE-PROGRAMS TABLES EVERY OPEN PROGRAM WHOSE YEAR HAS
      * STARTED BY THE ACCRUAL DATE. PURCHASES COUNT THROUGH THE
      * EARLIER OF THE ACCRUAL DATE AND THE YEAR END.
       LOAD-THE-PROGRAMS.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-PROGRAM.
           PERFORM LOAD-ONE-PROGRAM
                 UNTIL END-OF-FILE = "Y".
           IF PROGRAMS-SKIPPED NOT = ZERO
                     DISPLAY PROGRAMS-SKIPPED " PROGRAM(S) OVER THE "
                             "500 THIS REPORT HOLDS WERE LEFT OUT".

       READ-NEXT-PROGRAM.
           READ REBATE-PROGRAM-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       LOAD-ONE-PROGRAM.
           IF NOT REBATE-IS-SETTLED AND
              REBATE-START-DATE NOT > ACCRUE-THROUGH-DATE
                     IF PROGRAM-COUNT = 500
                               ADD 1 TO PROGRAMS-SKIPPED
                     ELSE
                               PERFORM TABLE-ONE-PROGRAM.
           PERFORM READ-NEXT-PROGRAM.

       TABLE-ONE-PROGRAM.
           ADD 1 TO PROGRAM-COUNT.
           MOVE REBATE-ACCOUNT TO ROW-ACCOUNT (PROGRAM-COUNT).
           MOVE REBATE-YEAR TO ROW-YEAR (PROGRAM-COUNT).
           MOVE REBATE-START-DATE TO ROW-FROM-DATE (PROGRAM-COUNT).
           IF REBATE-END-DATE < ACCRUE-THROUGH-DATE
                     MOVE REBATE-END-DATE TO
                               ROW-TO-DATE (PROGRAM-COUNT)
           ELSE
                     MOVE ACCRUE-THROUGH-DATE TO
                               ROW-TO-DATE (PROGRAM-COUNT).
           MOVE ZEROES TO ROW-PURCHASES (PROGRAM-COUNT).

      * GATHER-THE-PURCHASES READS SALESDTL.DAT ONCE, ADDING EACH
      * ROW INTO EVERY PROGRAM FOR ITS ACCOUNT WHOSE DATES IT FALLS
      * BETWEEN.
       GATHER-THE-PURCHASES.
           IF PROGRAM-COUNT NOT = ZERO
                     OPEN INPUT SALES-DETAIL-FILE
                     MOVE "N" TO DETAIL-END-OF-FILE
                     PERFORM READ-NEXT-DETAIL
                     PERFORM ADD-ONE-DETAIL
                          UNTIL DETAIL-END-OF-FILE = "Y"
                     CLOSE SALES-DETAIL-FILE.

       READ-NEXT-DETAIL.
           READ SALES-DETAIL-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO DETAIL-END-OF-FILE.

       ADD-ONE-DETAIL.
           PERFORM MATCH-ONE-PROGRAM
                     VARYING PROGRAM-SUBSCRIPT FROM 1 BY 1
                     UNTIL PROGRAM-SUBSCRIPT > PROGRAM-COUNT.
           PERFORM READ-NEXT-DETAIL.

       MATCH-ONE-PROGRAM.
           IF DETAIL-ACCOUNT-NUMBER = ROW-ACCOUNT (PROGRAM-SUBSCRIPT)
              AND DETAIL-DATE NOT < ROW-FROM-DATE (PROGRAM-SUBSCRIPT)
              AND DETAIL-DATE NOT > ROW-TO-DATE (PROGRAM-SUBSCRIPT)
                     ADD DETAIL-AMOUNT TO
                               ROW-PURCHASES (PROGRAM-SUBSCRIPT).

      * PRINT-ONE-PROGRAM RE-READS THE PROGRAM FOR ITS TIERS AND
      * WORKS OUT WHERE THE CUSTOMER STANDS.
       PRINT-ONE-PROGRAM.
           MOVE ROW-ACCOUNT (PROGRAM-SUBSCRIPT) TO REBATE-ACCOUNT.
           MOVE ROW-YEAR (PROGRAM-SUBSCRIPT) TO REBATE-YEAR.
           MOVE "Y" TO RECORD-FOUND.
           READ REBATE-PROGRAM-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     PERFORM FIGURE-THE-ACCRUAL
                     PERFORM PRINT-THE-PROGRAM-LINE.

      * FIGURE-THE-ACCRUAL FINDS THE HIGHEST TIER THE PURCHASES HAVE
      * REACHED AND THE FIRST ONE THEY HAVE NOT. THE RATE REACHED IS
      * PAID ON ALL THE PURCHASES; NOTHING IS ACCRUED ON A NET
      * RETURN.
       FIGURE-THE-ACCRUAL.
           MOVE ZEROES TO RATE-REACHED ACCRUED-REBATE NEXT-THRESHOLD
                          NEXT-RATE STILL-TO-GO.
           PERFORM WEIGH-ONE-TIER
                     VARYING TIER-SUBSCRIPT FROM 1 BY 1
                     UNTIL TIER-SUBSCRIPT > 4.
           IF ROW-PURCHASES (PROGRAM-SUBSCRIPT) > ZERO
                     COMPUTE ACCRUED-REBATE ROUNDED =
                               ROW-PURCHASES (PROGRAM-SUBSCRIPT)
                               * RATE-REACHED / 100.
           IF NEXT-THRESHOLD NOT = ZERO
                     COMPUTE STILL-TO-GO = NEXT-THRESHOLD
                               - ROW-PURCHASES (PROGRAM-SUBSCRIPT).

       WEIGH-ONE-TIER.
           IF REBATE-THRESHOLD (TIER-SUBSCRIPT) NOT = ZERO
                     IF ROW-PURCHASES (PROGRAM-SUBSCRIPT) NOT <
                               REBATE-THRESHOLD (TIER-SUBSCRIPT)
                               MOVE REBATE-PERCENT (TIER-SUBSCRIPT) TO
                                         RATE-REACHED
                     ELSE
                               IF NEXT-THRESHOLD = ZERO
                                    MOVE REBATE-THRESHOLD
                                         (TIER-SUBSCRIPT) TO
                                         NEXT-THRESHOLD
                                    MOVE REBATE-PERCENT
                                         (TIER-SUBSCRIPT) TO
                                         NEXT-RATE.

       PRINT-THE-PROGRAM-LINE.
           MOVE SPACE TO PROGRAM-LINE.
           MOVE REBATE-ACCOUNT TO PRINT-ACCOUNT.
           MOVE REBATE-ACCOUNT TO CUSTOMER-ACCOUNT-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     MOVE CUSTOMER-LAST-NAME TO PRINT-NAME
           ELSE
                     MOVE "(NOT ON FILE)" TO PRINT-NAME.
           MOVE REBATE-YEAR TO PRINT-YEAR.
           MOVE ROW-PURCHASES (PROGRAM-SUBSCRIPT) TO PRINT-PURCHASES.
           MOVE RATE-REACHED TO PRINT-RATE.
           MOVE ACCRUED-REBATE TO PRINT-ACCRUED.
           IF NEXT-THRESHOLD NOT = ZERO
                     MOVE NEXT-THRESHOLD TO PRINT-NEXT-THRESHOLD
                     MOVE NEXT-RATE TO PRINT-NEXT-RATE
                     MOVE STILL-TO-GO TO PRINT-TO-GO.
           IF REBATE-END-DATE NOT > ACCRUE-THROUGH-DATE
                     MOVE "AWAITING SETTLEMENT" TO PRINT-NOTE
           ELSE
                     IF NEXT-THRESHOLD = ZERO
                               MOVE "TOP TIER REACHED" TO PRINT-NOTE.
           MOVE PROGRAM-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PROGRAMS-PRINTED.
           ADD ROW-PURCHASES (PROGRAM-SUBSCRIPT) TO PURCHASES-TOTAL.
           ADD ACCRUED-REBATE TO ACCRUED-TOTAL.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE PROGRAMS-PRINTED TO PRINT-PROGRAM-COUNT.
           MOVE PURCHASES-TOTAL TO PRINT-PURCHASES-TOTAL.
           MOVE ACCRUED-TOTAL TO PRINT-ACCRUED-TOTAL.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM REBACR01.
