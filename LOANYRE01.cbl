      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANYRE01.

      ******************************************************************
      * This program is the year-end loan interest statement. For a
      * keyed calendar year it totals, loan by loan, every payment
      * on the LOANPAY01 journal LOANJRNL.DAT dated in that year, and
      * each borrower who paid anything gets a statement, one to a
      * page, of the payments made, the interest paid, the principal
      * repaid and the balance the loan stood at on 31 December -
      * the figure a borrower needs for a tax return. A summary
      * listing for the accountant follows, one line per loan with
      * the same figures and totals for the year: the interest on it
      * is the interest income the notes brought in.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT LOAN-MASTER-FILE
                           ASSIGN TO "LOANMST.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS LOAN-NUMBER
                           FILE STATUS IS LOAN-FILE-STATUS.

                 SELECT OPTIONAL LOAN-JOURNAL-FILE
                           ASSIGN TO "LOANJRNL.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS JOURNAL-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * LOAN-MASTER-RECORD AND LOAN-JOURNAL-RECORD ARE THE SHARED
      * LOAN LAYOUTS - SEE COPYBOOKS/WLOANMST.CPY AND WLOANJRN.CPY.
       FD  LOAN-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WLOANMST.

       FD  LOAN-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WLOANJRN.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  LOAN-FILE-STATUS          PIC XX.
       01  JOURNAL-FILE-STATUS       PIC XX.
       01  END-OF-FILE               PIC X.
       01  JOURNAL-END-OF-FILE       PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       01  YEAR-ENTRY                PIC X(4).
       01  THE-YEAR                  PIC 9(4).
       01  TODAYS-DATE               PIC 9(8).
       01  THE-YEAR-END              PIC 9(8).

      * THE LOAN'S FIGURES FOR THE YEAR.
       01  YEAR-PAYMENT-COUNT        PIC 9(3).
       01  YEAR-AMOUNT-PAID          PIC 9(11)V99.
       01  YEAR-INTEREST-PAID        PIC 9(11)V99.
       01  YEAR-PRINCIPAL-PAID       PIC 9(11)V99.
       01  YEAR-END-BALANCE          PIC 9(9)V99.

       01  STATEMENTS-PRINTED        PIC 9(5) VALUE ZERO.
       01  TOTAL-AMOUNT-PAID         PIC 9(11)V99 VALUE ZERO.
       01  TOTAL-INTEREST-PAID       PIC 9(11)V99 VALUE ZERO.
       01  TOTAL-PRINCIPAL-PAID      PIC 9(11)V99 VALUE ZERO.
       01  TOTAL-YEAR-END-BALANCE    PIC 9(11)V99 VALUE ZERO.

       01  LINE-COUNT                PIC 999 VALUE ZERO.
       01  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       01  MAXIMUM-LINES             PIC 999 VALUE 55.

      * Structures for the borrower statements.
       01  STATEMENT-TITLE-LINE.
                 05 FILLER                 PIC X(31) VALUE
                       "LOAN INTEREST STATEMENT - YEAR ".
                 05 STATEMENT-YEAR         PIC 9(4).
                 05 FILLER                 PIC X(9) VALUE
                                           "  LOAN #".
                 05 STATEMENT-LOAN-NUMBER  PIC 9(5).

       01  STATEMENT-BORROWER-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "BORROWER: ".
                 05 STATEMENT-BORROWER     PIC X(30).

       01  STATEMENT-FIGURE-LINE.
                 05 STATEMENT-CAPTION      PIC X(36).
                 05 STATEMENT-FIGURE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  STATEMENT-COUNT-LINE.
                 05 FILLER                 PIC X(36) VALUE
                                           "PAYMENTS MADE IN THE YEAR".
                 05 FILLER                 PIC X(14) VALUE SPACE.
                 05 STATEMENT-COUNT        PIC ZZ9.

      * Structures for the accountant's summary listing.
       01  SUMMARY-TITLE-LINE.
                 05 FILLER                 PIC X(37) VALUE
                       "LOAN INTEREST RECEIVED SUMMARY - YEAR".
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 SUMMARY-YEAR           PIC 9(4).
                 05 FILLER                 PIC X(27) VALUE SPACE.
                 05 FILLER                 PIC X(5) VALUE "PAGE:".
                 05 SUMMARY-PAGE-NUMBER    PIC ZZZ9.

       01  SUMMARY-SUBTITLE-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 SUB-OPERATOR-ID        PIC X(10).

       01  SUMMARY-HEADING-LINE.
                 05 FILLER                 PIC X(6) VALUE "LOAN".
                 05 FILLER                 PIC X(19) VALUE "BORROWER".
                 05 FILLER                 PIC X(4) VALUE "PMT".
                 05 FILLER                 PIC X(13) VALUE
                                           "         PAID".
                 05 FILLER                 PIC X(13) VALUE
                                           "     INTEREST".
                 05 FILLER                 PIC X(13) VALUE
                                           "    PRINCIPAL".
                 05 FILLER                 PIC X(13) VALUE
                                           "  BAL 31 DEC".

       01  SUMMARY-DETAIL-LINE.
                 05 SUMMARY-LOAN-NUMBER    PIC 9(5).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 SUMMARY-BORROWER       PIC X(18).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 SUMMARY-COUNT          PIC ZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 SUMMARY-PAID           PIC Z,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 SUMMARY-INTEREST       PIC Z,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 SUMMARY-PRINCIPAL      PIC Z,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 SUMMARY-BALANCE        PIC Z,ZZZ,ZZ9.99.

       01  SUMMARY-TOTAL-LINE.
                 05 FILLER                 PIC X(28) VALUE
                                           "TOTALS FOR THE YEAR".
                 05 TOTAL-PAID-OUT         PIC ZZ,ZZZ,ZZ9.99.
                 05 TOTAL-INTEREST-OUT     PIC ZZ,ZZZ,ZZ9.99.
                 05 TOTAL-PRINCIPAL-OUT    PIC ZZ,ZZZ,ZZ9.99.
                 05 TOTAL-BALANCE-OUT      PIC ZZ,ZZZ,ZZ9.99.

       01  SUMMARY-COUNT-LINE.
                 05 PRINT-STATEMENTS       PIC ZZZZ9.
                 05 FILLER                 PIC X(40) VALUE
                       " BORROWER STATEMENT(S) PRINTED".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "N" TO END-OF-FILE.
            PERFORM READ-NEXT-LOAN.
            PERFORM STATEMENT-ONE-LOAN
                 UNTIL END-OF-FILE = "Y".
            CLOSE LOAN-MASTER-FILE.
            OPEN INPUT LOAN-MASTER-FILE.
            PERFORM START-THE-SUMMARY.
            MOVE "N" TO END-OF-FILE.
            PERFORM READ-NEXT-LOAN.
            PERFORM SUMMARIZE-ONE-LOAN
                 UNTIL END-OF-FILE = "Y".
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           PERFORM GET-THE-YEAR.
           OPEN INPUT LOAN-MASTER-FILE.
           IF LOAN-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN LOANMST.DAT - STATUS "
                             LOAN-FILE-STATUS
                     STOP RUN.
           OPEN OUTPUT PRINTER-FILE.

      * THE STATEMENTS ARE RUN IN JANUARY FOR THE YEAR JUST ENDED,
      * SO A BLANK ENTRY MEANS LAST YEAR.
       GET-THE-YEAR.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           DISPLAY "CALENDAR YEAR (YYYY, BLANK FOR LAST YEAR) ? ".
           ACCEPT YEAR-ENTRY.
           IF YEAR-ENTRY = SPACE
                     MOVE TODAYS-DATE (1:4) TO THE-YEAR
                     SUBTRACT 1 FROM THE-YEAR
           ELSE
                     IF YEAR-ENTRY IS NUMERIC
                               MOVE YEAR-ENTRY TO THE-YEAR
                     ELSE
                               DISPLAY "YEAR MUST BE 4 DIGITS"
                               GO TO GET-THE-YEAR.
           MOVE THE-YEAR TO THE-YEAR-END (1:4).
           MOVE "1231" TO THE-YEAR-END (5:4).

       CLOSING-PROCEDURE.
           CLOSE LOAN-MASTER-FILE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE TOTAL-AMOUNT-PAID TO TOTAL-PAID-OUT.
           MOVE TOTAL-INTEREST-PAID TO TOTAL-INTEREST-OUT.
           MOVE TOTAL-PRINCIPAL-PAID TO TOTAL-PRINCIPAL-OUT.
           MOVE TOTAL-YEAR-END-BALANCE TO TOTAL-BALANCE-OUT.
           MOVE SUMMARY-TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE STATEMENTS-PRINTED TO PRINT-STATEMENTS.
           MOVE SUMMARY-COUNT-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           CLOSE PRINTER-FILE.
           DISPLAY STATEMENTS-PRINTED " LOAN INTEREST STATEMENT(S) "
                   "PRINTED FOR " THE-YEAR.

       READ-NEXT-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

      * STATEMENT-ONE-LOAN PRINTS A STATEMENT FOR ANY LOAN THAT
      * TOOK A PAYMENT IN THE YEAR.
       STATEMENT-ONE-LOAN.
           PERFORM TOTAL-THE-LOAN-YEAR.
           IF YEAR-PAYMENT-COUNT > ZERO
                     PERFORM PRINT-THE-STATEMENT.
           PERFORM READ-NEXT-LOAN.

      * TOTAL-THE-LOAN-YEAR READS THE PAYMENT JOURNAL FROM THE TOP
      * FOR EACH LOAN, THE WAY APYRE01 RESCANS ITS CHECK REGISTER.
      * THE BALANCE AT THE YEAR END IS THE ONE LEFT BY THE LAST
      * PAYMENT ON OR BEFORE 31 DECEMBER - THE PRINCIPAL ON A LOAN
      * NOT YET PAID ON, AND NOTHING ON ONE NOT YET STARTED.
       TOTAL-THE-LOAN-YEAR.
           MOVE ZERO TO YEAR-PAYMENT-COUNT YEAR-AMOUNT-PAID
                        YEAR-INTEREST-PAID YEAR-PRINCIPAL-PAID
                        YEAR-END-BALANCE.
           IF LOAN-START-DATE NOT > THE-YEAR-END
                     MOVE LOAN-PRINCIPAL TO YEAR-END-BALANCE.
           OPEN INPUT LOAN-JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = "00"
                     MOVE "N" TO JOURNAL-END-OF-FILE
                     PERFORM READ-NEXT-JOURNAL-ROW
                     PERFORM ADD-ONE-JOURNAL-ROW
                          UNTIL JOURNAL-END-OF-FILE = "Y".
           CLOSE LOAN-JOURNAL-FILE.

       READ-NEXT-JOURNAL-ROW.
           READ LOAN-JOURNAL-FILE
                     AT END
                     MOVE "Y" TO JOURNAL-END-OF-FILE.

       ADD-ONE-JOURNAL-ROW.
           IF LJRN-LOAN-NUMBER = LOAN-NUMBER AND
              LJRN-IS-PAYMENT AND
              LJRN-DATE NOT > THE-YEAR-END
                     MOVE LJRN-BALANCE-AFTER TO YEAR-END-BALANCE
                     IF LJRN-DATE (1:4) = THE-YEAR
                               ADD 1 TO YEAR-PAYMENT-COUNT
                               ADD LJRN-AMOUNT TO YEAR-AMOUNT-PAID
                               ADD LJRN-INTEREST-PART TO
                                   YEAR-INTEREST-PAID
                               ADD LJRN-PRINCIPAL-PART TO
                                   YEAR-PRINCIPAL-PAID.
           PERFORM READ-NEXT-JOURNAL-ROW.

       PRINT-THE-STATEMENT.
           ADD 1 TO STATEMENTS-PRINTED.
           MOVE THE-YEAR TO STATEMENT-YEAR.
           MOVE LOAN-NUMBER TO STATEMENT-LOAN-NUMBER.
           MOVE STATEMENT-TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE LOAN-BORROWER TO STATEMENT-BORROWER.
           MOVE STATEMENT-BORROWER-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE YEAR-PAYMENT-COUNT TO STATEMENT-COUNT.
           MOVE STATEMENT-COUNT-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "TOTAL PAID IN THE YEAR" TO STATEMENT-CAPTION.
           MOVE YEAR-AMOUNT-PAID TO STATEMENT-FIGURE.
           MOVE STATEMENT-FIGURE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE "INTEREST PAID" TO STATEMENT-CAPTION.
           MOVE YEAR-INTEREST-PAID TO STATEMENT-FIGURE.
           MOVE STATEMENT-FIGURE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "PRINCIPAL REPAID" TO STATEMENT-CAPTION.
           MOVE YEAR-PRINCIPAL-PAID TO STATEMENT-FIGURE.
           MOVE STATEMENT-FIGURE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE "BALANCE OWED AT 31 DECEMBER" TO STATEMENT-CAPTION.
           MOVE YEAR-END-BALANCE TO STATEMENT-FIGURE.
           MOVE STATEMENT-FIGURE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

       START-THE-SUMMARY.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO SUMMARY-PAGE-NUMBER.
           MOVE THE-YEAR TO SUMMARY-YEAR.
           IF PAGE-NUMBER > 1
                     MOVE SPACE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           MOVE SUMMARY-TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
           MOVE SUMMARY-SUBTITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE SUMMARY-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE 5 TO LINE-COUNT.

      * SUMMARIZE-ONE-LOAN LISTS EVERY LOAN THAT TOOK A PAYMENT IN
      * THE YEAR OR STILL OWED AT ITS END, SO THE ACCOUNTANT SEES
      * THE NOTES THAT EARNED NOTHING AS WELL AS THOSE THAT PAID.
       SUMMARIZE-ONE-LOAN.
           PERFORM TOTAL-THE-LOAN-YEAR.
           IF YEAR-PAYMENT-COUNT > ZERO OR YEAR-END-BALANCE > ZERO
                     PERFORM PRINT-THE-SUMMARY-LINE.
           PERFORM READ-NEXT-LOAN.

       PRINT-THE-SUMMARY-LINE.
           IF LINE-COUNT > MAXIMUM-LINES
                     PERFORM START-THE-SUMMARY.
           ADD YEAR-AMOUNT-PAID TO TOTAL-AMOUNT-PAID.
           ADD YEAR-INTEREST-PAID TO TOTAL-INTEREST-PAID.
           ADD YEAR-PRINCIPAL-PAID TO TOTAL-PRINCIPAL-PAID.
           ADD YEAR-END-BALANCE TO TOTAL-YEAR-END-BALANCE.
           MOVE LOAN-NUMBER TO SUMMARY-LOAN-NUMBER.
           MOVE LOAN-BORROWER TO SUMMARY-BORROWER.
           MOVE YEAR-PAYMENT-COUNT TO SUMMARY-COUNT.
           MOVE YEAR-AMOUNT-PAID TO SUMMARY-PAID.
           MOVE YEAR-INTEREST-PAID TO SUMMARY-INTEREST.
           MOVE YEAR-PRINCIPAL-PAID TO SUMMARY-PRINCIPAL.
           MOVE YEAR-END-BALANCE TO SUMMARY-BALANCE.
           MOVE SUMMARY-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO LINE-COUNT.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM LOANYRE01.
