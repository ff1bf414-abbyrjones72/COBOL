      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APYRE01.

      ******************************************************************
      * This program is the year-end 1099 run that replaces adding
      * up the check stubs by hand. For a keyed calendar year it
      * totals, vendor by vendor, every payment on the APPAY.DAT
      * check register dated in that year. Each vendor flagged for a
      * 1099 on VENDOR.DAT whose year total reaches the reporting
      * threshold gets a 1099 form, one to a page, showing the payer,
      * the recipient's taxpayer id, name and address, and the
      * amount paid. A form cannot go out without a taxpayer id, so
      * a summary page at the end lists every vendor paid in the
      * year that has no id on file, with what it was paid and
      * whether it is over the threshold - those are the W-9s to
      * chase before the forms are filed.
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

                 SELECT AP-PAYMENT-FILE
                           ASSIGN TO "APPAY.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS APPAY-FILE-STATUS.

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

      * AP-PAYMENT-RECORD IS THE SHARED CHECK REGISTER LAYOUT - SEE
      * COPYBOOKS/WAPPAY.CPY.
       FD  AP-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WAPPAY.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  VENDOR-FILE-STATUS        PIC XX.
       01  APPAY-FILE-STATUS         PIC XX.
       01  END-OF-FILE               PIC X.
       01  PAYMENT-END-OF-FILE       PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       01  YEAR-ENTRY                PIC X(4).
       01  THE-TAX-YEAR              PIC 9(4).
       01  TODAYS-DATE               PIC 9(8).
       01  THRESHOLD-ENTRY           PIC Z(6).ZZ.
       01  THE-THRESHOLD             PIC 9(7)V99.
       01  PAYER-NAME-ENTRY          PIC X(30).
       01  PAYER-TAX-ID-ENTRY        PIC X(11).
       01  VENDOR-YEAR-TOTAL         PIC 9(11)V99.
       01  FORMS-PRINTED             PIC 9(5) VALUE ZERO.
       01  FORMS-TOTAL               PIC 9(11)V99 VALUE ZERO.
       01  MISSING-ID-COUNT          PIC 9(5) VALUE ZERO.

      * Structures for the printed forms.
       01  FORM-TITLE-LINE.
                 05 FILLER                 PIC X(25) VALUE
                                     "FORM 1099-NEC  TAX YEAR ".
                 05 FORM-TAX-YEAR          PIC 9(4).

       01  FORM-PAYER-LINE.
                 05 FILLER                 PIC X(22) VALUE
                                           "PAYER:".
                 05 FORM-PAYER-NAME        PIC X(30).
                 05 FILLER                 PIC X(4) VALUE SPACE.
                 05 FILLER                 PIC X(13) VALUE
                                           "PAYER'S TIN: ".
                 05 FORM-PAYER-TAX-ID      PIC X(11).

       01  FORM-RECIPIENT-TIN-LINE.
                 05 FILLER                 PIC X(22) VALUE
                                           "RECIPIENT'S TIN:".
                 05 FORM-RECIPIENT-TAX-ID  PIC X(11).
                 05 FILLER                 PIC X(23) VALUE SPACE.
                 05 FILLER                 PIC X(13) VALUE
                                           "VENDOR NO:   ".
                 05 FORM-VENDOR-NUMBER     PIC 9(5).

       01  FORM-RECIPIENT-LINE.
                 05 FORM-RECIPIENT-CAPTION PIC X(22).
                 05 FORM-RECIPIENT-TEXT    PIC X(30).

       01  FORM-CITY-LINE.
                 05 FILLER                 PIC X(22) VALUE SPACE.
                 05 FORM-CITY              PIC X(15).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 FORM-STATE             PIC X(15).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 FORM-ZIP               PIC 9(5).

       01  FORM-AMOUNT-LINE.
                 05 FILLER                 PIC X(36) VALUE
                         "BOX 1  NONEMPLOYEE COMPENSATION".
                 05 FORM-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * Structures for the missing-taxpayer-id summary.
       01  SUMMARY-TITLE-LINE.
                 05 FILLER                 PIC X(40) VALUE
                         "VENDORS PAID WITH NO TAXPAYER ID - YEAR ".
                 05 SUMMARY-TAX-YEAR       PIC 9(4).

       01  SUMMARY-SUBTITLE-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 SUB-OPERATOR-ID        PIC X(10).
                 05 FILLER                 PIC X(14) VALUE
                                           "  THRESHOLD: ".
                 05 SUB-THRESHOLD          PIC Z,ZZZ,ZZ9.99.

       01  SUMMARY-HEADING-LINE.
                 05 FILLER                 PIC X(6) VALUE "VENDOR".
                 05 FILLER                 PIC X(31) VALUE " NAME".
                 05 FILLER                 PIC X(5) VALUE "1099".
                 05 FILLER                 PIC X(18) VALUE
                                           "    PAID IN YEAR".
                 05 FILLER                 PIC X(20) VALUE
                                           "  NOTE".

       01  SUMMARY-DETAIL-LINE.
                 05 SUMMARY-VENDOR-NUMBER  PIC 9(5).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 SUMMARY-VENDOR-NAME    PIC X(30).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 SUMMARY-1099-FLAG      PIC X(1).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 SUMMARY-PAID           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 SUMMARY-NOTE           PIC X(30).

       01  SUMMARY-TOTAL-LINE.
                 05 PRINT-FORMS-PRINTED    PIC ZZZZ9.
                 05 FILLER                 PIC X(27) VALUE
                                     " 1099 FORM(S) PRINTED FOR ".
                 05 PRINT-FORMS-TOTAL      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  NONE-MISSING-LINE.
                 05 FILLER                 PIC X(40) VALUE
                         "EVERY VENDOR PAID HAS A TAXPAYER ID".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "N" TO END-OF-FILE.
            PERFORM READ-NEXT-VENDOR.
            PERFORM FORM-ONE-VENDOR
                 UNTIL END-OF-FILE = "Y".
            PERFORM START-THE-SUMMARY.
            CLOSE VENDOR-FILE.
            OPEN INPUT VENDOR-FILE.
            MOVE "N" TO END-OF-FILE.
            PERFORM READ-NEXT-VENDOR.
            PERFORM CHECK-ONE-VENDOR-ID
                 UNTIL END-OF-FILE = "Y".
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           IF OPERATOR-AUTHORITY < 5
                     DISPLAY "UPDATE AUTHORITY IS NEEDED TO RUN "
                             "THIS PROGRAM"
                     STOP RUN.
           PERFORM GET-THE-TAX-YEAR.
           PERFORM GET-THE-THRESHOLD.
           DISPLAY "PAYER NAME FOR THE FORMS ? ".
           ACCEPT PAYER-NAME-ENTRY.
           DISPLAY "PAYER'S TAXPAYER ID ? ".
           ACCEPT PAYER-TAX-ID-ENTRY.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN VENDOR.DAT - STATUS "
                             VENDOR-FILE-STATUS
                     STOP RUN.
           OPEN OUTPUT PRINTER-FILE.

      * THE FORMS ARE RUN IN JANUARY FOR THE YEAR JUST ENDED, SO A
      * BLANK ENTRY MEANS LAST YEAR.
       GET-THE-TAX-YEAR.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           DISPLAY "CALENDAR YEAR (YYYY, BLANK FOR LAST YEAR) ? ".
           ACCEPT YEAR-ENTRY.
           IF YEAR-ENTRY = SPACE
                     MOVE TODAYS-DATE (1:4) TO THE-TAX-YEAR
                     SUBTRACT 1 FROM THE-TAX-YEAR
           ELSE
                     IF YEAR-ENTRY IS NUMERIC
                               MOVE YEAR-ENTRY TO THE-TAX-YEAR
                     ELSE
                               DISPLAY "YEAR MUST BE 4 DIGITS"
                               GO TO GET-THE-TAX-YEAR.

       GET-THE-THRESHOLD.
           DISPLAY "REPORTING THRESHOLD (BLANK FOR 600.00) ? ".
           ACCEPT THRESHOLD-ENTRY.
           MOVE THRESHOLD-ENTRY TO THE-THRESHOLD.
           IF THE-THRESHOLD = ZERO
                     MOVE 600 TO THE-THRESHOLD.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           IF MISSING-ID-COUNT = ZERO
                     MOVE NONE-MISSING-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE FORMS-PRINTED TO PRINT-FORMS-PRINTED.
           MOVE FORMS-TOTAL TO PRINT-FORMS-TOTAL.
           MOVE SUMMARY-TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           CLOSE PRINTER-FILE.
           DISPLAY FORMS-PRINTED " 1099 FORM(S) PRINTED, "
                   MISSING-ID-COUNT " PAID VENDOR(S) WITH NO TAX ID".

       READ-NEXT-VENDOR.
           READ VENDOR-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

      * FORM-ONE-VENDOR PRINTS THE FORM FOR A FLAGGED VENDOR OVER
      * THE THRESHOLD. ONE WITH NO TAXPAYER ID IS LEFT FOR THE
      * SUMMARY PAGE INSTEAD.
       FORM-ONE-VENDOR.
           IF VENDOR-GETS-1099
                     PERFORM TOTAL-THE-VENDOR-PAYMENTS
                     IF VENDOR-YEAR-TOTAL NOT < THE-THRESHOLD AND
                        VENDOR-TAX-ID NOT = SPACE
                               PERFORM PRINT-THE-FORM.
           PERFORM READ-NEXT-VENDOR.

      * TOTAL-THE-VENDOR-PAYMENTS READS THE CHECK REGISTER FROM THE
      * TOP FOR EACH VENDOR, THE WAY ARAGE01 RESCANS ITS OPEN ITEMS.
       TOTAL-THE-VENDOR-PAYMENTS.
           MOVE ZERO TO VENDOR-YEAR-TOTAL.
           OPEN INPUT AP-PAYMENT-FILE.
           IF APPAY-FILE-STATUS = "00"
                     MOVE "N" TO PAYMENT-END-OF-FILE
                     PERFORM READ-NEXT-PAYMENT
                     PERFORM ADD-ONE-PAYMENT
                          UNTIL PAYMENT-END-OF-FILE = "Y"
                     CLOSE AP-PAYMENT-FILE.

       READ-NEXT-PAYMENT.
           READ AP-PAYMENT-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO PAYMENT-END-OF-FILE.

       ADD-ONE-PAYMENT.
           IF APPAY-VENDOR-NUMBER = VENDOR-NUMBER AND
              APPAY-CHECK-DATE (1:4) = THE-TAX-YEAR
                     ADD APPAY-AMOUNT TO VENDOR-YEAR-TOTAL.
           PERFORM READ-NEXT-PAYMENT.

       PRINT-THE-FORM.
           ADD 1 TO FORMS-PRINTED.
           ADD VENDOR-YEAR-TOTAL TO FORMS-TOTAL.
           MOVE THE-TAX-YEAR TO FORM-TAX-YEAR.
           MOVE FORM-TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE PAYER-NAME-ENTRY TO FORM-PAYER-NAME.
           MOVE PAYER-TAX-ID-ENTRY TO FORM-PAYER-TAX-ID.
           MOVE FORM-PAYER-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE VENDOR-TAX-ID TO FORM-RECIPIENT-TAX-ID.
           MOVE VENDOR-NUMBER TO FORM-VENDOR-NUMBER.
           MOVE FORM-RECIPIENT-TIN-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "RECIPIENT'S NAME:" TO FORM-RECIPIENT-CAPTION.
           MOVE VENDOR-NAME TO FORM-RECIPIENT-TEXT.
           MOVE FORM-RECIPIENT-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "STREET ADDRESS:" TO FORM-RECIPIENT-CAPTION.
           MOVE VENDOR-ADDRESS1 TO FORM-RECIPIENT-TEXT.
           MOVE FORM-RECIPIENT-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF VENDOR-ADDRESS2 NOT = SPACE
                     MOVE SPACE TO FORM-RECIPIENT-CAPTION
                     MOVE VENDOR-ADDRESS2 TO FORM-RECIPIENT-TEXT
                     MOVE FORM-RECIPIENT-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE VENDOR-CITY TO FORM-CITY.
           MOVE VENDOR-STATE TO FORM-STATE.
           MOVE VENDOR-ZIP TO FORM-ZIP.
           MOVE FORM-CITY-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE VENDOR-YEAR-TOTAL TO FORM-AMOUNT.
           MOVE FORM-AMOUNT-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

       START-THE-SUMMARY.
           MOVE THE-TAX-YEAR TO SUMMARY-TAX-YEAR.
           MOVE SUMMARY-TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
           MOVE THE-THRESHOLD TO SUB-THRESHOLD.
           MOVE SUMMARY-SUBTITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE SUMMARY-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.

      * CHECK-ONE-VENDOR-ID LISTS ANY VENDOR WITH NO TAXPAYER ID
      * THAT WAS PAID AT ALL IN THE YEAR, FLAGGED OR NOT - A VENDOR
      * NOBODY FLAGGED MAY STILL TURN OUT TO NEED A FORM.
       CHECK-ONE-VENDOR-ID.
           IF VENDOR-TAX-ID = SPACE
                     PERFORM TOTAL-THE-VENDOR-PAYMENTS
                     IF VENDOR-YEAR-TOTAL > ZERO
                               PERFORM PRINT-THE-MISSING-ID.
           PERFORM READ-NEXT-VENDOR.

       PRINT-THE-MISSING-ID.
           ADD 1 TO MISSING-ID-COUNT.
           MOVE VENDOR-NUMBER TO SUMMARY-VENDOR-NUMBER.
           MOVE VENDOR-NAME TO SUMMARY-VENDOR-NAME.
           MOVE VENDOR-1099-FLAG TO SUMMARY-1099-FLAG.
           MOVE VENDOR-YEAR-TOTAL TO SUMMARY-PAID.
           IF VENDOR-GETS-1099 AND
              VENDOR-YEAR-TOTAL NOT < THE-THRESHOLD
                     MOVE "OVER THRESHOLD - NO FORM" TO SUMMARY-NOTE
           ELSE
                     MOVE SPACE TO SUMMARY-NOTE.
           MOVE SUMMARY-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM APYRE01.
