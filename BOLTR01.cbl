      * letter is logged to BOLTRLOG.DAT. The expected date is the
      * filing date plus the primary vendor's lead time off the
      * product-vendor cross-reference, or thirty days when no lead
      * time is on file. A row for a customer whose address the post
      * office returned (see MAILRTN01) is left unflagged and listed
      * on the returned-mail exception page instead, so its letter
      * goes out on the first night after the address is corrected.
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  ORDER-AS-TEXT             PIC 9(7).
       01  DATE-AS-TEXT              PIC 9(8).

      * CUSTOMERS HELD BACK FOR RETURNED MAIL - SEE
      * COPYBOOKS/WMAILXW.CPY.
       COPY WMAILXW.

      * THE BUSDAY01 QUESTION AND ANSWER - SEE
      * COPYBOOKS/WBUSDAY.CPY.
       COPY WBUSDAY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
           CLOSE PRODUCT-FILE.
           CLOSE PRODUCT-VENDOR-FILE.
           CLOSE LETTER-LOG-FILE.
           PERFORM PRINT-THE-RETURNED-MAIL.
           CLOSE PRINTER-FILE.
           DISPLAY LETTERS-PRINTED " BACK-ORDER LETTER(S) PRINTED".

           IF RECORD-FOUND = "N"
                     DISPLAY "NO CUSTOMER ON FILE FOR ACCOUNT "
                             BACKORDER-ACCOUNT " - LETTER SKIPPED"
           ELSE IF CUSTOMER-MAIL-IS-UNDELIVERABLE
                     PERFORM HOLD-THE-RETURNED-MAIL
           ELSE
                     PERFORM SETTLE-THE-EXPECTED-DATE
                     MOVE LETTER-KIND TO KIND-SUBSCRIPT

      * SETTLE-THE-EXPECTED-DATE PICKS WHAT &EXPDATE SAYS: STOCK
      * EXPECTED (FILING DATE PLUS THE VENDOR'S LEAD TIME, THIRTY
      * DAYS WHEN NONE IS ON FILE, ROLLED ON TO A BUSINESS DAY OFF
      * THE BUSINESS-DAY CALENDAR) FOR THE FILED LETTER, THE
      * RELEASE DATE FOR THE SHIPPING NOTICE, TODAY FOR THE
      * CANCELLATION.
       SETTLE-THE-EXPECTED-DATE.
           MOVE ZEROES TO DAYS-WALKED.
           PERFORM WALK-FORWARD-ONE-DAY
                 UNTIL DAYS-WALKED NOT < THE-LEAD-DAYS.
           MOVE "R" TO BUSDAY-FUNCTION.
           MOVE WALK-DATE-WHOLE TO BUSDAY-FROM-DATE.
           CALL "BUSDAY01" USING BUSINESS-DAY-AREA.
           MOVE BUSDAY-RESULT-DATE TO THE-EXPECTED-DATE.

       LOOK-UP-THE-LEAD-TIME.
           IF PRODUCT-FILE-STATUS NOT = "00" OR
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

      * HOLD-THE-RETURNED-MAIL AND PRINT-THE-RETURNED-MAIL ARE SHARED
      * ACROSS THE MAILING PROGRAMS - SEE COPYBOOKS/MAILEXC.CPY.
       COPY MAILEXC.

       END PROGRAM BOLTR01.
