      ******************************************************************
      * This program drives the collection letters off the AR aging,
      * using the same template machinery CUSTLTR01 runs LETTER.TPL
      * through. Three templates escalate with how far past its due
      * date the oldest unpaid invoice on the account is:
      *     DUNLTR30.TPL - FIRST NOTICE, PAST DUE
      *     DUNLTR60.TPL - FIRMER NOTICE, OVER 30 DAYS PAST DUE
      *     DUNLTR90.TPL - FINAL NOTICE, OVER 60 DAYS PAST DUE
      * The due date comes from the customer's terms, the same date
      * ARAGE01 ages from; an item with no due date is taken as due
      * 30 days after invoice, which keeps the letters on the 30/60/90
      * days from invoice they always went out on.
      * The usual address markers work (&FIRST &LAST &ADDR1 &ADDR2
      * &CITY &STATE &ZIP), plus &BALANCE for the total open balance,
      * and a line holding &ITEMS expands into the account's list of
      * open invoices. The template is picked fresh from the live
      * balances each run, so an account that paid yesterday gets no
      * letter today, and every letter sent is logged to ARDUNLOG.DAT
      * with the account, the level, and the date. An account whose
      * address the post office returned (see MAILRTN01) is sent
      * nothing and not logged; it is listed on the returned-mail
      * exception page at the end of the run instead.
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  LOAD-LINE-COUNT           PIC 99.

      * THE AGING CUTOFFS, WALKED BACK FROM TODAY A DAY AT A TIME
      * THE SAME WAY ARAGE01 BUILDS ITS BUCKETS. A DUE DATE IS TESTED
      * AGAINST TODAY, 30 AND 60; AN INVOICE DATE (NO DUE DATE ON THE
      * ITEM) AGAINST 30, 60 AND 90.
       01  AGE-DATE-PARTS.
                 05 AGE-YEAR               PIC 9(4).
                 05 AGE-MONTH              PIC 99.
                 05 AGE-DAY                PIC 99.
       01  AGE-DATE-WHOLE REDEFINES AGE-DATE-PARTS
                                           PIC 9(8).
       01  CUTOFF-00-DATE            PIC 9(8).
       01  CUTOFF-30-DATE            PIC 9(8).
       01  CUTOFF-60-DATE            PIC 9(8).
       01  CUTOFF-90-DATE            PIC 9(8).
       01  LEAP-REMAINDER            PIC 9(4).

      * PER-ACCOUNT FIGURES: THE LETTER LEVEL IS THE WORST BUCKET
      * ANY OPEN ITEM FELL IN (1 = PAST DUE, 2 = OVER 30 DAYS PAST
      * DUE, 3 = OVER 60).
       01  ACCOUNT-LETTER-LEVEL      PIC 9.
       01  ACCOUNT-OPEN-BALANCE      PIC S9(11)V99.
       01  LETTERS-PRINTED           PIC 9(7) VALUE ZERO.

      * ACCOUNTS HELD BACK FOR RETURNED MAIL - SEE
      * COPYBOOKS/WMAILXW.CPY.
       COPY WMAILXW.

      * WORK FIELDS FOR THE MARKER SUBSTITUTION SCAN, THE SAME
      * ENGINE CUSTLTR01 RUNS ITS LETTER LINES THROUGH.
       01  IN-LINE                   PIC X(86).
       CLOSING-PROCEDURE.
           CLOSE CUSTOMER-FILE.
           CLOSE DUN-LOG-FILE.
           PERFORM PRINT-THE-RETURNED-MAIL.
           CLOSE PRINTER-FILE.
           DISPLAY LETTERS-PRINTED " DUNNING LETTER(S) PRINTED".

       COMPUTE-THE-CUTOFFS.
           ACCEPT AGE-DATE-WHOLE FROM DATE YYYYMMDD.
           MOVE AGE-DATE-WHOLE TO CUTOFF-00-DATE.
           PERFORM WALK-BACK-ONE-DAY 30 TIMES.
           MOVE AGE-DATE-WHOLE TO CUTOFF-30-DATE.
           PERFORM WALK-BACK-ONE-DAY 30 TIMES.

      * DUN-ONE-CUSTOMER AGES THE ACCOUNT'S OPEN ITEMS AND, IF THE
      * OLDEST ONE IS PAST DUE, PRINTS THE MATCHING LETTER AND LOGS
      * IT. AN ACCOUNT WITH NOTHING PAST DUE GETS NO LETTER, AND ONE
      * WHOSE ADDRESS CAME BACK FROM THE POST OFFICE IS HELD BACK.
       DUN-ONE-CUSTOMER.
           PERFORM AGE-THE-ACCOUNT.
           IF ACCOUNT-LETTER-LEVEL NOT = ZERO
                     PERFORM SEND-ONE-LETTER.
           PERFORM READ-NEXT-CUSTOMER.

       SEND-ONE-LETTER.
           IF CUSTOMER-MAIL-IS-UNDELIVERABLE
                     PERFORM HOLD-THE-RETURNED-MAIL
           ELSE
                     ADD 1 TO LETTERS-PRINTED
                     MOVE ACCOUNT-LETTER-LEVEL TO LEVEL-SUBSCRIPT
                     PERFORM PRINT-ONE-LETTER
                     PERFORM LOG-THE-LETTER.

       AGE-THE-ACCOUNT.
           MOVE ZERO TO ACCOUNT-LETTER-LEVEL.
           IF AR-ACCOUNT-NUMBER = CUSTOMER-ACCOUNT-NUMBER AND
              AR-ITEM-IS-OPEN
                     ADD AR-BALANCE-DUE TO ACCOUNT-OPEN-BALANCE
                     IF AR-BALANCE-DUE > ZERO
                               PERFORM GRADE-ONE-ITEM.
           PERFORM READ-NEXT-ITEM.

       GRADE-ONE-ITEM.
           IF AR-DUE-DATE NOT = ZERO
                     PERFORM GRADE-BY-DUE-DATE
           ELSE
                     PERFORM GRADE-BY-INVOICE-DATE.

       GRADE-BY-DUE-DATE.
           IF AR-DUE-DATE NOT > CUTOFF-60-DATE
                     IF ACCOUNT-LETTER-LEVEL < 3
                               MOVE 3 TO ACCOUNT-LETTER-LEVEL
                     ELSE
                               CONTINUE
           ELSE IF AR-DUE-DATE NOT > CUTOFF-30-DATE
                     IF ACCOUNT-LETTER-LEVEL < 2
                               MOVE 2 TO ACCOUNT-LETTER-LEVEL
                     ELSE
                               CONTINUE
           ELSE IF AR-DUE-DATE NOT > CUTOFF-00-DATE
                     IF ACCOUNT-LETTER-LEVEL < 1
                               MOVE 1 TO ACCOUNT-LETTER-LEVEL.

       GRADE-BY-INVOICE-DATE.
           IF AR-INVOICE-DATE NOT > CUTOFF-90-DATE
                     IF ACCOUNT-LETTER-LEVEL < 3
                               MOVE 3 TO ACCOUNT-LETTER-LEVEL
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

      * HOLD-THE-RETURNED-MAIL AND PRINT-THE-RETURNED-MAIL ARE SHARED
      * ACROSS THE MAILING PROGRAMS - SEE COPYBOOKS/MAILEXC.CPY.
       COPY MAILEXC.

       END PROGRAM ARDUN01.
