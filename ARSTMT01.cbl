      * customer record the same way CUSTLTR01 addresses its letters.
      * Each statement shows the prior balance, the invoices issued
      * in the month off ARITEM.DAT, the payments received in the
      * month off the ARCASH.DAT journal, the write-offs taken in
      * the month off the ARWOFF.DAT journal, and the ending balance.
      * The statement month is keyed (or left blank for the current
      * month, which is how the unattended month-end step feeds it).
      * Customers with no balance and no activity are skipped.
      * The run can instead consolidate each corporate family onto
      * the parent's statement: the parent's own statement as usual,
      * followed by every child account's open items grouped under
      * the child with a subtotal, and the balance due for the whole
      * family. A child account then gets no statement of its own.
      * An account billed in a foreign currency gets its statement in
      * that currency: an item billed in it shows at its amount as
      * billed (and its balance in proportion), a payment taken in it
      * at the amount received, and anything else - an item from
      * before the account changed currency, a finance charge, a
      * write-off - is converted at the rate in force at the end of
      * the statement month (FXFND01). The home-currency equivalent
      * of the ending balance prints under it.
      * An account whose address the post office returned (see
      * MAILRTN01) gets no statement; it is listed on the returned-
      * mail exception page at the end of the run instead.
      ******************************************************************

       ENVIRONMENT DIVISION.
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CASH-FILE-STATUS.

                 SELECT OPTIONAL WRITE-OFF-FILE
                           ASSIGN TO "ARWOFF.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WRITE-OFF-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.
           LABEL RECORDS ARE STANDARD.
           COPY WARCASH.

      * AR-WRITE-OFF-RECORD IS THE SHARED WRITE-OFF JOURNAL LAYOUT -
      * SEE COPYBOOKS/WARWOFF.CPY.
       FD  WRITE-OFF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARWOFF.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(80).
       01  END-OF-FILE               PIC X.
       01  ITEM-END-OF-FILE          PIC X.
       01  CASH-END-OF-FILE          PIC X.
       01  WRITE-OFF-FILE-STATUS     PIC XX.
       01  WRITE-OFF-END-OF-FILE     PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       01  MONTH-ENTRY               PIC X(6).
       01  CONSOLIDATE-ENTRY         PIC X.
                 88 STATEMENTS-ARE-CONSOLIDATED VALUE "Y".
       01  THE-PERIOD                PIC 9(6).
       01  PERIOD-FROM-DATE          PIC 9(6).
       01  TODAYS-DATE               PIC 9(8).

      * PER-ACCOUNT STATEMENT FIGURES. THE PRIOR BALANCE IS WORKED
      * BACKWARD: WHAT IS OPEN NOW, LESS THIS MONTH'S INVOICES, PLUS
      * THIS MONTH'S PAYMENTS AND WRITE-OFFS, IS WHAT WAS OWED
      * COMING IN.
       01  ENDING-BALANCE            PIC S9(11)V99.
       01  MONTH-INVOICE-TOTAL       PIC S9(11)V99.
       01  MONTH-PAYMENT-TOTAL       PIC S9(11)V99.
       01  MONTH-WRITE-OFF-TOTAL     PIC S9(11)V99.
       01  PRIOR-BALANCE             PIC S9(11)V99.
       01  STATEMENTS-PRINTED        PIC 9(7) VALUE ZERO.

      * ACCOUNTS HELD BACK FOR RETURNED MAIL - SEE
      * COPYBOOKS/WMAILXW.CPY.
       COPY WMAILXW.

      * THE CURRENCY THE STATEMENT IS IN AND THE MONTH-END RATE USED
      * FOR ANY FIGURE NOT ALREADY HELD IN IT. EVERY AMOUNT GOES
      * THROUGH HOME-AMOUNT AND COMES BACK AS STATEMENT-AMOUNT; A
      * HOME-CURRENCY STATEMENT RUNS AT A RATE OF ONE. THE HOME
      * ENDING BALANCE IS KEPT BESIDE THE CONVERTED ONE.
       01  STATEMENT-CURRENCY-CODE   PIC X(3).
       01  STATEMENT-RATE-DATE       PIC 9(8).
       01  STATEMENT-RATE            PIC 9(3)V9(6).
       01  STATEMENT-RATE-FOUND      PIC X.
       01  HOME-AMOUNT               PIC S9(11)V99.
       01  STATEMENT-AMOUNT          PIC S9(11)V99.
       01  HOME-ENDING-BALANCE       PIC S9(11)V99.

      * THE ACCOUNT'S CORPORATE FAMILY, FOUND THROUGH FAMFND01 WHEN
      * STATEMENTS ARE CONSOLIDATED - SEE COPYBOOKS/WCUSFAM.CPY. THE
      * CHILDREN'S OPEN ITEMS ARE TOTALED APART FROM THE PARENT'S
      * OWN FIGURES, ONE CHILD AT A TIME AND ALL TOGETHER.
       COPY WCUSFAM.
       01  MEMBER-SUBSCRIPT          PIC 9(3).
       01  THE-CHILD-ACCOUNT         PIC 9(7).
       01  CHILD-HEADING-PRINTED     PIC X.
       01  CHILD-OPEN-BALANCE        PIC S9(11)V99.
       01  CHILDREN-OPEN-BALANCE     PIC S9(11)V99.
       01  FAMILY-BALANCE-DUE        PIC S9(11)V99.

      * Structures for the printed statement.
       01  STATEMENT-TITLE-LINE.
                 05 FILLER                 PIC X(14) VALUE
                                           "  ACCOUNT #".
                 05 PRINT-ACCOUNT          PIC 9(7).

       01  STATEMENT-CURRENCY-LINE.
                 05 FILLER                 PIC X(11) VALUE
                                           "AMOUNTS IN ".
                 05 PRINT-CURRENCY-CODE    PIC X(3).
                 05 FILLER                 PIC X(9) VALUE " AT RATE ".
                 05 PRINT-STATEMENT-RATE   PIC ZZ9.999999.
                 05 FILLER                 PIC X(19) VALUE
                                           " HOME UNITS PER ONE".

       01  ADDRESS-NAME-LINE.
                 05 PRINT-FIRST-NAME       PIC X(20).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                                           "ENDING BALANCE".
                 05 PRINT-ENDING-BALANCE   PIC ZZZ,ZZZ,ZZ9.99-.

       01  CHILD-SECTION-LINE.
                 05 FILLER                 PIC X(41) VALUE
                           "OPEN ITEMS OF ACCOUNTS BILLED TO THIS ONE".

       01  CHILD-HEADING-LINE.
                 05 FILLER                 PIC X(11) VALUE
                                           "  ACCOUNT #".
                 05 PRINT-CHILD-ACCOUNT    PIC 9(7).

       01  CHILD-TOTAL-LINE.
                 05 FILLER                 PIC X(11) VALUE
                                           "  ACCOUNT #".
                 05 PRINT-CHILD-TOTAL-ACCOUNT PIC 9(7).
                 05 FILLER                 PIC X(7) VALUE " OPEN".
                 05 PRINT-CHILD-BALANCE    PIC ZZZ,ZZZ,ZZ9.99-.

       01  HOME-BALANCE-LINE.
                 05 FILLER                 PIC X(25) VALUE
                                           "HOME CURRENCY EQUIVALENT".
                 05 PRINT-HOME-BALANCE     PIC ZZZ,ZZZ,ZZ9.99-.

       01  FAMILY-BALANCE-LINE.
                 05 FILLER                 PIC X(25) VALUE
                                           "FAMILY BALANCE DUE".
                 05 PRINT-FAMILY-BALANCE   PIC ZZZ,ZZZ,ZZ9.99-.

       01  REFERENCE-AS-TEXT         PIC X(10).
       01  INVOICE-AS-TEXT           PIC 9(7).

           ELSE
                     ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
                     MOVE TODAYS-DATE (1:6) TO THE-PERIOD.
           DISPLAY "CONSOLIDATE CHILD ACCOUNTS ON THE PARENT'S "
                   "STATEMENT (Y/N, BLANK FOR N) ? ".
           ACCEPT CONSOLIDATE-ENTRY.
           IF CONSOLIDATE-ENTRY = "y"
                     MOVE "Y" TO CONSOLIDATE-ENTRY.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "

       CLOSING-PROCEDURE.
           CLOSE CUSTOMER-FILE.
           PERFORM PRINT-THE-RETURNED-MAIL.
           CLOSE PRINTER-FILE.
           DISPLAY STATEMENTS-PRINTED " STATEMENT(S) PRINTED FOR "
                   THE-PERIOD.

      * STATEMENT-ONE-CUSTOMER TOTALS THE ACCOUNT FIRST AND ONLY
      * PRINTS A STATEMENT WHEN SOMETHING IS OPEN OR MOVED IN THE
      * MONTH, SO A DORMANT ACCOUNT COSTS NO PAPER. WHEN STATEMENTS
      * ARE CONSOLIDATED A CHILD ACCOUNT IS PASSED OVER HERE - ITS
      * OPEN ITEMS GO ON ITS PARENT'S STATEMENT - AND A PARENT WITH
      * NOTHING OF ITS OWN STILL GETS ONE IF A CHILD OWES ANYTHING.
      * A STATEMENT DUE TO A RETURNED-MAIL ADDRESS IS HELD BACK.
       STATEMENT-ONE-CUSTOMER.
           MOVE CUSTOMER-ACCOUNT-NUMBER TO FAMILY-HEAD.
           MOVE 1 TO FAMILY-MEMBER-COUNT.
           IF STATEMENTS-ARE-CONSOLIDATED
                     MOVE CUSTOMER-ACCOUNT-NUMBER TO
                               FAMILY-FIND-ACCOUNT
                     MOVE "F" TO FAMILY-FIND-SCOPE
                     CALL "FAMFND01" USING FAMILY-FIND-ACCOUNT
                               FAMILY-FIND-SCOPE CUSTOMER-FAMILY-TABLE.
           IF FAMILY-HEAD = CUSTOMER-ACCOUNT-NUMBER
                     PERFORM SET-THE-STATEMENT-CURRENCY
                     PERFORM TOTAL-THE-ACCOUNT
                     IF ENDING-BALANCE NOT = ZERO OR
                        MONTH-INVOICE-TOTAL NOT = ZERO OR
                        MONTH-PAYMENT-TOTAL NOT = ZERO OR
                        MONTH-WRITE-OFF-TOTAL NOT = ZERO OR
                        CHILDREN-OPEN-BALANCE NOT = ZERO
                               PERFORM SEND-ONE-STATEMENT.
           PERFORM READ-NEXT-CUSTOMER.

       SEND-ONE-STATEMENT.
           IF CUSTOMER-MAIL-IS-UNDELIVERABLE
                     PERFORM HOLD-THE-RETURNED-MAIL
           ELSE
                     ADD 1 TO STATEMENTS-PRINTED
                     PERFORM PRINT-ONE-STATEMENT.

      * SET-THE-STATEMENT-CURRENCY TAKES THE ACCOUNT'S CURRENCY AND
      * THE RATE IN FORCE ON THE LAST DAY OF THE STATEMENT MONTH. AN
      * ACCOUNT WHOSE CURRENCY HAS NO RATE BY THEN IS STATED IN HOME
      * CURRENCY, WITH A WARNING ON THE CONSOLE.
       SET-THE-STATEMENT-CURRENCY.
           MOVE CUSTOMER-CURRENCY-CODE TO STATEMENT-CURRENCY-CODE.
           COMPUTE STATEMENT-RATE-DATE = THE-PERIOD * 100 + 31.
           CALL "FXFND01" USING STATEMENT-CURRENCY-CODE
                     STATEMENT-RATE-DATE STATEMENT-RATE
                     STATEMENT-RATE-FOUND.
           IF STATEMENT-RATE-FOUND = "N"
                     DISPLAY "ACCOUNT " CUSTOMER-ACCOUNT-NUMBER
                             " - NO " STATEMENT-CURRENCY-CODE
                             " RATE FOR " THE-PERIOD
                             " - STATED IN HOME CURRENCY"
                     MOVE SPACE TO STATEMENT-CURRENCY-CODE
                     MOVE 1 TO STATEMENT-RATE.

      * CONVERT-AN-ITEM-AMOUNT STATES AN AMOUNT OFF THE CURRENT OPEN
      * ITEM - ITS ORIGINAL AMOUNT OR ITS BALANCE - IN THE STATEMENT'S
      * CURRENCY. AN ITEM BILLED IN THAT CURRENCY IS TAKEN AT ITS
      * FOREIGN AMOUNT IN PROPORTION, SO IT READS AS IT WAS BILLED.
       CONVERT-AN-ITEM-AMOUNT.
           IF STATEMENT-CURRENCY-CODE NOT = SPACE AND
              AR-CURRENCY-CODE = STATEMENT-CURRENCY-CODE AND
              AR-FOREIGN-AMOUNT IS NUMERIC AND
              AR-ORIGINAL-AMOUNT NOT = ZERO
                     COMPUTE STATEMENT-AMOUNT ROUNDED =
                               AR-FOREIGN-AMOUNT * HOME-AMOUNT
                               / AR-ORIGINAL-AMOUNT
           ELSE
                     PERFORM CONVERT-AT-STATEMENT-RATE.

      * CONVERT-A-CASH-AMOUNT STATES THE CURRENT PAYMENT. ONE TAKEN
      * IN THE STATEMENT'S CURRENCY SHOWS AT THE AMOUNT RECEIVED.
       CONVERT-A-CASH-AMOUNT.
           MOVE CASH-AMOUNT TO HOME-AMOUNT.
           IF STATEMENT-CURRENCY-CODE NOT = SPACE AND
              CASH-CURRENCY-CODE = STATEMENT-CURRENCY-CODE AND
              CASH-FOREIGN-AMOUNT IS NUMERIC
                     MOVE CASH-FOREIGN-AMOUNT TO STATEMENT-AMOUNT
           ELSE
                     PERFORM CONVERT-AT-STATEMENT-RATE.

       CONVERT-AT-STATEMENT-RATE.
           COMPUTE STATEMENT-AMOUNT ROUNDED =
                     HOME-AMOUNT / STATEMENT-RATE.

       TOTAL-THE-ACCOUNT.
           MOVE ZEROES TO ENDING-BALANCE MONTH-INVOICE-TOTAL
                          MONTH-PAYMENT-TOTAL MONTH-WRITE-OFF-TOTAL
                          CHILDREN-OPEN-BALANCE HOME-ENDING-BALANCE.
           OPEN INPUT AR-ITEM-FILE.
           IF AR-FILE-STATUS = "00"
                     MOVE "N" TO ITEM-END-OF-FILE
                     PERFORM TOTAL-ONE-PAYMENT
                          UNTIL CASH-END-OF-FILE = "Y".
           CLOSE CASH-JOURNAL-FILE.
           OPEN INPUT WRITE-OFF-FILE.
           IF WRITE-OFF-FILE-STATUS = "00"
                     MOVE "N" TO WRITE-OFF-END-OF-FILE
                     PERFORM READ-NEXT-WRITE-OFF
                     PERFORM TOTAL-ONE-WRITE-OFF
                          UNTIL WRITE-OFF-END-OF-FILE = "Y".
           CLOSE WRITE-OFF-FILE.
           COMPUTE PRIOR-BALANCE = ENDING-BALANCE
                     - MONTH-INVOICE-TOTAL + MONTH-PAYMENT-TOTAL
                     + MONTH-WRITE-OFF-TOTAL.

       READ-NEXT-ITEM.
           READ AR-ITEM-FILE NEXT RECORD
       TOTAL-ONE-ITEM.
           IF AR-ACCOUNT-NUMBER = CUSTOMER-ACCOUNT-NUMBER
                     IF AR-ITEM-IS-OPEN
                               ADD AR-BALANCE-DUE TO
                                         HOME-ENDING-BALANCE
                               MOVE AR-BALANCE-DUE TO HOME-AMOUNT
                               PERFORM CONVERT-AN-ITEM-AMOUNT
                               ADD STATEMENT-AMOUNT TO ENDING-BALANCE.
           IF AR-ACCOUNT-NUMBER NOT = CUSTOMER-ACCOUNT-NUMBER AND
              AR-ITEM-IS-OPEN AND
              FAMILY-MEMBER-COUNT > 1
                     PERFORM TOTAL-ONE-CHILD-ITEM
                          VARYING MEMBER-SUBSCRIPT FROM 2 BY 1
                          UNTIL MEMBER-SUBSCRIPT > FAMILY-MEMBER-COUNT.
           IF AR-ACCOUNT-NUMBER = CUSTOMER-ACCOUNT-NUMBER
                     MOVE AR-INVOICE-DATE (1:6) TO PERIOD-FROM-DATE
                     IF PERIOD-FROM-DATE = THE-PERIOD
                               MOVE AR-ORIGINAL-AMOUNT TO HOME-AMOUNT
                               PERFORM CONVERT-AN-ITEM-AMOUNT
                               IF AR-ITEM-IS-REBATE-CREDIT
                                         SUBTRACT STATEMENT-AMOUNT
                                              FROM MONTH-INVOICE-TOTAL
                               ELSE
                                         ADD STATEMENT-AMOUNT TO
                                              MONTH-INVOICE-TOTAL.
           PERFORM READ-NEXT-ITEM.

       TOTAL-ONE-CHILD-ITEM.
           IF AR-ACCOUNT-NUMBER = FAMILY-MEMBER (MEMBER-SUBSCRIPT)
                     MOVE AR-BALANCE-DUE TO HOME-AMOUNT
                     PERFORM CONVERT-AN-ITEM-AMOUNT
                     ADD STATEMENT-AMOUNT TO CHILDREN-OPEN-BALANCE.

       READ-NEXT-CASH.
           READ CASH-JOURNAL-FILE NEXT RECORD
                     AT END
           IF CASH-ACCOUNT-NUMBER = CUSTOMER-ACCOUNT-NUMBER
                     MOVE CASH-DATE (1:6) TO PERIOD-FROM-DATE
                     IF PERIOD-FROM-DATE = THE-PERIOD
                               PERFORM CONVERT-A-CASH-AMOUNT
                               ADD STATEMENT-AMOUNT TO
                                         MONTH-PAYMENT-TOTAL.
           PERFORM READ-NEXT-CASH.

       READ-NEXT-WRITE-OFF.
           READ WRITE-OFF-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO WRITE-OFF-END-OF-FILE.

       TOTAL-ONE-WRITE-OFF.
           IF WOFF-ACCOUNT-NUMBER = CUSTOMER-ACCOUNT-NUMBER
                     MOVE WOFF-DATE (1:6) TO PERIOD-FROM-DATE
                     IF PERIOD-FROM-DATE = THE-PERIOD
                               MOVE WOFF-AMOUNT TO HOME-AMOUNT
                               PERFORM CONVERT-AT-STATEMENT-RATE
                               ADD STATEMENT-AMOUNT TO
                                         MONTH-WRITE-OFF-TOTAL.
           PERFORM READ-NEXT-WRITE-OFF.

       PRINT-ONE-STATEMENT.
           PERFORM PRINT-THE-ADDRESS-BLOCK.
           MOVE PRIOR-BALANCE TO PRINT-PRIOR-BALANCE.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           PERFORM LIST-THE-MONTH-INVOICES.
           PERFORM LIST-THE-MONTH-PAYMENTS.
           PERFORM LIST-THE-MONTH-WRITE-OFFS.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE ENDING-BALANCE TO PRINT-ENDING-BALANCE.
           MOVE ENDING-BALANCE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF STATEMENT-CURRENCY-CODE NOT = SPACE
                     MOVE HOME-ENDING-BALANCE TO PRINT-HOME-BALANCE
                     MOVE HOME-BALANCE-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF FAMILY-MEMBER-COUNT > 1
                     PERFORM PRINT-THE-CHILD-ITEMS.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

      * PRINT-THE-CHILD-ITEMS FOLLOWS THE PARENT'S OWN FIGURES ON A
      * CONSOLIDATED STATEMENT WITH EACH CHILD ACCOUNT'S OPEN ITEMS,
      * A SUBTOTAL PER CHILD, AND WHAT THE WHOLE FAMILY OWES. A CHILD
      * WITH NOTHING OPEN IS LEFT OFF.
       PRINT-THE-CHILD-ITEMS.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE CHILD-SECTION-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           PERFORM LIST-ONE-CHILD
                VARYING MEMBER-SUBSCRIPT FROM 2 BY 1
                UNTIL MEMBER-SUBSCRIPT > FAMILY-MEMBER-COUNT.
           COMPUTE FAMILY-BALANCE-DUE = ENDING-BALANCE
                     + CHILDREN-OPEN-BALANCE.
           MOVE FAMILY-BALANCE-DUE TO PRINT-FAMILY-BALANCE.
           MOVE FAMILY-BALANCE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LIST-ONE-CHILD.
           MOVE FAMILY-MEMBER (MEMBER-SUBSCRIPT) TO THE-CHILD-ACCOUNT.
           MOVE "N" TO CHILD-HEADING-PRINTED.
           MOVE ZEROES TO CHILD-OPEN-BALANCE.
           OPEN INPUT AR-ITEM-FILE.
           IF AR-FILE-STATUS = "00"
                     MOVE "N" TO ITEM-END-OF-FILE
                     PERFORM READ-NEXT-ITEM
                     PERFORM LIST-ONE-CHILD-ITEM
                          UNTIL ITEM-END-OF-FILE = "Y".
           CLOSE AR-ITEM-FILE.
           IF CHILD-HEADING-PRINTED = "Y"
                     MOVE THE-CHILD-ACCOUNT TO
                               PRINT-CHILD-TOTAL-ACCOUNT
                     MOVE CHILD-OPEN-BALANCE TO PRINT-CHILD-BALANCE
                     MOVE CHILD-TOTAL-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 2.

       LIST-ONE-CHILD-ITEM.
           IF AR-ACCOUNT-NUMBER = THE-CHILD-ACCOUNT AND
              AR-ITEM-IS-OPEN
                     PERFORM PRINT-ONE-CHILD-ITEM.
           PERFORM READ-NEXT-ITEM.

       PRINT-ONE-CHILD-ITEM.
           IF CHILD-HEADING-PRINTED = "N"
                     MOVE "Y" TO CHILD-HEADING-PRINTED
                     MOVE THE-CHILD-ACCOUNT TO PRINT-CHILD-ACCOUNT
                     MOVE CHILD-HEADING-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE AR-BALANCE-DUE TO HOME-AMOUNT.
           PERFORM CONVERT-AN-ITEM-AMOUNT.
           ADD STATEMENT-AMOUNT TO CHILD-OPEN-BALANCE.
           MOVE AR-INVOICE-DATE TO PRINT-DETAIL-DATE.
           IF AR-ITEM-IS-FINANCE-CHARGE
                     MOVE "FIN CHARGE" TO PRINT-DETAIL-TEXT
           ELSE
                     IF AR-ITEM-IS-REBATE-CREDIT
                               MOVE "REBATE CR " TO PRINT-DETAIL-TEXT
                     ELSE
                               MOVE "INVOICE   " TO PRINT-DETAIL-TEXT.
           MOVE SPACE TO REFERENCE-AS-TEXT.
           MOVE AR-INVOICE-NUMBER TO INVOICE-AS-TEXT.
           MOVE INVOICE-AS-TEXT TO REFERENCE-AS-TEXT (1:7).
           MOVE REFERENCE-AS-TEXT TO PRINT-DETAIL-REFERENCE.
           MOVE STATEMENT-AMOUNT TO PRINT-DETAIL-AMOUNT.
           MOVE STATEMENT-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       PRINT-THE-ADDRESS-BLOCK.
           MOVE THE-PERIOD TO PRINT-PERIOD.
           MOVE CUSTOMER-ACCOUNT-NUMBER TO PRINT-ACCOUNT.
           MOVE STATEMENT-TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           IF STATEMENT-CURRENCY-CODE NOT = SPACE
                     MOVE STATEMENT-CURRENCY-CODE TO
                               PRINT-CURRENCY-CODE
                     MOVE STATEMENT-RATE TO PRINT-STATEMENT-RATE
                     MOVE STATEMENT-CURRENCY-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE CUSTOMER-FIRST-NAME TO PRINT-FIRST-NAME.
           MOVE CUSTOMER-LAST-NAME TO PRINT-LAST-NAME.
           MOVE ADDRESS-NAME-LINE TO PRINTER-RECORD.

      * LIST-THE-MONTH-INVOICES PUTS ONE LINE ON THE STATEMENT PER
      * INVOICE ISSUED IN THE MONTH, AT ITS ORIGINAL BILLED AMOUNT.
      * A FINANCE CHARGE POSTED BY ARFIN01 IS LABELLED AS ONE, AND A
      * REBATE CREDIT POSTED BY REBSTL01 SHOWS AS A CREDIT.
       LIST-THE-MONTH-INVOICES.
           OPEN INPUT AR-ITEM-FILE.
           IF AR-FILE-STATUS = "00"
                     IF PERIOD-FROM-DATE = THE-PERIOD
                               MOVE AR-INVOICE-DATE TO
                                         PRINT-DETAIL-DATE
                               IF AR-ITEM-IS-FINANCE-CHARGE
                                         MOVE "FIN CHARGE" TO
                                              PRINT-DETAIL-TEXT
                               ELSE IF AR-ITEM-IS-REBATE-CREDIT
                                         MOVE "REBATE CR " TO
                                              PRINT-DETAIL-TEXT
                               ELSE
                                         MOVE "INVOICE   " TO
                                              PRINT-DETAIL-TEXT
                               END-IF
                               MOVE SPACE TO REFERENCE-AS-TEXT
                               MOVE AR-INVOICE-NUMBER TO
                                         INVOICE-AS-TEXT
                                         REFERENCE-AS-TEXT (1:7)
                               MOVE REFERENCE-AS-TEXT TO
                                         PRINT-DETAIL-REFERENCE
                               MOVE AR-ORIGINAL-AMOUNT TO HOME-AMOUNT
                               PERFORM CONVERT-AN-ITEM-AMOUNT
                               IF AR-ITEM-IS-REBATE-CREDIT
                                         COMPUTE PRINT-DETAIL-AMOUNT =
                                              ZERO - STATEMENT-AMOUNT
                               ELSE
                                         MOVE STATEMENT-AMOUNT TO
                                              PRINT-DETAIL-AMOUNT
                               END-IF
                               MOVE STATEMENT-DETAIL-LINE TO
                                         PRINTER-RECORD
                               WRITE PRINTER-RECORD BEFORE
                               MOVE "PAYMENT   " TO PRINT-DETAIL-TEXT
                               MOVE CASH-CHECK-NUMBER TO
                                         PRINT-DETAIL-REFERENCE
                               PERFORM CONVERT-A-CASH-AMOUNT
                               COMPUTE PRINT-DETAIL-AMOUNT =
                                         ZERO - STATEMENT-AMOUNT
                               MOVE STATEMENT-DETAIL-LINE TO
                                         PRINTER-RECORD
                               WRITE PRINTER-RECORD BEFORE
                                         ADVANCING 1.
           PERFORM READ-NEXT-CASH.

      * LIST-THE-MONTH-WRITE-OFFS PUTS ONE LINE PER ITEM WRITTEN OFF
      * IN THE MONTH, AGAINST ITS INVOICE NUMBER AND AS A CREDIT. AN
      * EARLY-PAYMENT DISCOUNT TAKEN AT CASH POSTING IS LABELLED AS
      * SUCH.
       LIST-THE-MONTH-WRITE-OFFS.
           OPEN INPUT WRITE-OFF-FILE.
           IF WRITE-OFF-FILE-STATUS = "00"
                     MOVE "N" TO WRITE-OFF-END-OF-FILE
                     PERFORM READ-NEXT-WRITE-OFF
                     PERFORM LIST-ONE-WRITE-OFF
                          UNTIL WRITE-OFF-END-OF-FILE = "Y".
           CLOSE WRITE-OFF-FILE.

       LIST-ONE-WRITE-OFF.
           IF WOFF-ACCOUNT-NUMBER = CUSTOMER-ACCOUNT-NUMBER
                     MOVE WOFF-DATE (1:6) TO PERIOD-FROM-DATE
                     IF PERIOD-FROM-DATE = THE-PERIOD
                               MOVE WOFF-DATE TO PRINT-DETAIL-DATE
                               IF WOFF-REASON = "DC"
                                         MOVE "DISCOUNT  " TO
                                                   PRINT-DETAIL-TEXT
                               ELSE
                                         MOVE "WRITE-OFF " TO
                                                   PRINT-DETAIL-TEXT
                               END-IF
                               MOVE SPACE TO REFERENCE-AS-TEXT
                               MOVE WOFF-INVOICE-NUMBER TO
                                         INVOICE-AS-TEXT
                               MOVE INVOICE-AS-TEXT TO
                                         REFERENCE-AS-TEXT (1:7)
                               MOVE REFERENCE-AS-TEXT TO
                                         PRINT-DETAIL-REFERENCE
                               MOVE WOFF-AMOUNT TO HOME-AMOUNT
                               PERFORM CONVERT-AT-STATEMENT-RATE
                               COMPUTE PRINT-DETAIL-AMOUNT =
                                         ZERO - STATEMENT-AMOUNT
                               MOVE STATEMENT-DETAIL-LINE TO
                                         PRINTER-RECORD
                               WRITE PRINTER-RECORD BEFORE
                                         ADVANCING 1.
           PERFORM READ-NEXT-WRITE-OFF.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

      * HOLD-THE-RETURNED-MAIL AND PRINT-THE-RETURNED-MAIL ARE SHARED
      * ACROSS THE MAILING PROGRAMS - SEE COPYBOOKS/MAILEXC.CPY.
       COPY MAILEXC.

       END PROGRAM ARSTMT01.
