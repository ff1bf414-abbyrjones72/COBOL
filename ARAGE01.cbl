      ******************************************************************
      * This program prints the AR aging report off the ARITEM.DAT
      * open items: one line per customer account with the open
      * balance bucketed by how far past its due date each item is -
      * current (not yet due), 1-30, 31-60, 61-90 and over 90 days
      * past due - and a grand-total line per bucket at the bottom.
      * The due date comes from the customer's terms (ORDINV01 stamps
      * it), so a net-60 account is not aged like a COD one; an item
      * with no due date is taken as due 30 days after invoice. A
      * detail option lists each unpaid invoice under its account
      * with its due date and the bucket it fell in, for working the
      * phones. Customers with nothing open are left off the report.
      ******************************************************************


       01  DETAIL-ANSWER             PIC X.

      * THE CUTOFF DATES, WALKED BACK FROM TODAY A DAY AT A TIME. AN
      * ITEM DUE AFTER TODAY IS CURRENT, DUE AFTER THE 30-DAY CUTOFF
      * IS IN THE 1-30 BUCKET, AND SO ON. AN ITEM WITH NO DUE DATE
      * IS DUE 30 DAYS AFTER INVOICE, SO ITS INVOICE DATE IS TESTED
      * ONE CUTOFF FURTHER BACK - THE WAY EVERY ITEM ONCE AGED.
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
                 05 GRAND-TOTAL-AMT        PIC S9(11)V99 VALUE ZERO.
       01  ACCOUNTS-LISTED           PIC 9(7) VALUE ZERO.

      * THE BUCKET THE ITEM IN HAND FELL IN: 1 CURRENT, 2 1-30 DAYS
      * PAST DUE, 3 31-60, 4 61-90, 5 OVER 90.
       01  ITEM-BUCKET               PIC 9.

      * Structures for the printed report.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(24) VALUE
                 05 FILLER                 PIC X(16) VALUE
                                           "         CURRENT".
                 05 FILLER                 PIC X(16) VALUE
                                           "   1-30 PAST DUE".
                 05 FILLER                 PIC X(16) VALUE
                                           "  31-60 PAST DUE".
                 05 FILLER                 PIC X(16) VALUE
                                           "  61-90 PAST DUE".
                 05 FILLER                 PIC X(16) VALUE
                                           "    OVER 90 DAYS".
                 05 FILLER                 PIC X(16) VALUE
                                           "           TOTAL".

                 05 PRINT-INVOICE-NUMBER   PIC 9(7).
                 05 FILLER                 PIC X(7) VALUE " DATED ".
                 05 PRINT-INVOICE-DATE     PIC 9(8).
                 05 FILLER                 PIC X(5) VALUE " DUE ".
                 05 PRINT-INVOICE-DUE-DATE PIC 9(8).
                 05 FILLER                 PIC X(9) VALUE " BALANCE ".
                 05 PRINT-INVOICE-BALANCE  PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(2) VALUE SPACE.
      * CAPTURING THE COMPARISON DATE AT EACH 30-DAY MARK.
       COMPUTE-THE-CUTOFFS.
           ACCEPT AGE-DATE-WHOLE FROM DATE YYYYMMDD.
           MOVE AGE-DATE-WHOLE TO CUTOFF-00-DATE.
           PERFORM WALK-BACK-ONE-DAY 30 TIMES.
           MOVE AGE-DATE-WHOLE TO CUTOFF-30-DATE.
           PERFORM WALK-BACK-ONE-DAY 30 TIMES.

       ADD-ITEM-TO-BUCKET.
           ADD AR-BALANCE-DUE TO ACCT-TOTAL-AMT.
           PERFORM FIND-THE-BUCKET.
           IF ITEM-BUCKET = 1
                     ADD AR-BALANCE-DUE TO ACCT-CURRENT-AMT.
           IF ITEM-BUCKET = 2
                     ADD AR-BALANCE-DUE TO ACCT-30-AMT.
           IF ITEM-BUCKET = 3
                     ADD AR-BALANCE-DUE TO ACCT-60-AMT.
           IF ITEM-BUCKET = 4
                     ADD AR-BALANCE-DUE TO ACCT-90-AMT.
           IF ITEM-BUCKET = 5
                     ADD AR-BALANCE-DUE TO ACCT-120-AMT.

      * FIND-THE-BUCKET AGES THE ITEM FROM ITS DUE DATE, OR FROM ITS
      * INVOICE DATE ONE CUTOFF FURTHER BACK WHEN IT HAS NONE.
       FIND-THE-BUCKET.
           IF AR-DUE-DATE NOT = ZERO
                     PERFORM BUCKET-BY-DUE-DATE
           ELSE
                     PERFORM BUCKET-BY-INVOICE-DATE.

       BUCKET-BY-DUE-DATE.
           IF AR-DUE-DATE > CUTOFF-00-DATE
                     MOVE 1 TO ITEM-BUCKET
           ELSE IF AR-DUE-DATE > CUTOFF-30-DATE
                     MOVE 2 TO ITEM-BUCKET
           ELSE IF AR-DUE-DATE > CUTOFF-60-DATE
                     MOVE 3 TO ITEM-BUCKET
           ELSE IF AR-DUE-DATE > CUTOFF-90-DATE
                     MOVE 4 TO ITEM-BUCKET
           ELSE
                     MOVE 5 TO ITEM-BUCKET.

       BUCKET-BY-INVOICE-DATE.
           IF AR-INVOICE-DATE > CUTOFF-30-DATE
                     MOVE 1 TO ITEM-BUCKET
           ELSE IF AR-INVOICE-DATE > CUTOFF-60-DATE
                     MOVE 2 TO ITEM-BUCKET
           ELSE IF AR-INVOICE-DATE > CUTOFF-90-DATE
                     MOVE 3 TO ITEM-BUCKET
           ELSE IF AR-INVOICE-DATE > CUTOFF-120-DATE
                     MOVE 4 TO ITEM-BUCKET
           ELSE
                     MOVE 5 TO ITEM-BUCKET.

       PRINT-THE-ACCOUNT-LINE.
           MOVE CUSTOMER-ACCOUNT-NUMBER TO PRINT-ACCOUNT.
       PRINT-THE-INVOICE-LINE.
           MOVE AR-INVOICE-NUMBER TO PRINT-INVOICE-NUMBER.
           MOVE AR-INVOICE-DATE TO PRINT-INVOICE-DATE.
           MOVE AR-DUE-DATE TO PRINT-INVOICE-DUE-DATE.
           MOVE AR-BALANCE-DUE TO PRINT-INVOICE-BALANCE.
           PERFORM FIND-THE-BUCKET.
           IF ITEM-BUCKET = 1
                     MOVE "CURRENT" TO PRINT-BUCKET-LABEL.
           IF ITEM-BUCKET = 2
                     MOVE "1-30" TO PRINT-BUCKET-LABEL.
           IF ITEM-BUCKET = 3
                     MOVE "31-60" TO PRINT-BUCKET-LABEL.
           IF ITEM-BUCKET = 4
                     MOVE "61-90" TO PRINT-BUCKET-LABEL.
           IF ITEM-BUCKET = 5
                     MOVE "OVER 90" TO PRINT-BUCKET-LABEL.
           MOVE INVOICE-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

