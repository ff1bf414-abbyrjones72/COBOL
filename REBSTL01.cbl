      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBSTL01.

      ******************************************************************
      * This program is the year-end volume-rebate settlement. Every
      * rebate program on REBPGM.DAT whose year ended on or before
      * the business date and is not yet settled is settled now (on
      * the month's last business day, the night the cycle runs its
      * month-end block, that is on or before the calendar month end,
      * so a year ending on a shut day is not left a month): the
      * customer's purchases for the year are added up off
      * SALESDTL.DAT (returns come off as the negative rows ORDRTN01
      * files), the percent of the highest threshold reached is paid
      * on all of them, and the rebate is posted to ARITEM.DAT as a
      * credit item of its own - typed "R", numbered off INVCTL.DAT
      * like any invoice, carrying the rebate as a negative balance -
      * so it shows on the statement and nets against what the
      * customer owes. A year that reached no threshold is settled at
      * zero with nothing posted. The settlement register lists every
      * program settled. Purchases and rebates are in home currency,
      * and the credit is posted as a home-currency item.
      *
      * The rebate letters then print after the register, through the
      * same template machinery CUSTLTR01 runs LETTER.TPL through,
      * from REBATE.TPL. The usual address markers work (&FIRST &LAST
      * &ADDR1 &ADDR2 &CITY &STATE &ZIP), plus &YEAR for the program
      * year, &PURCH for the year's purchases, &PCT for the percent
      * earned, &REBATE for the rebate, and &CREDIT for the credit
      * item number. Each program carries a letter flag (see
      * WREBPGM.CPY) set as its letter prints, so a letter lost to a
      * failed run goes out on the next one and none goes twice. A
      * letter to an address marked undeliverable (MAILRTN01) is held
      * back and listed on the returned-mail page instead, its flag
      * left unset so it goes out once the address is corrected.
      *
      * A PROGRAM IS MARKED SETTLED ONLY AFTER ITS CREDIT HAS POSTED,
      * AND THE INVOICE CONTROL IS SAVED AS EACH NUMBER IS TAKEN, SO
      * A RUN THAT DIES PART WAY CAN SIMPLY BE RUN AGAIN.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT TEMPLATE-FILE
                           ASSIGN TO "REBATE.TPL"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS TEMPLATE-FILE-STATUS.

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

                 SELECT AR-ITEM-FILE
                           ASSIGN TO "ARITEM.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS AR-INVOICE-NUMBER
                           FILE STATUS IS AR-FILE-STATUS.

                 SELECT OPTIONAL INVOICE-CONTROL-FILE
                           ASSIGN TO "INVCTL.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS INV-CONTROL-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TEMPLATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TEMPLATE-RECORD                PIC X(80).

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

      * CUSTOMER-RECORD IS THE SHARED MASTER LAYOUT - SEE
      * COPYBOOKS/WCUSTF.CPY.
       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

      * AR-ITEM-RECORD IS THE SHARED OPEN-ITEM LAYOUT - SEE
      * COPYBOOKS/WARITEM.CPY.
       FD  AR-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARITEM.

      * INVCTL.DAT IS THE SAME NEXT-INVOICE-NUMBER CONTROL ORDINV01
      * NUMBERS ITS INVOICES FROM, SO A REBATE CREDIT AND AN INVOICE
      * CAN NEVER SHARE A NUMBER.
       FD  INVOICE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVOICE-CONTROL-RECORD.
                 05 NEXT-INVOICE-NUMBER    PIC 9(7).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  TEMPLATE-FILE-STATUS      PIC XX.
       01  REBATE-FILE-STATUS        PIC XX.
       01  CUSTOMER-FILE-STATUS      PIC XX.
       01  AR-FILE-STATUS            PIC XX.
       01  INV-CONTROL-FILE-STATUS   PIC XX.
       01  END-OF-FILE               PIC X.
       01  DETAIL-END-OF-FILE        PIC X.
       01  RECORD-FOUND              PIC X.
       01  CREDIT-IS-POSTED          PIC X.
       01  POSTING-CHECK-DATE        PIC 9(8).
       01  PERIOD-IS-GOOD            PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       01  DATE-ENTRY                PIC X(8).
       01  THE-BUSINESS-DATE         PIC 9(8).
       01  SETTLE-THROUGH-DATE       PIC 9(8).

      * THE BUSDAY01 QUESTION AND ANSWER - SEE
      * COPYBOOKS/WBUSDAY.CPY.
       COPY WBUSDAY.

      * WORK FIELDS FOR FINDING THE CALENDAR MONTH END.
       01  MONTH-END-PARTS.
                 05 MONTH-END-YEAR        PIC 9(4).
                 05 MONTH-END-MONTH       PIC 99.
                 05 MONTH-END-DAY         PIC 99.
       01  MONTH-END-WHOLE REDEFINES MONTH-END-PARTS
                                          PIC 9(8).
       01  MONTH-LENGTH-TEXT         PIC X(24) VALUE
                                     "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-TEXT.
                 05 MONTH-LENGTH OCCURS 12 TIMES PIC 99.
       01  LEAP-QUOTIENT             PIC 9(4).
       01  LEAP-REMAINDER            PIC 9(4).
       01  INVOICE-NUMBER-TO-USE     PIC 9(7).
       01  CREDIT-NUMBER-POSTED      PIC 9(7).

      * THE FIGURES FOR THE PROGRAM BEING SETTLED.
       01  YEAR-PURCHASES            PIC S9(9)V99.
       01  RATE-REACHED              PIC 99V99.
       01  EARNED-REBATE             PIC 9(9)V99.
       01  TIER-SUBSCRIPT            PIC 9.

       01  PROGRAMS-SETTLED          PIC 9(5) VALUE ZERO.
       01  PROGRAMS-EARNED           PIC 9(5) VALUE ZERO.
       01  REBATE-TOTAL              PIC 9(11)V99 VALUE ZERO.
       01  LETTERS-PRINTED           PIC 9(5) VALUE ZERO.

      * THE TEMPLATE IS LOADED INTO THIS TABLE ONCE AT OPEN SO IT CAN
      * BE REPLAYED FOR EVERY LETTER.
       01  TEMPLATE-TABLE.
                 05 TEMPLATE-LINE OCCURS 60 TIMES PIC X(80).
       01  TEMPLATE-LINE-COUNT       PIC 99 VALUE ZERO.
       01  TEMPLATE-SUBSCRIPT        PIC 99.

      * WORK FIELDS FOR THE MARKER SUBSTITUTION SCAN, THE SAME
      * ENGINE CUSTLTR01 RUNS ITS LETTER LINES THROUGH.
       01  IN-LINE                   PIC X(86).
       01  OUT-LINE                  PIC X(132).
       01  IN-INDEX                  PIC 999.
       01  OUT-INDEX                 PIC 999.
       01  MARKER-LENGTH             PIC 9.
       01  FIELD-VALUE               PIC X(40).
       01  FIELD-LENGTH              PIC 99.
       01  TRIM-INDEX                PIC 99.
       01  ZIP-AS-TEXT               PIC 9(5).
       01  AMOUNT-AS-TEXT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  PERCENT-AS-TEXT           PIC Z9.99.
       01  LEFT-INDEX                PIC 99.

      * CUSTOMERS HELD BACK FOR RETURNED MAIL - SEE
      * COPYBOOKS/WMAILXW.CPY.
       COPY WMAILXW.

      * Structures for the printed settlement register.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(38) VALUE
                     "VOLUME REBATE SETTLEMENT - YEARS ENDED".
                 05 FILLER                 PIC X(4) VALUE " BY ".
                 05 PRINT-BUSINESS-DATE    PIC 9(8).

       01  SUBTITLE-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 SUB-OPERATOR-ID        PIC X(10).

       01  COLUMN-HEADING-LINE.
                 05 FILLER                 PIC X(9) VALUE "ACCOUNT".
                 05 FILLER                 PIC X(21) VALUE "NAME".
                 05 FILLER                 PIC X(5) VALUE "YEAR".
                 05 FILLER                 PIC X(18) VALUE
                                           "FROM     THROUGH".
                 05 FILLER                 PIC X(16) VALUE
                                           "       PURCHASES".
                 05 FILLER                 PIC X(7) VALUE "  RATE".
                 05 FILLER                 PIC X(15) VALUE
                                           "         REBATE".
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 FILLER                 PIC X(7) VALUE "CREDIT".

       01  SETTLEMENT-LINE.
                 05 PRINT-ACCOUNT          PIC 9(7).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-NAME             PIC X(20).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-YEAR             PIC 9(4).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-FROM-DATE        PIC 9(8).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-TO-DATE          PIC 9(8).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-PURCHASES        PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-RATE             PIC Z9.99.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-REBATE           PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-CREDIT-TEXT      PIC X(20).

       01  TOTAL-LINE.
                 05 FILLER                 PIC X(9) VALUE "TOTAL".
                 05 PRINT-SETTLED-COUNT    PIC ZZZZ9.
                 05 FILLER                 PIC X(12) VALUE
                                           " SETTLED,".
                 05 PRINT-EARNED-COUNT     PIC ZZZZ9.
                 05 FILLER                 PIC X(41) VALUE
                                           " EARNED A REBATE".
                 05 PRINT-REBATE-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "N" TO END-OF-FILE.
            PERFORM READ-NEXT-PROGRAM.
            PERFORM SETTLE-ONE-PROGRAM
                 UNTIL END-OF-FILE = "Y".
            PERFORM PRINT-THE-TOTALS.
            PERFORM PRINT-THE-LETTERS.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           PERFORM GET-THE-BUSINESS-DATE.
           PERFORM SET-THE-SETTLE-THROUGH-DATE.
           PERFORM CHECK-THE-OPEN-PERIOD.
           PERFORM LOAD-THE-TEMPLATE.
           OPEN I-O REBATE-PROGRAM-FILE.
           IF REBATE-FILE-STATUS = "35"
                     OPEN OUTPUT REBATE-PROGRAM-FILE
                     CLOSE REBATE-PROGRAM-FILE
                     OPEN I-O REBATE-PROGRAM-FILE.
           IF REBATE-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN REBPGM.DAT - STATUS "
                             REBATE-FILE-STATUS
                     STOP RUN.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "
                             CUSTOMER-FILE-STATUS
                     STOP RUN.
           PERFORM LOAD-THE-INVOICE-CONTROL.
           OPEN OUTPUT PRINTER-FILE.
           MOVE SETTLE-THROUGH-DATE TO PRINT-BUSINESS-DATE.
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
           PERFORM PRINT-THE-RETURNED-MAIL.
           CLOSE PRINTER-FILE.
           DISPLAY PROGRAMS-SETTLED " REBATE PROGRAM(S) SETTLED, "
                   LETTERS-PRINTED " LETTER(S) PRINTED".

       GET-THE-BUSINESS-DATE.
           DISPLAY "SETTLE PROGRAMS ENDED BY (YYYYMMDD, BLANK FOR "
                   "TODAY) ? ".
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY = SPACE
                     ACCEPT THE-BUSINESS-DATE FROM DATE YYYYMMDD
           ELSE
                     IF DATE-ENTRY IS NUMERIC
                               MOVE DATE-ENTRY TO THE-BUSINESS-DATE
                     ELSE
                               DISPLAY "DATE MUST BE YYYYMMDD"
                               GO TO GET-THE-BUSINESS-DATE.

      * SET-THE-SETTLE-THROUGH-DATE - PROGRAMS ARE SETTLED THROUGH
      * THE BUSINESS DATE, OR ON THE MONTH'S LAST BUSINESS DAY
      * (BUSDAY01 "T") THROUGH THE CALENDAR MONTH END, SO A YEAR
      * ENDING ON THE SHUT DAYS AFTER IT IS SETTLED THAT NIGHT.
       SET-THE-SETTLE-THROUGH-DATE.
           MOVE THE-BUSINESS-DATE TO SETTLE-THROUGH-DATE.
           MOVE "T" TO BUSDAY-FUNCTION.
           MOVE THE-BUSINESS-DATE TO BUSDAY-FROM-DATE.
           CALL "BUSDAY01" USING BUSINESS-DAY-AREA.
           IF BUSDAY-MONTH-END = "Y"
                     MOVE THE-BUSINESS-DATE TO MONTH-END-WHOLE
                     MOVE MONTH-LENGTH (MONTH-END-MONTH) TO
                               MONTH-END-DAY
                     IF MONTH-END-MONTH = 2
                               DIVIDE MONTH-END-YEAR BY 4
                                         GIVING LEAP-QUOTIENT
                                         REMAINDER LEAP-REMAINDER
                               IF LEAP-REMAINDER = ZERO
                                         MOVE 29 TO MONTH-END-DAY
                               END-IF
                     END-IF
                     MOVE MONTH-END-WHOLE TO SETTLE-THROUGH-DATE.

      * CHECK-THE-OPEN-PERIOD REFUSES TO POST INTO A FISCAL PERIOD
      * THAT IS NOT OPEN, THROUGH THE SHARED FISCHK01 CHECK - THE
      * CREDITS CARRY THE BUSINESS DATE.
       CHECK-THE-OPEN-PERIOD.
           MOVE THE-BUSINESS-DATE TO POSTING-CHECK-DATE.
           CALL "FISCHK01" USING POSTING-CHECK-DATE PERIOD-IS-GOOD.
           IF PERIOD-IS-GOOD NOT = "Y"
                     DISPLAY "THE FISCAL PERIOD FOR " THE-BUSINESS-DATE
                             " IS NOT OPEN FOR POSTING - SEE FISCMNT01"
                     STOP RUN.

      * LOAD-THE-TEMPLATE READS REBATE.TPL INTO THE TEMPLATE TABLE
      * BEFORE ANYTHING POSTS. A MISSING OR EMPTY TEMPLATE STOPS THE
      * RUN - A CREDIT SHOULD NOT POST WITH NO WAY TO TELL THE
      * CUSTOMER ABOUT IT.
       LOAD-THE-TEMPLATE.
           OPEN INPUT TEMPLATE-FILE.
           IF TEMPLATE-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN REBATE.TPL - STATUS "
                             TEMPLATE-FILE-STATUS
                     STOP RUN.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-TEMPLATE-LINE.
           PERFORM LOAD-ONE-TEMPLATE-LINE
                 UNTIL END-OF-FILE = "Y" OR
                       TEMPLATE-LINE-COUNT = 60.
           CLOSE TEMPLATE-FILE.
           IF TEMPLATE-LINE-COUNT = ZERO
                     DISPLAY "REBATE.TPL IS EMPTY - NOTHING TO PRINT"
                     STOP RUN.

       READ-NEXT-TEMPLATE-LINE.
           READ TEMPLATE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       LOAD-ONE-TEMPLATE-LINE.
           ADD 1 TO TEMPLATE-LINE-COUNT.
           MOVE TEMPLATE-RECORD TO
                     TEMPLATE-LINE (TEMPLATE-LINE-COUNT).
           PERFORM READ-NEXT-TEMPLATE-LINE.

       LOAD-THE-INVOICE-CONTROL.
           MOVE 7000001 TO INVOICE-NUMBER-TO-USE.
           OPEN INPUT INVOICE-CONTROL-FILE.
           IF INV-CONTROL-FILE-STATUS = "00"
                     READ INVOICE-CONTROL-FILE
                     IF INV-CONTROL-FILE-STATUS = "00"
                               MOVE NEXT-INVOICE-NUMBER TO
                                    INVOICE-NUMBER-TO-USE.
           CLOSE INVOICE-CONTROL-FILE.

       SAVE-THE-INVOICE-CONTROL.
           OPEN OUTPUT INVOICE-CONTROL-FILE.
           MOVE INVOICE-NUMBER-TO-USE TO NEXT-INVOICE-NUMBER.
           WRITE INVOICE-CONTROL-RECORD.
           CLOSE INVOICE-CONTROL-FILE.

       READ-NEXT-PROGRAM.
           READ REBATE-PROGRAM-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

      * SETTLE-ONE-PROGRAM SETTLES AN OPEN PROGRAM WHOSE YEAR HAS
      * ENDED. THE CREDIT POSTS FIRST; THE PROGRAM IS ONLY MARKED
      * SETTLED ONCE IT HAS.
       SETTLE-ONE-PROGRAM.
           IF NOT REBATE-IS-SETTLED AND
              REBATE-END-DATE NOT > SETTLE-THROUGH-DATE
                     PERFORM GATHER-THE-PURCHASES
                     PERFORM FIGURE-THE-REBATE
                     MOVE "Y" TO CREDIT-IS-POSTED
                     IF EARNED-REBATE NOT = ZERO
                               PERFORM POST-THE-CREDIT
                     END-IF
                     IF CREDIT-IS-POSTED = "Y"
                               PERFORM MARK-THE-PROGRAM-SETTLED.
           PERFORM READ-NEXT-PROGRAM.

      * GATHER-THE-PURCHASES ADDS UP THE ACCOUNT'S SALESDTL.DAT ROWS
      * INSIDE THE PROGRAM YEAR. THE FILE IS OPENED AND CLOSED PER
      * PROGRAM SO EACH SCAN STARTS AT THE TOP.
       GATHER-THE-PURCHASES.
           MOVE ZEROES TO YEAR-PURCHASES.
           OPEN INPUT SALES-DETAIL-FILE.
           MOVE "N" TO DETAIL-END-OF-FILE.
           PERFORM READ-NEXT-DETAIL.
           PERFORM ADD-ONE-DETAIL
                 UNTIL DETAIL-END-OF-FILE = "Y".
           CLOSE SALES-DETAIL-FILE.

       READ-NEXT-DETAIL.
           READ SALES-DETAIL-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO DETAIL-END-OF-FILE.

       ADD-ONE-DETAIL.
           IF DETAIL-ACCOUNT-NUMBER = REBATE-ACCOUNT AND
              DETAIL-DATE NOT < REBATE-START-DATE AND
              DETAIL-DATE NOT > REBATE-END-DATE
                     ADD DETAIL-AMOUNT TO YEAR-PURCHASES.
           PERFORM READ-NEXT-DETAIL.

      * FIGURE-THE-REBATE FINDS THE HIGHEST TIER THE YEAR'S PURCHASES
      * REACHED AND PAYS ITS PERCENT ON ALL OF THEM.
       FIGURE-THE-REBATE.
           MOVE ZEROES TO RATE-REACHED EARNED-REBATE.
           PERFORM WEIGH-ONE-TIER
                     VARYING TIER-SUBSCRIPT FROM 1 BY 1
                     UNTIL TIER-SUBSCRIPT > 4.
           IF YEAR-PURCHASES > ZERO
                     COMPUTE EARNED-REBATE ROUNDED =
                               YEAR-PURCHASES * RATE-REACHED / 100.

       WEIGH-ONE-TIER.
           IF REBATE-THRESHOLD (TIER-SUBSCRIPT) NOT = ZERO AND
              YEAR-PURCHASES NOT < REBATE-THRESHOLD (TIER-SUBSCRIPT)
                     MOVE REBATE-PERCENT (TIER-SUBSCRIPT) TO
                               RATE-REACHED.

      * POST-THE-CREDIT FILES THE REBATE AS A NEW OPEN ITEM CARRYING
      * A NEGATIVE BALANCE, DUE THE DAY IT POSTS. THE INVOICE CONTROL
      * IS SAVED AS EACH NUMBER IS TAKEN, SO A RUN THAT DIES PART WAY
      * NEVER HANDS A USED NUMBER TO ORDINV01.
       POST-THE-CREDIT.
           OPEN I-O AR-ITEM-FILE.
           IF AR-FILE-STATUS = "35"
                     OPEN OUTPUT AR-ITEM-FILE
                     CLOSE AR-ITEM-FILE
                     OPEN I-O AR-ITEM-FILE.
           MOVE INVOICE-NUMBER-TO-USE TO AR-INVOICE-NUMBER
                                         CREDIT-NUMBER-POSTED.
           MOVE REBATE-ACCOUNT TO AR-ACCOUNT-NUMBER.
           MOVE THE-BUSINESS-DATE TO AR-INVOICE-DATE.
           MOVE EARNED-REBATE TO AR-ORIGINAL-AMOUNT.
           COMPUTE AR-BALANCE-DUE = ZERO - EARNED-REBATE.
           MOVE "O" TO AR-ITEM-STATUS.
           MOVE "R" TO AR-ITEM-TYPE.
           MOVE THE-BUSINESS-DATE TO AR-DUE-DATE.
           MOVE ZERO TO AR-DISCOUNT-DATE AR-DISCOUNT-AMOUNT.
           MOVE SPACE TO AR-CURRENCY-CODE.
           MOVE 1 TO AR-EXCHANGE-RATE.
           MOVE EARNED-REBATE TO AR-FOREIGN-AMOUNT.
           WRITE AR-ITEM-RECORD
                     INVALID KEY
                     MOVE "N" TO CREDIT-IS-POSTED
                     DISPLAY "ITEM " AR-INVOICE-NUMBER
                             " ALREADY ON ARITEM.DAT - CHECK "
                             "INVCTL.DAT; ACCOUNT "
                             REBATE-ACCOUNT " NOT SETTLED".
           CLOSE AR-ITEM-FILE.
           ADD 1 TO INVOICE-NUMBER-TO-USE.
           PERFORM SAVE-THE-INVOICE-CONTROL.

       MARK-THE-PROGRAM-SETTLED.
           MOVE "S" TO REBATE-STATUS.
           MOVE THE-BUSINESS-DATE TO REBATE-SETTLED-DATE.
           MOVE YEAR-PURCHASES TO REBATE-SETTLED-SALES.
           MOVE EARNED-REBATE TO REBATE-SETTLED-AMOUNT.
           IF EARNED-REBATE NOT = ZERO
                     MOVE CREDIT-NUMBER-POSTED TO REBATE-CREDIT-NUMBER
                     MOVE "N" TO REBATE-LETTER-FLAG
           ELSE
                     MOVE ZERO TO REBATE-CREDIT-NUMBER
                     MOVE "Y" TO REBATE-LETTER-FLAG.
           REWRITE REBATE-PROGRAM-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED ON REBPGM.DAT - STATUS "
                             REBATE-FILE-STATUS
                     NOT INVALID KEY
                     PERFORM PRINT-THE-SETTLEMENT.

       PRINT-THE-SETTLEMENT.
           ADD 1 TO PROGRAMS-SETTLED.
           MOVE SPACE TO SETTLEMENT-LINE.
           MOVE REBATE-ACCOUNT TO PRINT-ACCOUNT.
           PERFORM READ-THE-CUSTOMER.
           IF RECORD-FOUND = "Y"
                     MOVE CUSTOMER-LAST-NAME TO PRINT-NAME
           ELSE
                     MOVE "(NOT ON FILE)" TO PRINT-NAME.
           MOVE REBATE-YEAR TO PRINT-YEAR.
           MOVE REBATE-START-DATE TO PRINT-FROM-DATE.
           MOVE REBATE-END-DATE TO PRINT-TO-DATE.
           MOVE YEAR-PURCHASES TO PRINT-PURCHASES.
           MOVE RATE-REACHED TO PRINT-RATE.
           MOVE EARNED-REBATE TO PRINT-REBATE.
           IF EARNED-REBATE NOT = ZERO
                     ADD 1 TO PROGRAMS-EARNED
                     ADD EARNED-REBATE TO REBATE-TOTAL
                     MOVE REBATE-CREDIT-NUMBER TO PRINT-CREDIT-TEXT
           ELSE
                     MOVE "NO THRESHOLD REACHED" TO PRINT-CREDIT-TEXT.
           MOVE SETTLEMENT-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       READ-THE-CUSTOMER.
           MOVE REBATE-ACCOUNT TO CUSTOMER-ACCOUNT-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE PROGRAMS-SETTLED TO PRINT-SETTLED-COUNT.
           MOVE PROGRAMS-EARNED TO PRINT-EARNED-COUNT.
           MOVE REBATE-TOTAL TO PRINT-REBATE-TOTAL.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

      * PRINT-THE-LETTERS GOES BACK OVER THE PROGRAMS FOR EVERY
      * SETTLED ONE STILL OWED ITS LETTER - TONIGHT'S, AND ANY A
      * FAILED RUN LEFT BEHIND - AND FLAGS EACH AS IT PRINTS. THE
      * FILE IS CLOSED AND REOPENED SO THE READ STARTS AT THE TOP.
       PRINT-THE-LETTERS.
           CLOSE REBATE-PROGRAM-FILE.
           OPEN I-O REBATE-PROGRAM-FILE.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-PROGRAM.
           PERFORM LETTER-ONE-PROGRAM
                 UNTIL END-OF-FILE = "Y".

       LETTER-ONE-PROGRAM.
           IF REBATE-IS-SETTLED AND REBATE-LETTER-IS-DUE
                     PERFORM READ-THE-CUSTOMER
                     IF RECORD-FOUND = "Y" AND
                        CUSTOMER-MAIL-IS-UNDELIVERABLE
                               PERFORM HOLD-THE-RETURNED-MAIL
                     ELSE IF RECORD-FOUND = "Y"
                               MOVE REBATE-SETTLED-SALES TO
                                         YEAR-PURCHASES
                               PERFORM FIGURE-THE-REBATE
                               MOVE REBATE-SETTLED-AMOUNT TO
                                         EARNED-REBATE
                               PERFORM PRINT-ONE-LETTER
                               MOVE "Y" TO REBATE-LETTER-FLAG
                               PERFORM REWRITE-THE-LETTER-FLAG.
           PERFORM READ-NEXT-PROGRAM.

       REWRITE-THE-LETTER-FLAG.
           REWRITE REBATE-PROGRAM-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED ON REBPGM.DAT - STATUS "
                             REBATE-FILE-STATUS.

       PRINT-ONE-LETTER.
           ADD 1 TO LETTERS-PRINTED.
           PERFORM PRINT-MERGED-LINE
                     VARYING TEMPLATE-SUBSCRIPT FROM 1 BY 1
                     UNTIL TEMPLATE-SUBSCRIPT > TEMPLATE-LINE-COUNT.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

       PRINT-MERGED-LINE.
           MOVE SPACE TO IN-LINE.
           MOVE TEMPLATE-LINE (TEMPLATE-SUBSCRIPT) TO IN-LINE (1:80).
           PERFORM SUBSTITUTE-THE-MARKERS.
           MOVE OUT-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * SUBSTITUTE-THE-MARKERS WALKS THE TEMPLATE LINE LEFT TO RIGHT,
      * COPYING ORDINARY TEXT ACROSS UNCHANGED AND SWAPPING EACH
      * MARKER FOR ITS FIELD VALUE AS IT IS MET - THE SAME ENGINE
      * CUSTLTR01 USES, WITH THE REBATE MARKERS ADDED.
       SUBSTITUTE-THE-MARKERS.
           MOVE SPACE TO OUT-LINE.
           MOVE 1 TO IN-INDEX.
           MOVE 1 TO OUT-INDEX.
           PERFORM HANDLE-ONE-POSITION
                 UNTIL IN-INDEX > 80.

       HANDLE-ONE-POSITION.
           MOVE ZERO TO MARKER-LENGTH.
           IF IN-LINE (IN-INDEX:1) = "&"
                     PERFORM RECOGNIZE-THE-MARKER.
           IF MARKER-LENGTH = ZERO
                     PERFORM COPY-ONE-CHARACTER
           ELSE
                     PERFORM COPY-THE-FIELD-VALUE
                     ADD MARKER-LENGTH TO IN-INDEX.

       COPY-ONE-CHARACTER.
           IF OUT-INDEX NOT > 132
                     MOVE IN-LINE (IN-INDEX:1) TO
                               OUT-LINE (OUT-INDEX:1)
                     ADD 1 TO OUT-INDEX.
           ADD 1 TO IN-INDEX.

      * THE AMOUNT MARKERS ARE EDITED WITH LEADING BLANKS, WHICH
      * LEFT-JUSTIFY-THE-VALUE SQUEEZES OUT SO THE FIGURE SITS
      * AGAINST THE TEXT BEFORE IT.
       RECOGNIZE-THE-MARKER.
           IF IN-LINE (IN-INDEX:7) = "&REBATE"
                     MOVE EARNED-REBATE TO AMOUNT-AS-TEXT
                     MOVE AMOUNT-AS-TEXT TO FIELD-VALUE
                     PERFORM LEFT-JUSTIFY-THE-VALUE
                     MOVE 7 TO MARKER-LENGTH
           ELSE IF IN-LINE (IN-INDEX:7) = "&CREDIT"
                     MOVE SPACE TO FIELD-VALUE
                     MOVE REBATE-CREDIT-NUMBER TO FIELD-VALUE (1:7)
                     MOVE 7 TO MARKER-LENGTH
           ELSE IF IN-LINE (IN-INDEX:6) = "&PURCH"
                     MOVE YEAR-PURCHASES TO AMOUNT-AS-TEXT
                     MOVE AMOUNT-AS-TEXT TO FIELD-VALUE
                     PERFORM LEFT-JUSTIFY-THE-VALUE
                     MOVE 6 TO MARKER-LENGTH
           ELSE IF IN-LINE (IN-INDEX:6) = "&FIRST"
                     MOVE CUSTOMER-FIRST-NAME TO FIELD-VALUE
                     MOVE 6 TO MARKER-LENGTH
           ELSE IF IN-LINE (IN-INDEX:6) = "&ADDR1"
                     MOVE CUSTOMER-ADDRESS1 TO FIELD-VALUE
                     MOVE 6 TO MARKER-LENGTH
           ELSE IF IN-LINE (IN-INDEX:6) = "&ADDR2"
                     MOVE CUSTOMER-ADDRESS2 TO FIELD-VALUE
                     MOVE 6 TO MARKER-LENGTH
           ELSE IF IN-LINE (IN-INDEX:6) = "&STATE"
                     MOVE CUSTOMER-STATE TO FIELD-VALUE
                     MOVE 6 TO MARKER-LENGTH
           ELSE IF IN-LINE (IN-INDEX:5) = "&LAST"
                     MOVE CUSTOMER-LAST-NAME TO FIELD-VALUE
                     MOVE 5 TO MARKER-LENGTH
           ELSE IF IN-LINE (IN-INDEX:5) = "&CITY"
                     MOVE CUSTOMER-CITY TO FIELD-VALUE
                     MOVE 5 TO MARKER-LENGTH
           ELSE IF IN-LINE (IN-INDEX:5) = "&YEAR"
                     MOVE SPACE TO FIELD-VALUE
                     MOVE REBATE-YEAR TO FIELD-VALUE (1:4)
                     MOVE 5 TO MARKER-LENGTH
           ELSE IF IN-LINE (IN-INDEX:4) = "&PCT"
                     MOVE RATE-REACHED TO PERCENT-AS-TEXT
                     MOVE PERCENT-AS-TEXT TO FIELD-VALUE
                     PERFORM LEFT-JUSTIFY-THE-VALUE
                     MOVE 4 TO MARKER-LENGTH
           ELSE IF IN-LINE (IN-INDEX:4) = "&ZIP"
                     MOVE CUSTOMER-ZIP TO ZIP-AS-TEXT
                     MOVE SPACE TO FIELD-VALUE
                     MOVE ZIP-AS-TEXT TO FIELD-VALUE (1:5)
                     MOVE 4 TO MARKER-LENGTH.

       LEFT-JUSTIFY-THE-VALUE.
           MOVE 1 TO LEFT-INDEX.
           PERFORM STEP-PAST-ONE-BLANK
                     UNTIL LEFT-INDEX > 40 OR
                           FIELD-VALUE (LEFT-INDEX:1) NOT = SPACE.
           IF LEFT-INDEX > 1 AND LEFT-INDEX NOT > 40
                     MOVE FIELD-VALUE (LEFT-INDEX:) TO FIELD-VALUE.

       STEP-PAST-ONE-BLANK.
           ADD 1 TO LEFT-INDEX.

       COPY-THE-FIELD-VALUE.
           PERFORM FIND-THE-FIELD-LENGTH.
           IF FIELD-LENGTH NOT = ZERO AND
              OUT-INDEX + FIELD-LENGTH - 1 NOT > 132
                     MOVE FIELD-VALUE (1:FIELD-LENGTH) TO
                               OUT-LINE (OUT-INDEX:FIELD-LENGTH)
                     ADD FIELD-LENGTH TO OUT-INDEX.

       FIND-THE-FIELD-LENGTH.
           MOVE ZEROES TO FIELD-LENGTH.
           PERFORM CHECK-ONE-TRIM-POSITION
                     VARYING TRIM-INDEX FROM 40 BY -1
                     UNTIL TRIM-INDEX < 1 OR FIELD-LENGTH NOT = ZERO.

       CHECK-ONE-TRIM-POSITION.
           IF FIELD-VALUE (TRIM-INDEX:1) NOT = SPACE
                     MOVE TRIM-INDEX TO FIELD-LENGTH.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

      * HOLD-THE-RETURNED-MAIL AND PRINT-THE-RETURNED-MAIL ARE SHARED
      * ACROSS THE MAILING PROGRAMS - SEE COPYBOOKS/MAILEXC.CPY.
       COPY MAILEXC.

       END PROGRAM REBSTL01.
