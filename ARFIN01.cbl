      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARFIN01.

      ******************************************************************
      * This program is the month-end finance-charge run. The
      * operator keys the monthly rate and the minimum charge; for
      * every account not marked exempt (CUSTUPD01 sets the mark) the
      * open invoice balance past due - due on or before the business
      * date, the same line ARAGE01 draws between current and the
      * first past-due bucket - is charged at the rate, raised to the
      * minimum when the rate comes to less. An item carrying no due
      * date is taken as due 30 days after its invoice date. The
      * charge is posted to ARITEM.DAT as an open item of its own,
      * typed "F", numbered off INVCTL.DAT like any invoice, so it
      * ages in ARAGE01 and shows on the ARSTMT01 statement. Earlier
      * finance charges are never charged on again. The register
      * lists every charge posted. Balances and charges are in home
      * currency, so a charge is posted as a home-currency item even
      * for an account billed in a foreign one.
      *
      * THE MONTH CHARGED IS KEPT ON FINCTL.DAT AND A SECOND RUN
      * WITH A BUSINESS DATE IN THE SAME MONTH IS REFUSED, SO THE
      * MONTH CAN NEVER BE CHARGED TWICE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

                 SELECT OPTIONAL FINANCE-CONTROL-FILE
                           ASSIGN TO "FINCTL.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS FIN-CONTROL-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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
      * NUMBERS ITS INVOICES FROM, SO A CHARGE AND AN INVOICE CAN
      * NEVER SHARE A NUMBER.
       FD  INVOICE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVOICE-CONTROL-RECORD.
                 05 NEXT-INVOICE-NUMBER    PIC 9(7).

       FD  FINANCE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  FINANCE-CONTROL-RECORD.
                 05 LAST-MONTH-CHARGED     PIC 9(6).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  CUSTOMER-FILE-STATUS      PIC XX.
       01  AR-FILE-STATUS            PIC XX.
       01  INV-CONTROL-FILE-STATUS   PIC XX.
       01  FIN-CONTROL-FILE-STATUS   PIC XX.
       01  END-OF-FILE               PIC X.
       01  ITEM-END-OF-FILE          PIC X.
       01  POSTING-CHECK-DATE        PIC 9(8).
       01  PERIOD-IS-GOOD            PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       01  DATE-ENTRY                PIC X(8).
       01  RATE-ENTRY                PIC Z9.99.
       01  MINIMUM-ENTRY             PIC Z(4).ZZ.
       01  THE-BUSINESS-DATE         PIC 9(8).
       01  THE-MONTH                 PIC 9(6).
       01  PRIOR-MONTH-CHARGED       PIC 9(6).
       01  FINANCE-RATE              PIC 99V99.
       01  MINIMUM-CHARGE            PIC 9(4)V99.
       01  PAST-DUE-BALANCE          PIC S9(11)V99.
       01  THE-CHARGE                PIC 9(9)V99.
       01  INVOICE-NUMBER-TO-USE     PIC 9(7).
       01  ACCOUNTS-CHARGED          PIC 9(5) VALUE ZERO.
       01  ACCOUNTS-EXEMPT           PIC 9(5) VALUE ZERO.
       01  CHARGE-TOTAL              PIC 9(11)V99 VALUE ZERO.
       01  PAST-DUE-TOTAL            PIC S9(11)V99 VALUE ZERO.

      * THE PAST-DUE CUTOFF FOR AN ITEM WITH NO DUE DATE, WALKED BACK
      * 30 DAYS FROM THE BUSINESS DATE THE SAME WAY ARAGE01 WALKS
      * BACK ITS BUCKET CUTOFFS: DATED ON OR BEFORE IT IS THE SAME AS
      * DUE 30 DAYS AFTER INVOICE AND NOT PAID BY THE BUSINESS DATE.
       01  AGE-DATE-PARTS.
                 05 AGE-YEAR               PIC 9(4).
                 05 AGE-MONTH              PIC 99.
                 05 AGE-DAY                PIC 99.
       01  AGE-DATE-WHOLE REDEFINES AGE-DATE-PARTS
                                           PIC 9(8).
       01  PAST-DUE-CUTOFF           PIC 9(8).

      * MONTH LENGTHS FOR THE DAY WALK-BACK; FEBRUARY IS PATCHED TO
      * 29 IN A LEAP YEAR AS THE WALK PASSES THROUGH IT.
       01  MONTH-LENGTH-TEXT         PIC X(24) VALUE
                                     "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-TEXT.
                 05 MONTH-LENGTH OCCURS 12 TIMES PIC 99.
       01  LEAP-QUOTIENT             PIC 9(4).
       01  LEAP-REMAINDER            PIC 9(4).

      * Structures for the printed register.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(32) VALUE
                         "FINANCE CHARGE REGISTER - MONTH ".
                 05 PRINT-MONTH            PIC 9(6).
                 05 FILLER                 PIC X(8) VALUE "  RATE ".
                 05 PRINT-RATE             PIC Z9.99.
                 05 FILLER                 PIC X(12) VALUE
                                           "%  MINIMUM ".
                 05 PRINT-MINIMUM          PIC Z,ZZ9.99.

       01  SUBTITLE-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 SUB-OPERATOR-ID        PIC X(10).
                 05 FILLER                 PIC X(25) VALUE
                                           "   PAST DUE IF DUE ON OR ".
                 05 FILLER                 PIC X(10) VALUE
                                           "BEFORE    ".
                 05 SUB-CUTOFF             PIC 9(8).

       01  COLUMN-HEADING-LINE.
                 05 FILLER                 PIC X(8) VALUE "ACCOUNT".
                 05 FILLER                 PIC X(41) VALUE "NAME".
                 05 FILLER                 PIC X(16) VALUE
                                           "        PAST DUE".
                 05 FILLER                 PIC X(16) VALUE
                                           "          CHARGE".
                 05 FILLER                 PIC X(8) VALUE "   ITEM".

       01  CHARGE-DETAIL-LINE.
                 05 PRINT-ACCOUNT          PIC 9(7).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-LAST-NAME        PIC X(20).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-FIRST-NAME       PIC X(20).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-PAST-DUE         PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-CHARGE           PIC ZZZ,ZZZ,ZZ9.99.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-ITEM-NUMBER      PIC 9(7).

       01  TOTAL-LINE.
                 05 FILLER                 PIC X(8) VALUE SPACE.
                 05 PRINT-ACCOUNTS-CHARGED PIC ZZZZ9.
                 05 FILLER                 PIC X(36) VALUE
                         " ACCOUNT(S) CHARGED".
                 05 PRINT-PAST-DUE-TOTAL   PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-CHARGE-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "N" TO END-OF-FILE.
            PERFORM READ-NEXT-CUSTOMER.
            PERFORM CHARGE-ONE-ACCOUNT
                 UNTIL END-OF-FILE = "Y".
            PERFORM PRINT-THE-TOTAL.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           IF OPERATOR-AUTHORITY < 5
                     DISPLAY "UPDATE AUTHORITY IS NEEDED TO RUN "
                             "THIS PROGRAM"
                     STOP RUN.
           DISPLAY "BUSINESS DATE (YYYYMMDD, BLANK FOR TODAY) ? ".
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY IS NUMERIC
                     MOVE DATE-ENTRY TO THE-BUSINESS-DATE
           ELSE
                     ACCEPT THE-BUSINESS-DATE FROM DATE YYYYMMDD.
           PERFORM CHECK-THE-OPEN-PERIOD.
           PERFORM CHECK-THE-MONTH.
           PERFORM GET-THE-RATE.
           DISPLAY "MINIMUM CHARGE (BLANK FOR NONE) ? ".
           ACCEPT MINIMUM-ENTRY.
           MOVE MINIMUM-ENTRY TO MINIMUM-CHARGE.
           PERFORM COMPUTE-THE-CUTOFF.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "
                             CUSTOMER-FILE-STATUS
                     STOP RUN.
           PERFORM LOAD-THE-INVOICE-CONTROL.
           PERFORM SAVE-THE-FINANCE-CONTROL.
           OPEN OUTPUT PRINTER-FILE.
           MOVE THE-MONTH TO PRINT-MONTH.
           MOVE FINANCE-RATE TO PRINT-RATE.
           MOVE MINIMUM-CHARGE TO PRINT-MINIMUM.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
           MOVE THE-BUSINESS-DATE TO SUB-CUTOFF.
           MOVE SUBTITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE COLUMN-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.

      * CHECK-THE-OPEN-PERIOD REFUSES TO POST INTO A FISCAL PERIOD
      * THAT IS NOT OPEN, THROUGH THE SHARED FISCHK01 CHECK - THE
      * CHARGES CARRY THE BUSINESS DATE.
       CHECK-THE-OPEN-PERIOD.
           MOVE THE-BUSINESS-DATE TO POSTING-CHECK-DATE.
           CALL "FISCHK01" USING POSTING-CHECK-DATE PERIOD-IS-GOOD.
           IF PERIOD-IS-GOOD NOT = "Y"
                     DISPLAY "THE FISCAL PERIOD FOR " THE-BUSINESS-DATE
                             " IS NOT OPEN FOR POSTING - SEE FISCMNT01"
                     STOP RUN.

       CHECK-THE-MONTH.
           MOVE THE-BUSINESS-DATE (1:6) TO THE-MONTH.
           MOVE ZERO TO PRIOR-MONTH-CHARGED.
           OPEN INPUT FINANCE-CONTROL-FILE.
           IF FIN-CONTROL-FILE-STATUS = "00"
                     READ FINANCE-CONTROL-FILE
                     IF FIN-CONTROL-FILE-STATUS = "00"
                               MOVE LAST-MONTH-CHARGED TO
                                    PRIOR-MONTH-CHARGED.
           CLOSE FINANCE-CONTROL-FILE.
           IF THE-MONTH NOT > PRIOR-MONTH-CHARGED
                     DISPLAY "FINANCE CHARGES FOR " THE-MONTH
                             " ARE ALREADY POSTED (LAST MONTH CHARGED "
                             PRIOR-MONTH-CHARGED ")"
                     STOP RUN.

       GET-THE-RATE.
           DISPLAY "MONTHLY FINANCE CHARGE RATE PERCENT (E.G. 1.50) ? ".
           ACCEPT RATE-ENTRY.
           MOVE RATE-ENTRY TO FINANCE-RATE.
           IF FINANCE-RATE = ZERO
                     DISPLAY "A RATE IS REQUIRED"
                     GO TO GET-THE-RATE.

      * SAVE-THE-FINANCE-CONTROL MARKS THE MONTH CHARGED BEFORE THE
      * FIRST CHARGE POSTS, SO A RUN THAT DIES PART WAY CANNOT BE
      * RESTARTED OVER THE TOP OF ITSELF - THE REGISTER AND ARITEM.DAT
      * SHOW WHAT DID POST.
       SAVE-THE-FINANCE-CONTROL.
           OPEN OUTPUT FINANCE-CONTROL-FILE.
           MOVE THE-MONTH TO LAST-MONTH-CHARGED.
           WRITE FINANCE-CONTROL-RECORD.
           CLOSE FINANCE-CONTROL-FILE.

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

       COMPUTE-THE-CUTOFF.
           MOVE THE-BUSINESS-DATE TO AGE-DATE-WHOLE.
           PERFORM WALK-BACK-ONE-DAY 30 TIMES.
           MOVE AGE-DATE-WHOLE TO PAST-DUE-CUTOFF.

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

       CLOSING-PROCEDURE.
           CLOSE CUSTOMER-FILE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           CLOSE PRINTER-FILE.
           DISPLAY ACCOUNTS-CHARGED " ACCOUNT(S) CHARGED, "
                   ACCOUNTS-EXEMPT " EXEMPT ACCOUNT(S) PASSED OVER".

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

      * CHARGE-ONE-ACCOUNT ADDS UP THE ACCOUNT'S PAST-DUE INVOICE
      * BALANCES AND POSTS THE CHARGE WHEN THERE IS ANYTHING PAST
      * DUE. A CREDIT LEFT ON AN ITEM REDUCES WHAT IS CHARGED ON.
       CHARGE-ONE-ACCOUNT.
           IF CUSTOMER-IS-FIN-CHARGE-EXEMPT
                     ADD 1 TO ACCOUNTS-EXEMPT
           ELSE
                     PERFORM ADD-UP-THE-PAST-DUE
                     IF PAST-DUE-BALANCE > ZERO
                               PERFORM POST-THE-CHARGE.
           PERFORM READ-NEXT-CUSTOMER.

       ADD-UP-THE-PAST-DUE.
           MOVE ZERO TO PAST-DUE-BALANCE.
           OPEN INPUT AR-ITEM-FILE.
           IF AR-FILE-STATUS = "00"
                     MOVE "N" TO ITEM-END-OF-FILE
                     PERFORM READ-NEXT-ITEM
                     PERFORM ADD-ONE-ITEM
                          UNTIL ITEM-END-OF-FILE = "Y".
           CLOSE AR-ITEM-FILE.

       READ-NEXT-ITEM.
           READ AR-ITEM-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO ITEM-END-OF-FILE.

       ADD-ONE-ITEM.
           IF AR-ACCOUNT-NUMBER = CUSTOMER-ACCOUNT-NUMBER AND
              AR-ITEM-IS-OPEN AND
              NOT AR-ITEM-IS-FINANCE-CHARGE
                     PERFORM ADD-IF-PAST-DUE.
           PERFORM READ-NEXT-ITEM.

       ADD-IF-PAST-DUE.
           IF AR-DUE-DATE = ZERO
                     IF AR-INVOICE-DATE NOT > PAST-DUE-CUTOFF
                               ADD AR-BALANCE-DUE TO PAST-DUE-BALANCE
                     ELSE
                               CONTINUE
           ELSE
                     IF AR-DUE-DATE NOT > THE-BUSINESS-DATE
                               ADD AR-BALANCE-DUE TO
                                         PAST-DUE-BALANCE.

      * POST-THE-CHARGE FILES THE CHARGE AS A NEW OPEN ITEM. THE
      * INVOICE CONTROL IS SAVED AS EACH NUMBER IS TAKEN, SO A RUN
      * THAT DIES PART WAY NEVER HANDS A USED NUMBER TO ORDINV01.
       POST-THE-CHARGE.
           COMPUTE THE-CHARGE ROUNDED =
                     PAST-DUE-BALANCE * FINANCE-RATE / 100.
           IF THE-CHARGE < MINIMUM-CHARGE
                     MOVE MINIMUM-CHARGE TO THE-CHARGE.
           OPEN I-O AR-ITEM-FILE.
           IF AR-FILE-STATUS = "35"
                     OPEN OUTPUT AR-ITEM-FILE
                     CLOSE AR-ITEM-FILE
                     OPEN I-O AR-ITEM-FILE.
           MOVE INVOICE-NUMBER-TO-USE TO AR-INVOICE-NUMBER.
           MOVE CUSTOMER-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
           MOVE THE-BUSINESS-DATE TO AR-INVOICE-DATE.
           MOVE THE-CHARGE TO AR-ORIGINAL-AMOUNT.
           MOVE THE-CHARGE TO AR-BALANCE-DUE.
           MOVE "O" TO AR-ITEM-STATUS.
           MOVE "F" TO AR-ITEM-TYPE.
           MOVE ZERO TO AR-DUE-DATE AR-DISCOUNT-DATE
                        AR-DISCOUNT-AMOUNT.
           MOVE SPACE TO AR-CURRENCY-CODE.
           MOVE 1 TO AR-EXCHANGE-RATE.
           MOVE THE-CHARGE TO AR-FOREIGN-AMOUNT.
           WRITE AR-ITEM-RECORD
                     INVALID KEY
                     DISPLAY "ITEM " AR-INVOICE-NUMBER
                             " ALREADY ON ARITEM.DAT - CHECK "
                             "INVCTL.DAT; ACCOUNT "
                             CUSTOMER-ACCOUNT-NUMBER " NOT CHARGED"
                     NOT INVALID KEY
                     PERFORM PRINT-THE-CHARGE.
           CLOSE AR-ITEM-FILE.
           ADD 1 TO INVOICE-NUMBER-TO-USE.
           PERFORM SAVE-THE-INVOICE-CONTROL.

       PRINT-THE-CHARGE.
           ADD 1 TO ACCOUNTS-CHARGED.
           ADD THE-CHARGE TO CHARGE-TOTAL.
           ADD PAST-DUE-BALANCE TO PAST-DUE-TOTAL.
           MOVE CUSTOMER-ACCOUNT-NUMBER TO PRINT-ACCOUNT.
           MOVE CUSTOMER-LAST-NAME TO PRINT-LAST-NAME.
           MOVE CUSTOMER-FIRST-NAME TO PRINT-FIRST-NAME.
           MOVE PAST-DUE-BALANCE TO PRINT-PAST-DUE.
           MOVE THE-CHARGE TO PRINT-CHARGE.
           MOVE AR-INVOICE-NUMBER TO PRINT-ITEM-NUMBER.
           MOVE CHARGE-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       PRINT-THE-TOTAL.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE ACCOUNTS-CHARGED TO PRINT-ACCOUNTS-CHARGED.
           MOVE PAST-DUE-TOTAL TO PRINT-PAST-DUE-TOTAL.
           MOVE CHARGE-TOTAL TO PRINT-CHARGE-TOTAL.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM ARFIN01.
