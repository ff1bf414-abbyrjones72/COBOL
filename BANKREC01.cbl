      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC01.

      ******************************************************************
      * This program proves the month-end cash against the bank
      * statement. The books say what went in and out of the bank
      * account: the day's receipts on ARCASH.DAT (one deposit per
      * posting date), the AP checks on APPAY.DAT (one check per
      * check number, its rows added together) and the commission
      * checks on SLSSETL.DAT. The bank's statement file says what
      * actually cleared. Deposits are matched by date and amount,
      * checks by check number, and the report shows the statement
      * balance, the deposits in transit and the outstanding checks
      * that bring it to an adjusted bank balance, the bank items
      * the books have never seen (fees, interest, returned items,
      * anything that did not match), and the book balance, with any
      * difference left over.
      *
      * THE BOOK BALANCE IS CARRIED FROM ONE RECONCILIATION TO THE
      * NEXT ON BANKCTL.DAT, WITH THE STATEMENT DATE IT WAS PROVEN
      * THROUGH; THIS MONTH'S BOOK ACTIVITY IS EVERYTHING DATED AFTER
      * THAT DATE UP TO THE NEW STATEMENT DATE. THE ITEMS STILL
      * OUTSTANDING WHEN A RECONCILIATION IS ACCEPTED ARE CARRIED ON
      * BANKOUT.DAT SO THEY ARE LOOKED FOR ON THE NEXT STATEMENT. THE
      * FIRST RUN ASKS FOR THE DATE TO START FROM AND THE BOOK
      * BALANCE ON THAT DATE. NOTHING IS CARRIED UNTIL THE OPERATOR
      * ACCEPTS THE RECONCILIATION AT THE END, SO A TRIAL RUN CAN BE
      * MADE AS OFTEN AS NEEDED.
      *
      * THE STATEMENT FILE, BANKSTMT.DAT, IS ONE "H" HEADER AND THE
      * CLEARED ITEMS:
      *     H  STATEMENT DATE(8) ENDING BALANCE(13, 2 DECIMALS
      *        IMPLIED) SIGN(1, "-" WHEN OVERDRAWN)
      *     D  DEPOSIT      - DATE(8) CHECK(10, BLANK) AMOUNT(11)
      *     C  CLEARED CHECK - DATE(8) CHECK(10) AMOUNT(11)
      *     O  OTHER ITEM   - DATE(8) CHECK(10, BLANK) AMOUNT(11)
      *        SIGN(1, "-" FOR A CHARGE) DESCRIPTION(30)
      * CHECK NUMBERS ARE LEFT-JUSTIFIED AS THEY WERE PRINTED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT STATEMENT-FILE
                           ASSIGN TO "BANKSTMT.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STATEMENT-FILE-STATUS.

                 SELECT OPTIONAL CASH-JOURNAL-FILE
                           ASSIGN TO "ARCASH.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CASH-FILE-STATUS.

                 SELECT OPTIONAL AP-PAYMENT-FILE
                           ASSIGN TO "APPAY.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS APPAY-FILE-STATUS.

                 SELECT SETTLEMENT-FILE
                           ASSIGN TO "SLSSETL.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS SETTLE-KEY
                           FILE STATUS IS SETTLE-FILE-STATUS.

                 SELECT OPTIONAL OUTSTANDING-FILE
                           ASSIGN TO "BANKOUT.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS OUTSTANDING-FILE-STATUS.

                 SELECT OPTIONAL BANK-CONTROL-FILE
                           ASSIGN TO "BANKCTL.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CONTROL-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-HEADER-RECORD.
                 05 STMT-RECORD-TYPE       PIC X(1).
                 05 STMT-STATEMENT-DATE    PIC 9(8).
                 05 STMT-ENDING-BALANCE    PIC 9(11)V99.
                 05 STMT-ENDING-SIGN       PIC X(1).
                 05 FILLER                 PIC X(38).
       01  STATEMENT-ITEM-RECORD.
                 05 FILLER                 PIC X(1).
                 05 STMT-ITEM-DATE         PIC 9(8).
                 05 STMT-CHECK-NUMBER      PIC X(10).
                 05 STMT-AMOUNT            PIC 9(9)V99.
                 05 STMT-ITEM-SIGN         PIC X(1).
                 05 STMT-DESCRIPTION       PIC X(30).

      * AR-CASH-RECORD, AP-PAYMENT-RECORD AND SETTLEMENT-RECORD ARE
      * THE SHARED LAYOUTS - SEE COPYBOOKS/WARCASH.CPY, WAPPAY.CPY
      * AND WSLSSETL.CPY.
       FD  CASH-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARCASH.

       FD  AP-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WAPPAY.

       FD  SETTLEMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WSLSSETL.

      * ONE ROW PER BOOK ITEM STILL WAITING TO CLEAR AT THE LAST
      * ACCEPTED RECONCILIATION.
       FD  OUTSTANDING-FILE
           LABEL RECORDS ARE STANDARD.
       01  OUTSTANDING-RECORD.
                 05 OUT-TYPE               PIC X(1).
                 05 OUT-REFERENCE          PIC X(10).
                 05 OUT-DATE               PIC 9(8).
                 05 OUT-AMOUNT             PIC 9(9)V99.
                 05 OUT-SOURCE             PIC X(4).

       FD  BANK-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BANK-CONTROL-RECORD.
                 05 LAST-STATEMENT-DATE    PIC 9(8).
                 05 LAST-BOOK-BALANCE      PIC S9(11)V99.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  STATEMENT-FILE-STATUS     PIC XX.
       01  CASH-FILE-STATUS          PIC XX.
       01  APPAY-FILE-STATUS         PIC XX.
       01  SETTLE-FILE-STATUS        PIC XX.
       01  OUTSTANDING-FILE-STATUS   PIC XX.
       01  CONTROL-FILE-STATUS       PIC XX.
       01  END-OF-FILE               PIC X.
       01  GO-AHEAD                  PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       01  DATE-ENTRY                PIC X(8).
       01  BALANCE-ENTRY             PIC Z(8).ZZ.
       01  STATEMENT-DATE            PIC 9(8).
       01  PRIOR-STATEMENT-DATE      PIC 9(8).
       01  STATEMENT-BALANCE         PIC S9(11)V99.
       01  OPENING-BOOK-BALANCE      PIC S9(11)V99.
       01  BOOK-BALANCE              PIC S9(11)V99.
       01  ADJUSTED-BANK-BALANCE     PIC S9(11)V99.
       01  ADJUSTED-BOOK-BALANCE     PIC S9(11)V99.
       01  RECONCILE-DIFFERENCE      PIC S9(11)V99.
       01  IN-TRANSIT-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  OUTSTANDING-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  UNMATCHED-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01  BOOK-DEPOSITS             PIC S9(11)V99 VALUE ZERO.
       01  BOOK-CHECKS               PIC S9(11)V99 VALUE ZERO.
       01  SIGNED-AMOUNT             PIC S9(11)V99.
       01  BANKED-AMOUNT             PIC S9(9)V99.
       01  THE-REFERENCE             PIC X(10).
       01  THE-TYPE                  PIC X(1).
       01  UNMATCHED-REASON          PIC X(20).

      * THE BOOK ITEMS - OUTSTANDING ONES CARRIED FORWARD AND THE
      * PERIOD'S NEW ONES - IN THE SAME IN-STORAGE TABLE SHAPE
      * BOCAN01 GATHERS ITS LOST DEMAND INTO. A DEPOSIT'S REFERENCE
      * IS ITS DATE, A CHECK'S IS ITS CHECK NUMBER.
       01  BOOK-ITEM-TABLE.
                 05 BOOK-SLOT OCCURS 500 TIMES.
                           10 BOOK-TYPE          PIC X(1).
                           10 BOOK-REFERENCE     PIC X(10).
                           10 BOOK-DATE          PIC 9(8).
                           10 BOOK-AMOUNT        PIC 9(9)V99.
                           10 BOOK-SOURCE        PIC X(4).
                           10 BOOK-CLEARED       PIC X(1).
       01  BOOK-COUNT                PIC 9(3) VALUE ZERO.
       01  BOOK-SUBSCRIPT            PIC 9(3).
       01  TABLE-OVERFLOWED          PIC X VALUE "N".
       01  SLOT-WAS-FOUND            PIC X.

      * Structures for the printed reconciliation.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(37) VALUE
                         "BANK RECONCILIATION - STATEMENT DATE ".
                 05 PRINT-STATEMENT-DATE   PIC 9(8).

       01  SUBTITLE-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 SUB-OPERATOR-ID        PIC X(10).
                 05 FILLER                 PIC X(25) VALUE
                                           "   BOOK ACTIVITY AFTER ".
                 05 SUB-PRIOR-DATE         PIC 9(8).

       01  SECTION-HEADING-LINE.
                 05 PRINT-SECTION-HEADING  PIC X(60).

       01  ITEM-DETAIL-LINE.
                 05 FILLER                 PIC X(4) VALUE SPACE.
                 05 PRINT-ITEM-DATE        PIC 9(8).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-ITEM-REFERENCE   PIC X(10).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-ITEM-SOURCE      PIC X(4).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-ITEM-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-ITEM-NOTE        PIC X(30).

       01  SUMMARY-LINE.
                 05 PRINT-SUMMARY-CAPTION  PIC X(40).
                 05 PRINT-SUMMARY-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            PERFORM LOAD-THE-BOOK-ITEMS.
            PERFORM MATCH-THE-STATEMENT.
            PERFORM PRINT-THE-OUTSTANDING-ITEMS.
            PERFORM PRINT-THE-RECONCILIATION.
            PERFORM ACCEPT-THE-RECONCILIATION.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           IF OPERATOR-AUTHORITY < 5
                     DISPLAY "UPDATE AUTHORITY IS NEEDED TO RUN "
                             "THIS PROGRAM"
                     STOP RUN.
           OPEN INPUT STATEMENT-FILE.
           IF STATEMENT-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN BANKSTMT.DAT - STATUS "
                             STATEMENT-FILE-STATUS
                     STOP RUN.
           READ STATEMENT-FILE
                     AT END
                     MOVE SPACE TO STMT-RECORD-TYPE.
           IF STMT-RECORD-TYPE NOT = "H" OR
              STMT-STATEMENT-DATE NOT NUMERIC OR
              STMT-ENDING-BALANCE NOT NUMERIC
                     DISPLAY "BANKSTMT.DAT DOES NOT START WITH A "
                             "STATEMENT HEADER"
                     STOP RUN.
           MOVE STMT-STATEMENT-DATE TO STATEMENT-DATE.
           MOVE STMT-ENDING-BALANCE TO STATEMENT-BALANCE.
           IF STMT-ENDING-SIGN = "-"
                     MULTIPLY -1 BY STATEMENT-BALANCE.
           PERFORM LOAD-THE-BANK-CONTROL.
           IF STATEMENT-DATE NOT > PRIOR-STATEMENT-DATE
                     DISPLAY "STATEMENT " STATEMENT-DATE
                             " IS NOT AFTER THE LAST ONE RECONCILED ("
                             PRIOR-STATEMENT-DATE ")"
                     STOP RUN.
           MOVE OPENING-BOOK-BALANCE TO BOOK-BALANCE.
           OPEN OUTPUT PRINTER-FILE.
           MOVE STATEMENT-DATE TO PRINT-STATEMENT-DATE.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
           MOVE PRIOR-STATEMENT-DATE TO SUB-PRIOR-DATE.
           MOVE SUBTITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.

      * LOAD-THE-BANK-CONTROL PICKS UP WHERE THE LAST ACCEPTED
      * RECONCILIATION LEFT OFF. WITH NO CONTROL ON FILE THE OPERATOR
      * SAYS WHERE THE BOOKS START FROM.
       LOAD-THE-BANK-CONTROL.
           MOVE ZERO TO PRIOR-STATEMENT-DATE.
           MOVE ZERO TO OPENING-BOOK-BALANCE.
           MOVE "N" TO SLOT-WAS-FOUND.
           OPEN INPUT BANK-CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
                     READ BANK-CONTROL-FILE
                     IF CONTROL-FILE-STATUS = "00"
                               MOVE "Y" TO SLOT-WAS-FOUND
                               MOVE LAST-STATEMENT-DATE TO
                                    PRIOR-STATEMENT-DATE
                               MOVE LAST-BOOK-BALANCE TO
                                    OPENING-BOOK-BALANCE.
           CLOSE BANK-CONTROL-FILE.
           IF SLOT-WAS-FOUND = "N"
                     PERFORM GET-THE-STARTING-POINT.

       GET-THE-STARTING-POINT.
           DISPLAY "NO RECONCILIATION ON FILE YET".
           DISPLAY "COUNT BOOK ACTIVITY AFTER (YYYYMMDD) ? ".
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY IS NOT NUMERIC
                     DISPLAY "A STARTING DATE IS REQUIRED"
                     GO TO GET-THE-STARTING-POINT.
           MOVE DATE-ENTRY TO PRIOR-STATEMENT-DATE.
           DISPLAY "BOOK BALANCE ON THAT DATE ? ".
           ACCEPT BALANCE-ENTRY.
           MOVE BALANCE-ENTRY TO OPENING-BOOK-BALANCE.

       CLOSING-PROCEDURE.
           CLOSE STATEMENT-FILE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           CLOSE PRINTER-FILE.

      * LOAD-THE-BOOK-ITEMS GATHERS EVERYTHING THE BOOKS EXPECT TO
      * SEE CLEAR: THE ITEMS CARRIED FROM LAST TIME (ALREADY IN THE
      * OPENING BOOK BALANCE), THEN THE PERIOD'S NEW DEPOSITS AND
      * CHECKS, WHICH MOVE THE BOOK BALANCE.
       LOAD-THE-BOOK-ITEMS.
           PERFORM LOAD-THE-CARRIED-ITEMS.
           PERFORM LOAD-THE-DEPOSITS.
           PERFORM LOAD-THE-AP-CHECKS.
           PERFORM LOAD-THE-COMMISSION-CHECKS.
           ADD BOOK-DEPOSITS TO BOOK-BALANCE.
           SUBTRACT BOOK-CHECKS FROM BOOK-BALANCE.
           IF TABLE-OVERFLOWED = "Y"
                     DISPLAY "MORE THAN 500 BOOK ITEMS - THE "
                             "RECONCILIATION IS INCOMPLETE".

       LOAD-THE-CARRIED-ITEMS.
           OPEN INPUT OUTSTANDING-FILE.
           IF OUTSTANDING-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-CARRIED
                     PERFORM CARRY-ONE-ITEM
                          UNTIL END-OF-FILE = "Y".
           CLOSE OUTSTANDING-FILE.

       READ-NEXT-CARRIED.
           READ OUTSTANDING-FILE
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       CARRY-ONE-ITEM.
           IF BOOK-COUNT < 500
                     ADD 1 TO BOOK-COUNT
                     MOVE OUT-TYPE TO BOOK-TYPE (BOOK-COUNT)
                     MOVE OUT-REFERENCE TO BOOK-REFERENCE (BOOK-COUNT)
                     MOVE OUT-DATE TO BOOK-DATE (BOOK-COUNT)
                     MOVE OUT-AMOUNT TO BOOK-AMOUNT (BOOK-COUNT)
                     MOVE OUT-SOURCE TO BOOK-SOURCE (BOOK-COUNT)
                     MOVE "N" TO BOOK-CLEARED (BOOK-COUNT)
           ELSE
                     MOVE "Y" TO TABLE-OVERFLOWED.
           PERFORM READ-NEXT-CARRIED.

      * THE DAY'S RECEIPTS GO TO THE BANK AS ONE DEPOSIT, SO THE
      * ARCASH.DAT ROWS ARE ADDED UP BY POSTING DATE.
       LOAD-THE-DEPOSITS.
           OPEN INPUT CASH-JOURNAL-FILE.
           IF CASH-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-CASH
                     PERFORM LOAD-ONE-CASH-ROW
                          UNTIL END-OF-FILE = "Y".
           CLOSE CASH-JOURNAL-FILE.

       READ-NEXT-CASH.
           READ CASH-JOURNAL-FILE
                     AT END
                     MOVE "Y" TO END-OF-FILE.

      * A FOREIGN-CURRENCY RECEIPT IS BANKED AT ITS HOME AMOUNT PLUS
      * THE REALIZED EXCHANGE GAIN OR LOSS - SEE COPYBOOKS/WARCASH.CPY.
      * A ROW WRITTEN BEFORE THE CURRENCY FIELDS WERE KEPT READS BACK
      * BLANK THERE AND IS BANKED AT CASH-AMOUNT ALONE.
       LOAD-ONE-CASH-ROW.
           IF CASH-DATE > PRIOR-STATEMENT-DATE AND
              CASH-DATE NOT > STATEMENT-DATE
                     MOVE CASH-AMOUNT TO BANKED-AMOUNT
                     IF CASH-FX-GAIN-LOSS IS NUMERIC
                               ADD CASH-FX-GAIN-LOSS TO BANKED-AMOUNT
                     END-IF
                     MOVE "D" TO THE-TYPE
                     MOVE CASH-DATE TO THE-REFERENCE
                     PERFORM FIND-THE-BOOK-SLOT
                     PERFORM ADD-TO-THE-BOOK-SLOT
                     ADD BANKED-AMOUNT TO BOOK-DEPOSITS.
           PERFORM READ-NEXT-CASH.

       ADD-TO-THE-BOOK-SLOT.
           IF SLOT-WAS-FOUND = "Y"
                     ADD BANKED-AMOUNT TO BOOK-AMOUNT (BOOK-SUBSCRIPT)
           ELSE
                     MOVE "AR" TO BOOK-SOURCE (BOOK-SUBSCRIPT)
                     MOVE CASH-DATE TO BOOK-DATE (BOOK-SUBSCRIPT)
                     MOVE BANKED-AMOUNT TO BOOK-AMOUNT (BOOK-SUBSCRIPT).

      * A CHECK THAT PAID SEVERAL VOUCHERS LEFT SEVERAL APPAY.DAT
      * ROWS - THEY ARE ADDED BACK UP TO THE FACE OF THE CHECK.
       LOAD-THE-AP-CHECKS.
           OPEN INPUT AP-PAYMENT-FILE.
           IF APPAY-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-PAYMENT
                     PERFORM LOAD-ONE-PAYMENT-ROW
                          UNTIL END-OF-FILE = "Y".
           CLOSE AP-PAYMENT-FILE.

       READ-NEXT-PAYMENT.
           READ AP-PAYMENT-FILE
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       LOAD-ONE-PAYMENT-ROW.
           IF APPAY-CHECK-DATE > PRIOR-STATEMENT-DATE AND
              APPAY-CHECK-DATE NOT > STATEMENT-DATE
                     MOVE "C" TO THE-TYPE
                     MOVE APPAY-CHECK-NUMBER TO THE-REFERENCE
                     PERFORM FIND-THE-BOOK-SLOT
                     PERFORM ADD-TO-THE-CHECK-SLOT
                     ADD APPAY-AMOUNT TO BOOK-CHECKS.
           PERFORM READ-NEXT-PAYMENT.

       ADD-TO-THE-CHECK-SLOT.
           IF SLOT-WAS-FOUND = "Y"
                     ADD APPAY-AMOUNT TO BOOK-AMOUNT (BOOK-SUBSCRIPT)
           ELSE
                     MOVE "AP" TO BOOK-SOURCE (BOOK-SUBSCRIPT)
                     MOVE APPAY-CHECK-DATE TO BOOK-DATE (BOOK-SUBSCRIPT)
                     MOVE APPAY-AMOUNT TO BOOK-AMOUNT (BOOK-SUBSCRIPT).

      * A SETTLEMENT THAT PAID NOTHING (ALL HELD BACK) WROTE NO
      * CHECK AND IS PASSED OVER.
       LOAD-THE-COMMISSION-CHECKS.
           OPEN INPUT SETTLEMENT-FILE.
           IF SETTLE-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-SETTLEMENT
                     PERFORM LOAD-ONE-SETTLEMENT
                          UNTIL END-OF-FILE = "Y"
                     CLOSE SETTLEMENT-FILE.

       READ-NEXT-SETTLEMENT.
           READ SETTLEMENT-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       LOAD-ONE-SETTLEMENT.
           IF SETTLE-DATE > PRIOR-STATEMENT-DATE AND
              SETTLE-DATE NOT > STATEMENT-DATE AND
              SETTLE-AMOUNT-PAID > ZERO
                     MOVE "C" TO THE-TYPE
                     MOVE SETTLE-CHECK-NUMBER TO THE-REFERENCE
                     PERFORM FIND-THE-BOOK-SLOT
                     PERFORM ADD-TO-THE-SETTLE-SLOT
                     ADD SETTLE-AMOUNT-PAID TO BOOK-CHECKS.
           PERFORM READ-NEXT-SETTLEMENT.

       ADD-TO-THE-SETTLE-SLOT.
           IF SLOT-WAS-FOUND = "Y"
                     ADD SETTLE-AMOUNT-PAID TO
                               BOOK-AMOUNT (BOOK-SUBSCRIPT)
           ELSE
                     MOVE "COMM" TO BOOK-SOURCE (BOOK-SUBSCRIPT)
                     MOVE SETTLE-DATE TO BOOK-DATE (BOOK-SUBSCRIPT)
                     MOVE SETTLE-AMOUNT-PAID TO
                               BOOK-AMOUNT (BOOK-SUBSCRIPT).

      * FIND-THE-BOOK-SLOT LOOKS FOR THE-TYPE/THE-REFERENCE IN THE
      * TABLE. WHEN IT IS NOT THERE A NEW SLOT IS OPENED AT THE END
      * (OR THE LAST SLOT IS REUSED ONCE THE TABLE IS FULL, WITH THE
      * OVERFLOW FLAGGED) AND BOOK-SUBSCRIPT POINTS AT IT.
       FIND-THE-BOOK-SLOT.
           MOVE "N" TO SLOT-WAS-FOUND.
           PERFORM CHECK-ONE-BOOK-SLOT
                     VARYING BOOK-SUBSCRIPT FROM 1 BY 1
                     UNTIL BOOK-SUBSCRIPT > BOOK-COUNT OR
                           SLOT-WAS-FOUND = "Y".
           IF SLOT-WAS-FOUND = "Y"
                     SUBTRACT 1 FROM BOOK-SUBSCRIPT
           ELSE
                     IF BOOK-COUNT < 500
                               ADD 1 TO BOOK-COUNT
                     ELSE
                               MOVE "Y" TO TABLE-OVERFLOWED
                     END-IF
                     MOVE BOOK-COUNT TO BOOK-SUBSCRIPT
                     MOVE THE-TYPE TO BOOK-TYPE (BOOK-SUBSCRIPT)
                     MOVE THE-REFERENCE TO
                               BOOK-REFERENCE (BOOK-SUBSCRIPT)
                     MOVE "N" TO BOOK-CLEARED (BOOK-SUBSCRIPT).

       CHECK-ONE-BOOK-SLOT.
           IF BOOK-TYPE (BOOK-SUBSCRIPT) = THE-TYPE AND
              BOOK-REFERENCE (BOOK-SUBSCRIPT) = THE-REFERENCE
                     MOVE "Y" TO SLOT-WAS-FOUND.

      * MATCH-THE-STATEMENT TAKES EACH CLEARED BANK ITEM AGAINST THE
      * BOOK ITEMS. WHATEVER THE BOOKS CANNOT ACCOUNT FOR IS PRINTED
      * AS IT IS FOUND, AND ITS SIGNED AMOUNT IS KEPT FOR THE PROOF.
       MATCH-THE-STATEMENT.
           MOVE "BANK ITEMS NOT ON THE BOOKS" TO
                     PRINT-SECTION-HEADING.
           MOVE SECTION-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-STATEMENT-ITEM.
           PERFORM MATCH-ONE-BANK-ITEM
                     UNTIL END-OF-FILE = "Y".
           MOVE "TOTAL BANK ITEMS NOT ON THE BOOKS" TO
                     PRINT-SUMMARY-CAPTION.
           MOVE UNMATCHED-TOTAL TO PRINT-SUMMARY-AMOUNT.
           PERFORM PRINT-ONE-SUMMARY-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       READ-NEXT-STATEMENT-ITEM.
           READ STATEMENT-FILE
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       MATCH-ONE-BANK-ITEM.
           MOVE SPACE TO UNMATCHED-REASON.
           IF STMT-AMOUNT NOT NUMERIC
                     MOVE ZERO TO STMT-AMOUNT
                     MOVE "AMOUNT NOT NUMERIC" TO UNMATCHED-REASON.
           IF STMT-RECORD-TYPE = "D"
                     PERFORM MATCH-A-DEPOSIT
           ELSE
                     IF STMT-RECORD-TYPE = "C"
                               PERFORM MATCH-A-CHECK
                     ELSE
                               PERFORM PRINT-AN-OTHER-ITEM.
           PERFORM READ-NEXT-STATEMENT-ITEM.

      * A DEPOSIT MATCHES THE BOOK DEPOSIT OF THE SAME DATE AND THE
      * SAME AMOUNT THAT HAS NOT CLEARED YET.
       MATCH-A-DEPOSIT.
           MOVE "N" TO SLOT-WAS-FOUND.
           PERFORM CHECK-ONE-DEPOSIT-SLOT
                     VARYING BOOK-SUBSCRIPT FROM 1 BY 1
                     UNTIL BOOK-SUBSCRIPT > BOOK-COUNT OR
                           SLOT-WAS-FOUND = "Y".
           IF SLOT-WAS-FOUND = "N"
                     MOVE STMT-AMOUNT TO SIGNED-AMOUNT
                     IF UNMATCHED-REASON = SPACE
                               MOVE "DEPOSIT NOT ON BOOKS" TO
                                    UNMATCHED-REASON
                     END-IF
                     PERFORM PRINT-AN-UNMATCHED-ITEM.

       CHECK-ONE-DEPOSIT-SLOT.
           IF BOOK-TYPE (BOOK-SUBSCRIPT) = "D" AND
              BOOK-CLEARED (BOOK-SUBSCRIPT) = "N" AND
              BOOK-DATE (BOOK-SUBSCRIPT) = STMT-ITEM-DATE AND
              BOOK-AMOUNT (BOOK-SUBSCRIPT) = STMT-AMOUNT
                     MOVE "Y" TO BOOK-CLEARED (BOOK-SUBSCRIPT)
                     MOVE "Y" TO SLOT-WAS-FOUND.

      * A CHECK MATCHES ON ITS NUMBER. ONE THAT CLEARED FOR A
      * DIFFERENT AMOUNT THAN IT WAS WRITTEN FOR STAYS OUTSTANDING ON
      * THE BOOKS AND THE BANK'S ITEM IS SHOWN, SO BOTH SIDES OF THE
      * ERROR ARE ON THE PAGE.
       MATCH-A-CHECK.
           MOVE "C" TO THE-TYPE.
           MOVE STMT-CHECK-NUMBER TO THE-REFERENCE.
           MOVE "N" TO SLOT-WAS-FOUND.
           PERFORM CHECK-ONE-BOOK-SLOT
                     VARYING BOOK-SUBSCRIPT FROM 1 BY 1
                     UNTIL BOOK-SUBSCRIPT > BOOK-COUNT OR
                           SLOT-WAS-FOUND = "Y".
           IF SLOT-WAS-FOUND = "Y"
                     SUBTRACT 1 FROM BOOK-SUBSCRIPT
                     IF BOOK-CLEARED (BOOK-SUBSCRIPT) = "Y"
                               MOVE "N" TO SLOT-WAS-FOUND
                               MOVE "CHECK CLEARED TWICE" TO
                                    UNMATCHED-REASON
                     ELSE
                               IF BOOK-AMOUNT (BOOK-SUBSCRIPT) =
                                  STMT-AMOUNT
                                         MOVE "Y" TO
                                         BOOK-CLEARED (BOOK-SUBSCRIPT)
                               ELSE
                                         MOVE "N" TO SLOT-WAS-FOUND
                                         MOVE "CHECK AMOUNT DIFFERS"
                                              TO UNMATCHED-REASON.
           IF SLOT-WAS-FOUND = "N"
                     MOVE STMT-AMOUNT TO SIGNED-AMOUNT
                     MULTIPLY -1 BY SIGNED-AMOUNT
                     IF UNMATCHED-REASON = SPACE
                               MOVE "CHECK NOT ON BOOKS" TO
                                    UNMATCHED-REASON
                     END-IF
                     PERFORM PRINT-AN-UNMATCHED-ITEM.

       PRINT-AN-OTHER-ITEM.
           MOVE STMT-AMOUNT TO SIGNED-AMOUNT.
           IF STMT-ITEM-SIGN = "-"
                     MULTIPLY -1 BY SIGNED-AMOUNT.
           IF UNMATCHED-REASON = SPACE
                     MOVE STMT-DESCRIPTION TO UNMATCHED-REASON.
           PERFORM PRINT-AN-UNMATCHED-ITEM.

       PRINT-AN-UNMATCHED-ITEM.
           ADD SIGNED-AMOUNT TO UNMATCHED-TOTAL.
           MOVE STMT-ITEM-DATE TO PRINT-ITEM-DATE.
           MOVE STMT-CHECK-NUMBER TO PRINT-ITEM-REFERENCE.
           MOVE "BANK" TO PRINT-ITEM-SOURCE.
           MOVE SIGNED-AMOUNT TO PRINT-ITEM-AMOUNT.
           MOVE UNMATCHED-REASON TO PRINT-ITEM-NOTE.
           MOVE ITEM-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * PRINT-THE-OUTSTANDING-ITEMS LISTS THE BOOK ITEMS THE BANK
      * HAS NOT CLEARED - CHECKS FIRST, THEN DEPOSITS IN TRANSIT.
       PRINT-THE-OUTSTANDING-ITEMS.
           MOVE "OUTSTANDING CHECKS" TO PRINT-SECTION-HEADING.
           MOVE SECTION-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE "C" TO THE-TYPE.
           PERFORM PRINT-ONE-OUTSTANDING-ITEM
                     VARYING BOOK-SUBSCRIPT FROM 1 BY 1
                     UNTIL BOOK-SUBSCRIPT > BOOK-COUNT.
           MOVE "TOTAL OUTSTANDING CHECKS" TO PRINT-SUMMARY-CAPTION.
           MOVE OUTSTANDING-TOTAL TO PRINT-SUMMARY-AMOUNT.
           PERFORM PRINT-ONE-SUMMARY-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "DEPOSITS IN TRANSIT" TO PRINT-SECTION-HEADING.
           MOVE SECTION-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE "D" TO THE-TYPE.
           PERFORM PRINT-ONE-OUTSTANDING-ITEM
                     VARYING BOOK-SUBSCRIPT FROM 1 BY 1
                     UNTIL BOOK-SUBSCRIPT > BOOK-COUNT.
           MOVE "TOTAL DEPOSITS IN TRANSIT" TO PRINT-SUMMARY-CAPTION.
           MOVE IN-TRANSIT-TOTAL TO PRINT-SUMMARY-AMOUNT.
           PERFORM PRINT-ONE-SUMMARY-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       PRINT-ONE-OUTSTANDING-ITEM.
           IF BOOK-TYPE (BOOK-SUBSCRIPT) = THE-TYPE AND
              BOOK-CLEARED (BOOK-SUBSCRIPT) = "N"
                     IF THE-TYPE = "C"
                               ADD BOOK-AMOUNT (BOOK-SUBSCRIPT) TO
                                    OUTSTANDING-TOTAL
                     ELSE
                               ADD BOOK-AMOUNT (BOOK-SUBSCRIPT) TO
                                    IN-TRANSIT-TOTAL
                     END-IF
                     MOVE BOOK-DATE (BOOK-SUBSCRIPT) TO
                               PRINT-ITEM-DATE
                     MOVE BOOK-REFERENCE (BOOK-SUBSCRIPT) TO
                               PRINT-ITEM-REFERENCE
                     MOVE BOOK-SOURCE (BOOK-SUBSCRIPT) TO
                               PRINT-ITEM-SOURCE
                     MOVE BOOK-AMOUNT (BOOK-SUBSCRIPT) TO
                               PRINT-ITEM-AMOUNT
                     MOVE SPACE TO PRINT-ITEM-NOTE
                     MOVE ITEM-DETAIL-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * PRINT-THE-RECONCILIATION IS THE PROOF. THE STATEMENT BALANCE
      * PLUS DEPOSITS IN TRANSIT LESS OUTSTANDING CHECKS IS WHAT THE
      * BANK WOULD SHOW IF EVERYTHING HAD CLEARED; THE BOOK BALANCE
      * PLUS THE BANK ITEMS THE BOOKS HAVE NOT TAKEN UP MUST EQUAL IT.
       PRINT-THE-RECONCILIATION.
           COMPUTE ADJUSTED-BANK-BALANCE = STATEMENT-BALANCE
                     + IN-TRANSIT-TOTAL - OUTSTANDING-TOTAL.
           COMPUTE ADJUSTED-BOOK-BALANCE = BOOK-BALANCE
                     + UNMATCHED-TOTAL.
           COMPUTE RECONCILE-DIFFERENCE = ADJUSTED-BANK-BALANCE
                     - ADJUSTED-BOOK-BALANCE.
           MOVE "BALANCE PER BANK STATEMENT" TO PRINT-SUMMARY-CAPTION.
           MOVE STATEMENT-BALANCE TO PRINT-SUMMARY-AMOUNT.
           PERFORM PRINT-ONE-SUMMARY-LINE.
           MOVE "  ADD DEPOSITS IN TRANSIT" TO PRINT-SUMMARY-CAPTION.
           MOVE IN-TRANSIT-TOTAL TO PRINT-SUMMARY-AMOUNT.
           PERFORM PRINT-ONE-SUMMARY-LINE.
           MOVE "  LESS OUTSTANDING CHECKS" TO PRINT-SUMMARY-CAPTION.
           MOVE OUTSTANDING-TOTAL TO PRINT-SUMMARY-AMOUNT.
           PERFORM PRINT-ONE-SUMMARY-LINE.
           MOVE "ADJUSTED BANK BALANCE" TO PRINT-SUMMARY-CAPTION.
           MOVE ADJUSTED-BANK-BALANCE TO PRINT-SUMMARY-AMOUNT.
           PERFORM PRINT-ONE-SUMMARY-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "BOOK BALANCE AT LAST RECONCILIATION" TO
                     PRINT-SUMMARY-CAPTION.
           MOVE OPENING-BOOK-BALANCE TO PRINT-SUMMARY-AMOUNT.
           PERFORM PRINT-ONE-SUMMARY-LINE.
           MOVE "  ADD DEPOSITS PER BOOKS" TO PRINT-SUMMARY-CAPTION.
           MOVE BOOK-DEPOSITS TO PRINT-SUMMARY-AMOUNT.
           PERFORM PRINT-ONE-SUMMARY-LINE.
           MOVE "  LESS CHECKS PER BOOKS" TO PRINT-SUMMARY-CAPTION.
           MOVE BOOK-CHECKS TO PRINT-SUMMARY-AMOUNT.
           PERFORM PRINT-ONE-SUMMARY-LINE.
           MOVE "BOOK BALANCE" TO PRINT-SUMMARY-CAPTION.
           MOVE BOOK-BALANCE TO PRINT-SUMMARY-AMOUNT.
           PERFORM PRINT-ONE-SUMMARY-LINE.
           MOVE "  ADD BANK ITEMS NOT ON THE BOOKS" TO
                     PRINT-SUMMARY-CAPTION.
           MOVE UNMATCHED-TOTAL TO PRINT-SUMMARY-AMOUNT.
           PERFORM PRINT-ONE-SUMMARY-LINE.
           MOVE "ADJUSTED BOOK BALANCE" TO PRINT-SUMMARY-CAPTION.
           MOVE ADJUSTED-BOOK-BALANCE TO PRINT-SUMMARY-AMOUNT.
           PERFORM PRINT-ONE-SUMMARY-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF RECONCILE-DIFFERENCE = ZERO
                     MOVE "RECONCILED - NO DIFFERENCE" TO
                               PRINT-SUMMARY-CAPTION
           ELSE
                     MOVE "*** UNRECONCILED DIFFERENCE ***" TO
                               PRINT-SUMMARY-CAPTION.
           MOVE RECONCILE-DIFFERENCE TO PRINT-SUMMARY-AMOUNT.
           PERFORM PRINT-ONE-SUMMARY-LINE.
           DISPLAY PRINT-SUMMARY-CAPTION " " PRINT-SUMMARY-AMOUNT.

       PRINT-ONE-SUMMARY-LINE.
           MOVE SUMMARY-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * ACCEPT-THE-RECONCILIATION CARRIES THE MONTH FORWARD ONLY WHEN
      * THE OPERATOR SAYS SO. THE BANK ITEMS THE BOOKS HAD NOT TAKEN
      * UP ARE CARRIED IN THE BOOK BALANCE, SINCE FINANCE BOOKS THEM
      * FROM THIS REPORT; THE UNCLEARED BOOK ITEMS GO TO BANKOUT.DAT.
       ACCEPT-THE-RECONCILIATION.
           IF TABLE-OVERFLOWED = "Y"
                     DISPLAY "RECONCILIATION CANNOT BE ACCEPTED - "
                             "TOO MANY BOOK ITEMS"
           ELSE
                     DISPLAY "ACCEPT THIS RECONCILIATION AND CARRY "
                             "THE OUTSTANDING ITEMS (Y/N)? "
                     ACCEPT GO-AHEAD
                     IF GO-AHEAD = "Y" OR GO-AHEAD = "y"
                               PERFORM CARRY-THE-MONTH-FORWARD
                     ELSE
                               DISPLAY "NOTHING CARRIED - TRIAL RUN "
                                       "ONLY".

       CARRY-THE-MONTH-FORWARD.
           OPEN OUTPUT OUTSTANDING-FILE.
           PERFORM WRITE-ONE-OUTSTANDING
                     VARYING BOOK-SUBSCRIPT FROM 1 BY 1
                     UNTIL BOOK-SUBSCRIPT > BOOK-COUNT.
           CLOSE OUTSTANDING-FILE.
           OPEN OUTPUT BANK-CONTROL-FILE.
           MOVE STATEMENT-DATE TO LAST-STATEMENT-DATE.
           MOVE ADJUSTED-BOOK-BALANCE TO LAST-BOOK-BALANCE.
           WRITE BANK-CONTROL-RECORD.
           CLOSE BANK-CONTROL-FILE.
           DISPLAY "RECONCILIATION THROUGH " STATEMENT-DATE
                   " ACCEPTED".

       WRITE-ONE-OUTSTANDING.
           IF BOOK-CLEARED (BOOK-SUBSCRIPT) = "N"
                     MOVE BOOK-TYPE (BOOK-SUBSCRIPT) TO OUT-TYPE
                     MOVE BOOK-REFERENCE (BOOK-SUBSCRIPT) TO
                               OUT-REFERENCE
                     MOVE BOOK-DATE (BOOK-SUBSCRIPT) TO OUT-DATE
                     MOVE BOOK-AMOUNT (BOOK-SUBSCRIPT) TO OUT-AMOUNT
                     MOVE BOOK-SOURCE (BOOK-SUBSCRIPT) TO OUT-SOURCE
                     WRITE OUTSTANDING-RECORD.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM BANKREC01.
