      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMCLW01.

      ******************************************************************
      * This program is the commission clawback run. A salesperson
      * paid on bookings is paid on a sale before the customer pays
      * for it, so when the invoice is never collected the commission
      * has to come back. For every invoiced sale on SALESDTL.DAT
      * whose commission has already been settled - the sale falls in
      * or before the last period SLSSTL01 settled for the person -
      * it asks COMCOL01 what became of the invoice, and files a
      * clawback on COMCLAW.DAT when the invoice was written off or
      * is still open more than a keyed number of days after it was
      * invoiced. The clawback is the person's share of the sale, net
      * of any returns against the same invoice, at their tier-1
      * rate. It shows as a negative line on the person's next
      * statement and comes off their next settlement.
      *
      * An invoice clawed back for age that is paid after all gets
      * the commission back: a clawback not yet deducted is
      * cancelled, and one already deducted is matched by a
      * reinstatement the next settlement pays back. People paid on
      * collections are never paid ahead of the money, so nothing of
      * theirs is clawed back. Each invoice is clawed back once per
      * person. The register prints everything the run filed.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL SALES-DETAIL-FILE
                           ASSIGN TO "SALESDTL.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL.

                 SELECT SORT-WORK-FILE
                           ASSIGN TO "COMCLW1.WRK".

                 SELECT SORTED-DETAIL-FILE
                           ASSIGN TO "COMCLW2.WRK"
                           ORGANIZATION IS SEQUENTIAL.

                 SELECT OPTIONAL MASTER-FILE
                           ASSIGN TO "SALESMST.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS SALES-MASTER-ID
                           FILE STATUS IS MASTER-FILE-STATUS.

                 SELECT OPTIONAL SETTLEMENT-FILE
                           ASSIGN TO "SLSSETL.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS SETTLE-KEY
                           FILE STATUS IS SETTLE-FILE-STATUS.

                 SELECT OPTIONAL CLAWBACK-FILE
                           ASSIGN TO "COMCLAW.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CLAW-KEY
                           FILE STATUS IS CLAW-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * SALES-DETAIL-RECORD IS THE SHARED DETAIL LAYOUT - SEE
      * COPYBOOKS/WSALEDTL.CPY.
       FD  SALES-DETAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WSALEDTL.

      * ONE ROW PER PERSON'S SHARE OF AN INVOICED SALE, SORTED SO
      * EACH PERSON'S SHARES OF ONE INVOICE ARRIVE TOGETHER.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
                 05 SORT-SALES-ID              PIC X(10).
                 05 SORT-INVOICE-NUMBER        PIC 9(7).
                 05 SORT-DATE                  PIC 9(8).
                 05 SORT-ACCOUNT-NUMBER        PIC 9(7).
                 05 SORT-AMOUNT                PIC S9(7)V99.

       FD  SORTED-DETAIL-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-DETAIL-RECORD.
                 05 SORTED-SALES-ID            PIC X(10).
                 05 SORTED-INVOICE-NUMBER      PIC 9(7).
                 05 SORTED-DATE                PIC 9(8).
                 05 SORTED-ACCOUNT-NUMBER      PIC 9(7).
                 05 SORTED-AMOUNT              PIC S9(7)V99.

      * SALES-MASTER-RECORD, SETTLEMENT-RECORD AND CLAWBACK-RECORD
      * ARE THE SHARED LAYOUTS - SEE COPYBOOKS/WSALEMST.CPY,
      * WSLSSETL.CPY AND WCOMCLW.CPY.
       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WSALEMST.

       FD  SETTLEMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WSLSSETL.

       FD  CLAWBACK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCOMCLW.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  MASTER-FILE-STATUS        PIC XX.
       01  SETTLE-FILE-STATUS        PIC XX.
       01  CLAW-FILE-STATUS          PIC XX.
       01  END-OF-FILE               PIC X.
       01  FEED-END-OF-FILE          PIC X.
       01  SETTLE-END-OF-FILE        PIC X.
       01  RECORD-FOUND              PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

      * THE KEYED NUMBER OF DAYS AN INVOICE MAY STAY OPEN, AND THE
      * CUTOFF DATE IT GIVES - AN OPEN INVOICE DATED BEFORE THE
      * CUTOFF HAS ITS COMMISSION CLAWED BACK.
       01  DAYS-ENTRY                PIC X(3).
       01  DAYS-ALLOWED              PIC 9(3).
       01  KEYED-NUMBER-TEXT         PIC X(8).
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.
       01  TODAYS-DATE               PIC 9(8).
       01  CUTOFF-DATE               PIC 9(8).

      * THE DAY WALK-BACK, AS ARAGE01 DOES IT.
       01  AGE-DATE-PARTS.
                 05 AGE-YEAR               PIC 9(4).
                 05 AGE-MONTH              PIC 99.
                 05 AGE-DAY                PIC 99.
       01  AGE-DATE-WHOLE REDEFINES AGE-DATE-PARTS
                                           PIC 9(8).
       01  MONTH-LENGTH-TEXT         PIC X(24) VALUE
                                     "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-TEXT.
                 05 MONTH-LENGTH OCCURS 12 TIMES PIC 99.
       01  LEAP-QUOTIENT             PIC 9(4).
       01  LEAP-REMAINDER            PIC 9(4).

       01  SPLIT-PART                PIC S9(7)V99.
       01  PRIMARY-PART              PIC S9(7)V99.

      * CONTROL-BREAK STATE: THE PERSON, WHAT THEIR PLAN SAYS AND
      * THE LAST PERIOD SETTLED FOR THEM, AND THE INVOICE IN HAND.
       01  CURRENT-SALES-ID          PIC X(10).
       01  PERSON-MASTER-FOUND       PIC X.
       01  PERSON-ON-BOOKINGS        PIC X.
       01  PERSON-RATE               PIC 99V9.
       01  LAST-SETTLED-PERIOD       PIC 9(6).
       01  CURRENT-INVOICE-NUMBER    PIC 9(7).
       01  INVOICE-SALE-DATE         PIC 9(8).
       01  INVOICE-ACCOUNT-NUMBER    PIC 9(7).
       01  INVOICE-SALES-TOTAL       PIC S9(7)V99.
       01  FIRST-RECORD-SEEN         PIC X.

      * WHAT COMCOL01 SAYS BECAME OF THE INVOICE.
       01  INVOICE-STATE             PIC X.
       01  INVOICE-STATE-DATE        PIC 9(8).

      * THE CLAWBACK ALREADY ON FILE FOR THE PERSON AND INVOICE.
       01  CLAWBACK-ON-FILE          PIC X.
       01  ON-FILE-REASON            PIC X.
       01  ON-FILE-STATUS            PIC X.
       01  ON-FILE-COMMISSION        PIC S9(7)V99.
       01  ON-FILE-SALES-AMOUNT      PIC S9(7)V99.
       01  ON-FILE-RATE              PIC 99V9.

       01  CLAWBACKS-FILED           PIC 9(5) VALUE ZERO.
       01  CLAWBACKS-CANCELLED       PIC 9(5) VALUE ZERO.
       01  REINSTATEMENTS-FILED      PIC 9(5) VALUE ZERO.
       01  NET-COMMISSION-CLAWED     PIC S9(9)V99 VALUE ZERO.
       01  PRINT-LINES               PIC 99.
       01  PAGE-NUMBER               PIC 9(5).

      * Structures for the printed register.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(30) VALUE
                                     "COMMISSION CLAWBACK REGISTER ".
                 05 PRINT-TODAY            PIC 9(8).
                 05 FILLER                 PIC X(24) VALUE SPACE.
                 05 FILLER                 PIC X(5) VALUE "Page".
                 05 PRINT-PAGE-NUMBER      PIC ZZZZ9.

       01  SUBTITLE-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 SUB-OPERATOR-ID        PIC X(10).
                 05 FILLER                 PIC X(21) VALUE
                                           "  OPEN INVOICES PAST ".
                 05 PRINT-DAYS-ALLOWED     PIC ZZ9.
                 05 FILLER                 PIC X(20) VALUE
                                           " DAYS - DATED BEFORE".
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-CUTOFF-DATE      PIC 9(8).

       01  COLUMN-HEADING-LINE.
                 05 FILLER                 PIC X(11) VALUE
                                           "SALESPERSON".
                 05 FILLER                 PIC X(8) VALUE "INVOICE".
                 05 FILLER                 PIC X(8) VALUE "ACCOUNT".
                 05 FILLER                 PIC X(9) VALUE "SOLD".
                 05 FILLER                 PIC X(12) VALUE "ACTION".
                 05 FILLER                 PIC X(11) VALUE
                                           "      SALE".
                 05 FILLER                 PIC X(5) VALUE " RATE".
                 05 FILLER                 PIC X(12) VALUE
                                           "  COMMISSION".

       01  CLAWBACK-DETAIL-LINE.
                 05 PRINT-SALES-ID         PIC X(10).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-INVOICE-NUMBER   PIC 9(7).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-ACCOUNT          PIC 9(7).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-SALE-DATE        PIC 9(8).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-ACTION           PIC X(11).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-SALES-AMOUNT     PIC ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-RATE             PIC Z9.9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-COMMISSION       PIC ZZZ,ZZ9.99-.

       01  TOTAL-LINE.
                 05 FILLER                 PIC X(9) VALUE "CLAWED: ".
                 05 PRINT-FILED-COUNT      PIC ZZZZ9.
                 05 FILLER                 PIC X(13) VALUE
                                           "  CANCELLED: ".
                 05 PRINT-CANCELLED-COUNT  PIC ZZZZ9.
                 05 FILLER                 PIC X(14) VALUE
                                           "  REINSTATED: ".
                 05 PRINT-REINSTATED-COUNT PIC ZZZZ9.
                 05 FILLER                 PIC X(7) VALUE "  NET ".
                 05 PRINT-NET-CLAWED       PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "N" TO FIRST-RECORD-SEEN.
            MOVE "N" TO END-OF-FILE.
            PERFORM READ-NEXT-RECORD.
            PERFORM TALLY-ONE-RECORD
                 UNTIL END-OF-FILE = "Y".
            IF FIRST-RECORD-SEEN = "Y"
                      PERFORM JUDGE-THE-INVOICE.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * TAKING COMMISSION BACK IS A SUPERVISOR MATTER, THE SAME AS
      * PAYING IT.
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           IF OPERATOR-AUTHORITY < 9
                     DISPLAY "SUPERVISOR AUTHORITY IS NEEDED TO "
                             "CLAW BACK COMMISSIONS"
                     STOP RUN.
           PERFORM GET-THE-DAYS-ALLOWED.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-STATUS NOT = "00"
                     DISPLAY "SALESPERSON MASTER NOT AVAILABLE "
                             "- STATUS " MASTER-FILE-STATUS
                     STOP RUN.
           OPEN INPUT SETTLEMENT-FILE.
           IF SETTLE-FILE-STATUS NOT = "00"
                     DISPLAY "NO COMMISSION HAS BEEN SETTLED YET - "
                             "NOTHING TO CLAW BACK"
                     CLOSE MASTER-FILE
                     STOP RUN.
           OPEN I-O CLAWBACK-FILE.
           IF CLAW-FILE-STATUS = "35"
                     OPEN OUTPUT CLAWBACK-FILE
                     CLOSE CLAWBACK-FILE
                     OPEN I-O CLAWBACK-FILE.
           IF CLAW-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN COMCLAW.DAT - STATUS "
                             CLAW-FILE-STATUS
                     STOP RUN.
           SORT SORT-WORK-FILE
                     ON ASCENDING KEY SORT-SALES-ID
                                      SORT-INVOICE-NUMBER
                                      SORT-DATE
                     INPUT PROCEDURE IS DIVIDE-THE-DETAIL
                          THRU DIVIDE-THE-DETAIL-EXIT
                     GIVING SORTED-DETAIL-FILE.
           OPEN INPUT SORTED-DETAIL-FILE.
           OPEN OUTPUT PRINTER-FILE.
           MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
           MOVE TODAYS-DATE TO PRINT-TODAY.
           MOVE DAYS-ALLOWED TO PRINT-DAYS-ALLOWED.
           MOVE CUTOFF-DATE TO PRINT-CUTOFF-DATE.
           MOVE ZEROES TO PRINT-LINES PAGE-NUMBER.
           PERFORM START-NEW-PAGE.

       CLOSING-PROCEDURE.
           CLOSE SORTED-DETAIL-FILE.
           CLOSE MASTER-FILE.
           CLOSE SETTLEMENT-FILE.
           CLOSE CLAWBACK-FILE.
           PERFORM PRINT-THE-TOTALS.
           PERFORM END-LAST-PAGE.
           CLOSE PRINTER-FILE.
           DISPLAY CLAWBACKS-FILED " CLAWBACK(S) FILED, "
                   CLAWBACKS-CANCELLED " CANCELLED, "
                   REINSTATEMENTS-FILED " REINSTATED".

      * GET-THE-DAYS-ALLOWED TAKES HOW LONG AN INVOICE MAY STAY OPEN
      * BEFORE THE COMMISSION PAID ON IT COMES BACK, AND WALKS TODAY
      * BACK THAT MANY DAYS TO THE CUTOFF. BLANK TAKES 90.
       GET-THE-DAYS-ALLOWED.
           DISPLAY "DAYS AN INVOICE MAY STAY OPEN (BLANK = 90) ? ".
           ACCEPT DAYS-ENTRY.
           IF DAYS-ENTRY = SPACE
                     MOVE 90 TO DAYS-ALLOWED
           ELSE
                     MOVE DAYS-ENTRY TO KEYED-NUMBER-TEXT
                     CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                               KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD
                     IF KEYED-NUMBER-GOOD NOT = "Y" OR
                        KEYED-NUMBER-VALUE = ZERO OR
                        KEYED-NUMBER-VALUE > 999
                               DISPLAY "DAYS MUST BE 1 TO 999"
                               GO TO GET-THE-DAYS-ALLOWED
                     ELSE
                               MOVE KEYED-NUMBER-VALUE TO
                                         DAYS-ALLOWED.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           MOVE TODAYS-DATE TO AGE-DATE-WHOLE.
           PERFORM WALK-BACK-ONE-DAY DAYS-ALLOWED TIMES.
           MOVE AGE-DATE-WHOLE TO CUTOFF-DATE.

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

      * DIVIDE-THE-DETAIL FEEDS THE SORT WITH EVERY INVOICED SALE,
      * SPLITTING A SHARED SALE INTO EACH PERSON'S PART THE WAY THE
      * COMMISSION RUNS DO, SO EACH PERSON IS CLAWED BACK ONLY WHAT
      * THEY WERE PAID.
       DIVIDE-THE-DETAIL.
           OPEN INPUT SALES-DETAIL-FILE.
           MOVE "N" TO FEED-END-OF-FILE.
           PERFORM READ-NEXT-FEED-ROW.
           PERFORM RELEASE-ONE-FEED-ROW
                UNTIL FEED-END-OF-FILE = "Y".
           CLOSE SALES-DETAIL-FILE.

       DIVIDE-THE-DETAIL-EXIT.
           EXIT.

       READ-NEXT-FEED-ROW.
           READ SALES-DETAIL-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO FEED-END-OF-FILE.

       RELEASE-ONE-FEED-ROW.
           IF DETAIL-INVOICE-NUMBER IS NUMERIC
                     IF DETAIL-INVOICE-NUMBER > ZERO
                               PERFORM RELEASE-THE-PARTS.
           PERFORM READ-NEXT-FEED-ROW.

       RELEASE-THE-PARTS.
           MOVE DETAIL-INVOICE-NUMBER TO SORT-INVOICE-NUMBER.
           MOVE DETAIL-DATE TO SORT-DATE.
           MOVE DETAIL-ACCOUNT-NUMBER TO SORT-ACCOUNT-NUMBER.
           IF DETAIL-SPLIT-SALES-ID = SPACE OR
              DETAIL-SPLIT-PERCENT = ZERO
                     MOVE DETAIL-SALES-ID TO SORT-SALES-ID
                     MOVE DETAIL-AMOUNT TO SORT-AMOUNT
                     RELEASE SORT-RECORD
           ELSE
                     COMPUTE SPLIT-PART ROUNDED =
                               DETAIL-AMOUNT *
                               DETAIL-SPLIT-PERCENT / 100
                     COMPUTE PRIMARY-PART =
                               DETAIL-AMOUNT - SPLIT-PART
                     MOVE DETAIL-SALES-ID TO SORT-SALES-ID
                     MOVE PRIMARY-PART TO SORT-AMOUNT
                     RELEASE SORT-RECORD
                     MOVE DETAIL-SPLIT-SALES-ID TO SORT-SALES-ID
                     MOVE SPLIT-PART TO SORT-AMOUNT
                     RELEASE SORT-RECORD.

       READ-NEXT-RECORD.
           READ SORTED-DETAIL-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

      * TALLY-ONE-RECORD GATHERS ONE PERSON'S SHARES OF ONE INVOICE -
      * THE SALE LESS ANY RETURNS AGAINST IT - JUDGING THE INVOICE
      * BEFORE IT WHEN THE PERSON OR THE INVOICE CHANGES.
       TALLY-ONE-RECORD.
           IF FIRST-RECORD-SEEN = "N"
                     MOVE "Y" TO FIRST-RECORD-SEEN
                     PERFORM START-A-PERSON
                     PERFORM START-AN-INVOICE.
           IF SORTED-SALES-ID NOT = CURRENT-SALES-ID
                     PERFORM JUDGE-THE-INVOICE
                     PERFORM START-A-PERSON
                     PERFORM START-AN-INVOICE.
           IF SORTED-INVOICE-NUMBER NOT = CURRENT-INVOICE-NUMBER
                     PERFORM JUDGE-THE-INVOICE
                     PERFORM START-AN-INVOICE.
           ADD SORTED-AMOUNT TO INVOICE-SALES-TOTAL.
           PERFORM READ-NEXT-RECORD.

      * START-A-PERSON LOOKS UP THE PERSON'S BASIS AND TIER-1 RATE
      * AND THE LAST PERIOD SETTLED FOR THEM.
       START-A-PERSON.
           MOVE SORTED-SALES-ID TO CURRENT-SALES-ID.
           MOVE CURRENT-SALES-ID TO SALES-MASTER-ID.
           MOVE "Y" TO PERSON-MASTER-FOUND.
           READ MASTER-FILE
                     INVALID KEY
                     MOVE "N" TO PERSON-MASTER-FOUND.
           MOVE "N" TO PERSON-ON-BOOKINGS.
           MOVE ZEROES TO PERSON-RATE.
           IF PERSON-MASTER-FOUND = "Y"
                     MOVE SALES-MASTER-TIER1-RATE TO PERSON-RATE
                     IF COMMISSION-ON-BOOKINGS
                               MOVE "Y" TO PERSON-ON-BOOKINGS.
           PERFORM FIND-THE-LAST-SETTLEMENT.

       FIND-THE-LAST-SETTLEMENT.
           MOVE ZEROES TO LAST-SETTLED-PERIOD.
           MOVE CURRENT-SALES-ID TO SETTLE-SALES-ID.
           MOVE ZEROES TO SETTLE-PERIOD.
           MOVE "N" TO SETTLE-END-OF-FILE.
           START SETTLEMENT-FILE KEY IS NOT < SETTLE-KEY
                     INVALID KEY
                     MOVE "Y" TO SETTLE-END-OF-FILE.
           IF SETTLE-END-OF-FILE = "N"
                     PERFORM READ-NEXT-SETTLEMENT.
           PERFORM TAKE-ONE-SETTLEMENT
                UNTIL SETTLE-END-OF-FILE = "Y".

       READ-NEXT-SETTLEMENT.
           READ SETTLEMENT-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO SETTLE-END-OF-FILE.

       TAKE-ONE-SETTLEMENT.
           IF SETTLE-SALES-ID NOT = CURRENT-SALES-ID
                     MOVE "Y" TO SETTLE-END-OF-FILE
           ELSE
                     MOVE SETTLE-PERIOD TO LAST-SETTLED-PERIOD
                     PERFORM READ-NEXT-SETTLEMENT.

       START-AN-INVOICE.
           MOVE SORTED-INVOICE-NUMBER TO CURRENT-INVOICE-NUMBER.
           MOVE SORTED-DATE TO INVOICE-SALE-DATE.
           MOVE SORTED-ACCOUNT-NUMBER TO INVOICE-ACCOUNT-NUMBER.
           MOVE ZEROES TO INVOICE-SALES-TOTAL.

      * JUDGE-THE-INVOICE DECIDES WHAT, IF ANYTHING, TO DO ABOUT THE
      * PERSON'S SHARE OF THE INVOICE JUST GATHERED. ONLY A PERSON
      * PAID ON BOOKINGS IS EVER PAID AHEAD OF THE MONEY.
       JUDGE-THE-INVOICE.
           IF PERSON-ON-BOOKINGS = "Y"
                     PERFORM LOOK-FOR-A-CLAWBACK
                     IF CLAWBACK-ON-FILE = "Y"
                               PERFORM REVIEW-THE-CLAWBACK
                     ELSE
                               PERFORM CONSIDER-A-CLAWBACK.

      * LOOK-FOR-A-CLAWBACK READS THE CLAWBACK ALREADY FILED FOR THE
      * PERSON AND INVOICE, IF THERE IS ONE.
       LOOK-FOR-A-CLAWBACK.
           MOVE CURRENT-SALES-ID TO CLAW-SALES-ID.
           MOVE CURRENT-INVOICE-NUMBER TO CLAW-INVOICE-NUMBER.
           MOVE "C" TO CLAW-ENTRY-TYPE.
           MOVE "Y" TO CLAWBACK-ON-FILE.
           READ CLAWBACK-FILE
                     INVALID KEY
                     MOVE "N" TO CLAWBACK-ON-FILE.
           IF CLAWBACK-ON-FILE = "Y"
                     MOVE CLAW-REASON TO ON-FILE-REASON
                     MOVE CLAW-STATUS TO ON-FILE-STATUS
                     MOVE CLAW-COMMISSION TO ON-FILE-COMMISSION
                     MOVE CLAW-SALES-AMOUNT TO ON-FILE-SALES-AMOUNT
                     MOVE CLAW-RATE TO ON-FILE-RATE.

      * CONSIDER-A-CLAWBACK LOOKS AT A SALE THE PERSON HAS ALREADY
      * BEEN PAID FOR - IT FALLS IN OR BEFORE THEIR LAST SETTLED
      * PERIOD - AND CLAWS IT BACK IF ITS INVOICE WAS WRITTEN OFF OR
      * IS STILL OPEN FROM BEFORE THE CUTOFF.
       CONSIDER-A-CLAWBACK.
           IF INVOICE-SALES-TOTAL > ZERO AND
              LAST-SETTLED-PERIOD > ZERO AND
              INVOICE-SALE-DATE (1:6) NOT > LAST-SETTLED-PERIOD
                     CALL "COMCOL01" USING CURRENT-INVOICE-NUMBER
                               INVOICE-STATE INVOICE-STATE-DATE
                     IF INVOICE-STATE = "W"
                               MOVE "W" TO CLAW-REASON
                               PERFORM FILE-THE-CLAWBACK
                     ELSE
                               IF INVOICE-STATE = "O" AND
                                  INVOICE-STATE-DATE < CUTOFF-DATE
                                         MOVE "A" TO CLAW-REASON
                                         PERFORM FILE-THE-CLAWBACK.

       FILE-THE-CLAWBACK.
           MOVE CURRENT-SALES-ID TO CLAW-SALES-ID.
           MOVE CURRENT-INVOICE-NUMBER TO CLAW-INVOICE-NUMBER.
           MOVE "C" TO CLAW-ENTRY-TYPE.
           MOVE TODAYS-DATE TO CLAW-DATE.
           MOVE INVOICE-ACCOUNT-NUMBER TO CLAW-ACCOUNT-NUMBER.
           MOVE INVOICE-SALES-TOTAL TO CLAW-SALES-AMOUNT.
           MOVE PERSON-RATE TO CLAW-RATE.
           COMPUTE CLAW-COMMISSION ROUNDED =
                     INVOICE-SALES-TOTAL * PERSON-RATE / 100.
           MOVE "P" TO CLAW-STATUS.
           MOVE ZEROES TO CLAW-SETTLE-PERIOD.
           MOVE OPERATOR-ID TO CLAW-OPERATOR-ID.
           WRITE CLAWBACK-RECORD
                     INVALID KEY
                     DISPLAY "CLAWBACK NOT FILED - STATUS "
                             CLAW-FILE-STATUS
                     NOT INVALID KEY
                     ADD 1 TO CLAWBACKS-FILED
                     ADD CLAW-COMMISSION TO NET-COMMISSION-CLAWED
                     MOVE "CLAWED BACK" TO PRINT-ACTION
                     IF CLAW-FOR-WRITE-OFF
                               MOVE "WRITTEN OFF" TO PRINT-ACTION
                     END-IF
                     PERFORM PRINT-THE-ENTRY.

      * REVIEW-THE-CLAWBACK GIVES THE COMMISSION BACK WHEN AN INVOICE
      * CLAWED BACK FOR AGE HAS SINCE BEEN PAID. A WRITE-OFF IS FINAL.
       REVIEW-THE-CLAWBACK.
           IF ON-FILE-REASON = "A" AND
              ON-FILE-STATUS NOT = "X"
                     CALL "COMCOL01" USING CURRENT-INVOICE-NUMBER
                               INVOICE-STATE INVOICE-STATE-DATE
                     IF INVOICE-STATE = "P"
                               PERFORM GIVE-THE-COMMISSION-BACK.

       GIVE-THE-COMMISSION-BACK.
           IF ON-FILE-STATUS = "P"
                     PERFORM CANCEL-THE-CLAWBACK
           ELSE
                     PERFORM FILE-THE-REINSTATEMENT.

       CANCEL-THE-CLAWBACK.
           MOVE "X" TO CLAW-STATUS.
           REWRITE CLAWBACK-RECORD
                     INVALID KEY
                     DISPLAY "CLAWBACK NOT CANCELLED - STATUS "
                             CLAW-FILE-STATUS
                     NOT INVALID KEY
                     ADD 1 TO CLAWBACKS-CANCELLED
                     SUBTRACT CLAW-COMMISSION FROM
                               NET-COMMISSION-CLAWED
                     MOVE "CANCELLED" TO PRINT-ACTION
                     COMPUTE CLAW-COMMISSION =
                               ZERO - CLAW-COMMISSION
                     PERFORM PRINT-THE-ENTRY.

      * FILE-THE-REINSTATEMENT MATCHES A CLAWBACK ALREADY DEDUCTED
      * WITH AN "R" ENTRY FOR THE SAME COMMISSION, NEGATIVE, SO THE
      * NEXT SETTLEMENT PAYS IT BACK. THE KEY ALLOWS ONLY ONE.
       FILE-THE-REINSTATEMENT.
           MOVE CURRENT-SALES-ID TO CLAW-SALES-ID.
           MOVE CURRENT-INVOICE-NUMBER TO CLAW-INVOICE-NUMBER.
           MOVE "R" TO CLAW-ENTRY-TYPE.
           MOVE TODAYS-DATE TO CLAW-DATE.
           MOVE INVOICE-ACCOUNT-NUMBER TO CLAW-ACCOUNT-NUMBER.
           MOVE "A" TO CLAW-REASON.
           COMPUTE CLAW-SALES-AMOUNT = ZERO - ON-FILE-SALES-AMOUNT.
           MOVE ON-FILE-RATE TO CLAW-RATE.
           COMPUTE CLAW-COMMISSION = ZERO - ON-FILE-COMMISSION.
           MOVE "P" TO CLAW-STATUS.
           MOVE ZEROES TO CLAW-SETTLE-PERIOD.
           MOVE OPERATOR-ID TO CLAW-OPERATOR-ID.
           WRITE CLAWBACK-RECORD
                     INVALID KEY
                     CONTINUE
                     NOT INVALID KEY
                     ADD 1 TO REINSTATEMENTS-FILED
                     ADD CLAW-COMMISSION TO NET-COMMISSION-CLAWED
                     MOVE "REINSTATED" TO PRINT-ACTION
                     PERFORM PRINT-THE-ENTRY.

       PRINT-THE-ENTRY.
           IF PRINT-LINES > 55
                     PERFORM END-LAST-PAGE
                     PERFORM START-NEW-PAGE.
           MOVE CURRENT-SALES-ID TO PRINT-SALES-ID.
           MOVE CURRENT-INVOICE-NUMBER TO PRINT-INVOICE-NUMBER.
           MOVE INVOICE-ACCOUNT-NUMBER TO PRINT-ACCOUNT.
           MOVE INVOICE-SALE-DATE TO PRINT-SALE-DATE.
           MOVE INVOICE-SALES-TOTAL TO PRINT-SALES-AMOUNT.
           MOVE CLAW-RATE TO PRINT-RATE.
           COMPUTE PRINT-COMMISSION = ZERO - CLAW-COMMISSION.
           MOVE CLAWBACK-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE CLAWBACKS-FILED TO PRINT-FILED-COUNT.
           MOVE CLAWBACKS-CANCELLED TO PRINT-CANCELLED-COUNT.
           MOVE REINSTATEMENTS-FILED TO PRINT-REINSTATED-COUNT.
           COMPUTE PRINT-NET-CLAWED = ZERO - NET-COMMISSION-CLAWED.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE SUBTITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE COLUMN-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE 5 TO PRINT-LINES.

       END-LAST-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           MOVE ZEROES TO PRINT-LINES.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM COMCLW01.
