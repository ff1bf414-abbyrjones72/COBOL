      * back, keying the check number. One settlement per person per
      * period - the file's key refuses a double. GLEXT01 extracts
      * the period's paid amounts as type-S details so finance books
      * the expense the month it is paid. Clawbacks COMCLW01 has
      * filed against the person are listed as negative lines and
      * deducted from what is owed; the settlement records the total
      * deducted and marks each one deducted in the period. When the
      * clawbacks cover everything owed nothing is paid and they wait
      * for the next settlement.
      ******************************************************************

       ENVIRONMENT DIVISION.
                           RECORD KEY IS SETTLE-KEY
                           FILE STATUS IS SETTLE-FILE-STATUS.

                 SELECT OPTIONAL CLAWBACK-FILE
                           ASSIGN TO "COMCLAW.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CLAW-KEY
                           FILE STATUS IS CLAW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           LABEL RECORDS ARE STANDARD.
           COPY WSLSSETL.

      * CLAWBACK-RECORD IS THE SHARED CLAWBACK LAYOUT - SEE
      * COPYBOOKS/WCOMCLW.CPY.
       FD  CLAWBACK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCOMCLW.

       WORKING-STORAGE SECTION.

           01 SALES-YTD-STATUS      PIC XX.
           01 SETTLE-FILE-STATUS    PIC XX.
           01 CLAW-FILE-STATUS      PIC XX.
           01 CLAW-END-OF-FILE      PIC X.
           01 END-OF-FILE           PIC X.
           01 SCAN-END-OF-FILE      PIC X.
           01 RECORD-FOUND          PIC X.

           01 MONTH-ENTRY           PIC X(6).
           01 THE-PERIOD            PIC 9(6).
           01 ALREADY-PAID          PIC S9(11)V99.
           01 PENDING-CLAWBACK      PIC S9(9)V99.
           01 DISPLAY-CLAWBACK      PIC ZZZ,ZZ9.99-.
           01 UNSETTLED-BALANCE     PIC S9(11)V99.
           01 AMOUNT-ENTRY-FIELD    PIC X(11).
           01 AMOUNT-AS-EDIT        PIC Z(8).ZZ.
                     DISPLAY "UNABLE TO OPEN SLSSETL.DAT - STATUS "
                             SETTLE-FILE-STATUS
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

       CLOSING-PROCEDURE.
           CLOSE SALES-YTD-FILE.
           CLOSE SETTLEMENT-FILE.
           CLOSE CLAWBACK-FILE.
           DISPLAY SETTLEMENTS-WRITTEN " SETTLEMENT(S) RECORDED FOR "
                   THE-PERIOD.

                     MOVE "Y" TO END-OF-FILE.

      * SETTLE-ONE-PERSON FIGURES WHAT IS STILL OWED - EARNED TO
      * DATE LESS EVERYTHING ALREADY SETTLED AND THE CLAWBACKS NOW
      * PENDING - AND TAKES THE PAYMENT. A PERIOD ALREADY SETTLED FOR
      * THE PERSON, OR A ZERO BALANCE, PASSES QUIETLY.
       SETTLE-ONE-PERSON.
           MOVE SALES-YTD-ID TO THE-SALES-ID.
           PERFORM CHECK-FOR-THIS-PERIOD.
                             THE-PERIOD " - SKIPPED"
           ELSE
                     PERFORM SUM-THE-PRIOR-SETTLEMENTS
                     PERFORM SUM-THE-PENDING-CLAWBACKS
                     COMPUTE UNSETTLED-BALANCE =
                               SALES-YTD-COMMISSION - ALREADY-PAID
                               - PENDING-CLAWBACK
                     PERFORM SETTLE-THE-BALANCE.
           PERFORM READ-NEXT-YTD.

       SETTLE-THE-BALANCE.
           IF UNSETTLED-BALANCE > ZERO
                     PERFORM TAKE-THE-PAYMENT
           ELSE
                     IF PENDING-CLAWBACK NOT = ZERO
                               DISPLAY "CLAWBACKS COVER WHAT IS OWED - "
                                       "CARRIED TO THE NEXT "
                                       "SETTLEMENT".

       CHECK-FOR-THIS-PERIOD.
           MOVE THE-SALES-ID TO SETTLE-SALES-ID.
           MOVE THE-PERIOD TO SETTLE-PERIOD.
      * SUM-THE-PRIOR-SETTLEMENTS SCANS WHAT HAS BEEN PAID TO THE
      * PERSON FOR THE YEAR BEING SETTLED - THE YTD ACCUMULATOR IT
      * IS NETTED AGAINST STARTS OVER AT THE YEAR CLOSE, SO PRIOR
      * YEARS' PAYMENTS MUST NOT COUNT AGAINST IT. CLAWBACKS A
      * SETTLEMENT DEDUCTED COUNT ALONG WITH WHAT IT PAID. THE FILE IS
      * CLOSED AND REOPENED SO THE SCAN STARTS AT THE TOP.
       SUM-THE-PRIOR-SETTLEMENTS.
           MOVE ZEROES TO ALREADY-PAID.
       SUM-ONE-SETTLEMENT.
           IF SETTLE-SALES-ID = THE-SALES-ID AND
              SETTLE-PERIOD (1:4) = THE-PERIOD (1:4)
                     ADD SETTLE-AMOUNT-PAID TO ALREADY-PAID
                     IF SETTLE-CLAWBACK IS NUMERIC
                               ADD SETTLE-CLAWBACK TO ALREADY-PAID.
           PERFORM READ-NEXT-SETTLEMENT.

      * SUM-THE-PENDING-CLAWBACKS LISTS AND TOTALS THE PERSON'S
      * CLAWBACKS NOT YET DEDUCTED. A REINSTATEMENT IS A NEGATIVE
      * CLAWBACK AND SHOWS AS A CREDIT BACK TO THEM.
       SUM-THE-PENDING-CLAWBACKS.
           MOVE ZEROES TO PENDING-CLAWBACK.
           PERFORM START-AT-THE-PERSON.
           PERFORM SUM-ONE-CLAWBACK
                 UNTIL CLAW-END-OF-FILE = "Y".
           IF PENDING-CLAWBACK NOT = ZERO
                     COMPUTE DISPLAY-CLAWBACK =
                               ZERO - PENDING-CLAWBACK
                     DISPLAY THE-SALES-ID " CLAWBACKS TO DEDUCT "
                             DISPLAY-CLAWBACK.

       START-AT-THE-PERSON.
           MOVE THE-SALES-ID TO CLAW-SALES-ID.
           MOVE ZEROES TO CLAW-INVOICE-NUMBER.
           MOVE SPACE TO CLAW-ENTRY-TYPE.
           MOVE "N" TO CLAW-END-OF-FILE.
           START CLAWBACK-FILE KEY IS NOT < CLAW-KEY
                     INVALID KEY
                     MOVE "Y" TO CLAW-END-OF-FILE.
           IF CLAW-END-OF-FILE = "N"
                     PERFORM READ-NEXT-CLAWBACK.

       READ-NEXT-CLAWBACK.
           READ CLAWBACK-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO CLAW-END-OF-FILE.
           IF CLAW-END-OF-FILE = "N" AND
              CLAW-SALES-ID NOT = THE-SALES-ID
                     MOVE "Y" TO CLAW-END-OF-FILE.

       SUM-ONE-CLAWBACK.
           IF CLAW-IS-PENDING
                     ADD CLAW-COMMISSION TO PENDING-CLAWBACK
                     COMPUTE DISPLAY-CLAWBACK =
                               ZERO - CLAW-COMMISSION
                     DISPLAY "   INVOICE " CLAW-INVOICE-NUMBER
                             " " CLAW-ENTRY-TYPE CLAW-REASON
                             " " DISPLAY-CLAWBACK.
           PERFORM READ-NEXT-CLAWBACK.

      * MARK-THE-CLAWBACKS-DEDUCTED STAMPS EACH PENDING CLAWBACK THE
      * SETTLEMENT JUST TOOK WITH ITS PERIOD.
       MARK-THE-CLAWBACKS-DEDUCTED.
           PERFORM START-AT-THE-PERSON.
           PERFORM MARK-ONE-CLAWBACK
                 UNTIL CLAW-END-OF-FILE = "Y".

       MARK-ONE-CLAWBACK.
           IF CLAW-IS-PENDING
                     MOVE "D" TO CLAW-STATUS
                     MOVE THE-PERIOD TO CLAW-SETTLE-PERIOD
                     REWRITE CLAWBACK-RECORD
                               INVALID KEY
                               DISPLAY "CLAWBACK NOT MARKED - STATUS "
                                       CLAW-FILE-STATUS.
           PERFORM READ-NEXT-CLAWBACK.

       TAKE-THE-PAYMENT.
           MOVE UNSETTLED-BALANCE TO DISPLAY-BALANCE.
           DISPLAY THE-SALES-ID " UNSETTLED BALANCE "
           ACCEPT SETTLE-DATE FROM DATE YYYYMMDD.
           MOVE CHECK-NUMBER-ENTRY TO SETTLE-CHECK-NUMBER.
           MOVE THE-AMOUNT-PAID TO SETTLE-AMOUNT-PAID.
           MOVE PENDING-CLAWBACK TO SETTLE-CLAWBACK.
           COMPUTE SETTLE-HELD-BACK =
                     UNSETTLED-BALANCE - THE-AMOUNT-PAID.
           MOVE OPERATOR-ID TO SETTLE-OPERATOR-ID.
                     NOT INVALID KEY
                     ADD 1 TO SETTLEMENTS-WRITTEN
                     DISPLAY "SETTLED - HELD BACK "
                             SETTLE-HELD-BACK
                     PERFORM MARK-THE-CLAWBACKS-DEDUCTED.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
