      * the plan on the salesperson master, and the running year-to-
      * date figure from SALESYTD.DAT. Nothing is posted anywhere -
      * SALESRPT01 remains the run that updates the YTD accumulator.
      * A person paid on collections is shown each sale on the date
      * its invoice was paid, and only once it has been. Clawbacks
      * COMCLW01 has filed and the next settlement will deduct are
      * listed as negative lines and come off the unsettled balance.
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

                 SELECT PRINTER-FILE
                 ASSIGN TO PRINTER
                 ORGANIZATION IS LINE SEQUENTIAL.
           LABEL RECORDS ARE STANDARD.
       COPY WSLSSETL.

      * CLAWBACK-RECORD IS THE SHARED CLAWBACK LAYOUT - SEE
      * COPYBOOKS/WCOMCLW.CPY.
       FD  CLAWBACK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WCOMCLW.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                      PIC X(80).
                                               "  TERRITORY:".
                 05 PRINT-TERRITORY            PIC X(15).

       01  STATEMENT-BASIS-LINE.
                 05 FILLER                     PIC X(45) VALUE
                       "PAID ON COLLECTIONS - SALES ARE SHOWN ON THE ".
                 05 FILLER                     PIC X(27) VALUE
                       "DATE THEIR INVOICE WAS PAID".

       01  STATEMENT-COLUMN-HEADINGS.
                 05 FILLER                     PIC X(10) VALUE "DATE".
                 05 FILLER                     PIC X(9) VALUE
                                               "COMMISSION THIS RUN:".
                 05 PRINT-COMMISSION           PIC ZZZ,ZZ9.99.

       01  CLAWBACK-HEADING-LINE.
                 05 FILLER                     PIC X(30) VALUE
                                     "COMMISSION CLAWED BACK:".

       01  CLAWBACK-DETAIL-LINE.
                 05 PRINT-CLAW-DATE            PIC 9(8).
                 05 FILLER                     PIC X(2) VALUE SPACE.
                 05 PRINT-CLAW-ACCOUNT         PIC 9(7).
                 05 FILLER                     PIC X(2) VALUE SPACE.
                 05 FILLER                     PIC X(4) VALUE "INV ".
                 05 PRINT-CLAW-INVOICE         PIC 9(7).
                 05 FILLER                     PIC X(2) VALUE SPACE.
                 05 PRINT-CLAW-REASON          PIC X(12).
                 05 PRINT-CLAW-COMMISSION      PIC ZZZ,ZZ9.99-.

       01  STATEMENT-CLAWBACK-LINE.
                 05 FILLER                     PIC X(22) VALUE
                                               "CLAWBACKS PENDING:".
                 05 PRINT-CLAWBACK-TOTAL       PIC ZZZ,ZZ9.99-.

       01  STATEMENT-YTD-LINE.
                 05 FILLER                     PIC X(22) VALUE
                                               "YEAR-TO-DATE COMM.:".

       01  THE-COMMISSION                      PIC S9(7)V99.
       01  SETTLE-FILE-STATUS                  PIC XX.
       01  SETTLED-TO-DATE                     PIC S9(11)V99.
      * THE ACCUMULATOR YEAR: SALESYTD.DAT STARTS OVER AT THE YEAR
      * CLOSE, SO THE SETTLED FIGURE NETTED AGAINST IT MUST ONLY
      * COUNT THIS YEAR'S PAYMENTS.
       01  STATEMENT-YEAR                      PIC X(4).
       01  UNSETTLED-BALANCE                   PIC S9(11)V99.
       01  SETTLE-END-OF-FILE                  PIC X.
      * CLAWBACKS FILED FOR THE PERSON AND NOT YET DEDUCTED BY A
      * SETTLEMENT, SHOWN AS NEGATIVE LINES AND TAKEN OFF WHAT IS
      * STILL OWED.
       01  CLAW-FILE-STATUS                    PIC XX.
       01  CLAW-END-OF-FILE                    PIC X.
       01  PENDING-CLAWBACK                    PIC S9(9)V99.
       01  CLAWBACK-LINES                      PIC 9(5).

       01  STATEMENT-SETTLED-LINE.
                 05 FILLER                     PIC X(22) VALUE
                                               "SETTLED TO DATE:".
                 05 PRINT-SETTLED              PIC ZZZ,ZZ9.99-.

       01  STATEMENT-UNSETTLED-LINE.
                 05 FILLER                     PIC X(22) VALUE
       01  FEED-END-OF-FILE                    PIC X.
       01  SPLIT-PART                          PIC S9(7)V99.
       01  PRIMARY-PART                        PIC S9(7)V99.
      * WHAT BECAME OF THE SALE'S INVOICE, FOR A SHARE EARNED ON
      * COLLECTIONS - SEE COMCOL01.
       01  PART-MASTER-FOUND                   PIC X.
       01  INVOICE-LOOKED-UP                   PIC X.
       01  INVOICE-STATE                       PIC X.
       01  INVOICE-STATE-DATE                  PIC 9(8).
       01  PARTS-NOT-COLLECTED                 PIC 9(5) VALUE ZERO.
       01  STATEMENTS-PRINTED                  PIC 9(5) VALUE ZERO.

      * THE REQUESTED DATE RANGE - A BLANK ENTRY LEAVES THAT END OF
                           INPUT PROCEDURE IS DIVIDE-THE-DETAIL
                                THRU DIVIDE-THE-DETAIL-EXIT
                           GIVING SORTED-DETAIL-FILE.
                 IF PARTS-NOT-COLLECTED > ZERO
                           DISPLAY PARTS-NOT-COLLECTED
                                   " SALE(S) ON COLLECTIONS BASIS NOT "
                                   "YET PAID - NOT EARNED THIS RUN".
                 OPEN INPUT SORTED-DETAIL-FILE.
                 OPEN INPUT SALES-YTD-FILE.
                 OPEN OUTPUT PRINTER-FILE.
                 MOVE "Y" TO FEED-END-OF-FILE.

       RELEASE-ONE-FEED-ROW.
                 MOVE "N" TO INVOICE-LOOKED-UP.
                 MOVE DETAIL-DATE TO SORT-DATE.
                 MOVE DETAIL-ACCOUNT-NUMBER TO SORT-ACCOUNT-NUMBER.
                 MOVE DETAIL-PRODUCT-CODE TO SORT-PRODUCT-CODE.
                    DETAIL-SPLIT-PERCENT = ZERO
                           MOVE DETAIL-SALES-ID TO SORT-SALES-ID
                           MOVE DETAIL-AMOUNT TO SORT-AMOUNT
                           PERFORM RELEASE-ONE-PART
                 ELSE
                           COMPUTE SPLIT-PART ROUNDED =
                                     DETAIL-AMOUNT *
                                     DETAIL-AMOUNT - SPLIT-PART
                           MOVE DETAIL-SALES-ID TO SORT-SALES-ID
                           MOVE PRIMARY-PART TO SORT-AMOUNT
                           PERFORM RELEASE-ONE-PART
                           MOVE DETAIL-SPLIT-SALES-ID TO
                                     SORT-SALES-ID
                           MOVE SPLIT-PART TO SORT-AMOUNT
                           PERFORM RELEASE-ONE-PART.
                 PERFORM READ-NEXT-FEED-ROW.

      * RELEASE-ONE-PART RELEASES ONE PERSON'S SHARE OF THE SALE. A
      * PERSON PAID ON BOOKINGS EARNS ON THE SALE DATE. A PERSON PAID
      * ON COLLECTIONS EARNS ONLY ONCE COMCOL01 FINDS THE INVOICE
      * PAID, AND THEN ON THE DATE IT WAS PAID - SO THE SHARE FALLS
      * IN THE RANGE THE MONEY CAME IN. A SHARE NOT YET COLLECTED,
      * OR WITH NO INVOICE TO COLLECT ON, IS LEFT OUT AND COUNTED.
       RELEASE-ONE-PART.
                 MOVE DETAIL-DATE TO SORT-DATE.
                 MOVE SORT-SALES-ID TO SALES-MASTER-ID.
                 MOVE "Y" TO PART-MASTER-FOUND.
                 READ MASTER-FILE
                           INVALID KEY
                           MOVE "N" TO PART-MASTER-FOUND.
                 IF PART-MASTER-FOUND = "Y" AND
                    COMMISSION-ON-COLLECTIONS
                           PERFORM DATE-BY-COLLECTION
                 ELSE
                           RELEASE SORT-RECORD.

       DATE-BY-COLLECTION.
                 IF INVOICE-LOOKED-UP = "N"
                           PERFORM LOOK-UP-THE-INVOICE.
                 IF INVOICE-STATE = "P"
                           MOVE INVOICE-STATE-DATE TO SORT-DATE
                           RELEASE SORT-RECORD
                 ELSE
                           ADD 1 TO PARTS-NOT-COLLECTED.

      * LOOK-UP-THE-INVOICE ASKS COMCOL01 ONCE PER SALE, HOWEVER
      * MANY PEOPLE SHARE IT.
       LOOK-UP-THE-INVOICE.
                 MOVE "Y" TO INVOICE-LOOKED-UP.
                 MOVE "N" TO INVOICE-STATE.
                 MOVE ZEROES TO INVOICE-STATE-DATE.
                 IF DETAIL-INVOICE-NUMBER IS NUMERIC
                           IF DETAIL-INVOICE-NUMBER > ZERO
                                     CALL "COMCOL01" USING
                                               DETAIL-INVOICE-NUMBER
                                               INVOICE-STATE
                                               INVOICE-STATE-DATE.

       CLOSING-PROCEDURE.
                 CLOSE SORTED-DETAIL-FILE.
                 CLOSE SALES-YTD-FILE.
                 MOVE CURRENT-SALES-ID TO PRINT-STATEMENT-ID.
                 MOVE STATEMENT-ID-LINE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 2.
                 IF MASTER-WAS-FOUND = "Y" AND
                    COMMISSION-ON-COLLECTIONS
                           MOVE STATEMENT-BASIS-LINE TO PRINTER-RECORD
                           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
                 MOVE STATEMENT-COLUMN-HEADINGS TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 2.

                 MOVE THE-COMMISSION TO PRINT-COMMISSION.
                 MOVE STATEMENT-COMMISSION-LINE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                 PERFORM SHOW-THE-CLAWBACKS.
                 PERFORM LOOK-UP-THE-YTD.
                 MOVE STATEMENT-YTD-LINE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                 WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
                 MOVE ZEROES TO PERSON-SALES-TOTAL.

      * SHOW-THE-CLAWBACKS LISTS THE PERSON'S PENDING CLAWBACKS - A
      * REINSTATEMENT PRINTS AS A CREDIT BACK TO THEM - AND TOTALS
      * THEM FOR THE UNSETTLED BALANCE. THE FILE IS READ FROM THE
      * PERSON'S FIRST ENTRY; NO FILE ON THE SYSTEM PRINTS NOTHING.
       SHOW-THE-CLAWBACKS.
                 MOVE ZEROES TO PENDING-CLAWBACK.
                 MOVE ZEROES TO CLAWBACK-LINES.
                 OPEN INPUT CLAWBACK-FILE.
                 IF CLAW-FILE-STATUS = "00"
                           PERFORM LIST-THE-CLAWBACKS.
                 CLOSE CLAWBACK-FILE.
                 IF CLAWBACK-LINES > ZERO
                           MOVE PENDING-CLAWBACK TO
                                     PRINT-CLAWBACK-TOTAL
                           MOVE STATEMENT-CLAWBACK-LINE TO
                                     PRINTER-RECORD
                           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LIST-THE-CLAWBACKS.
                 MOVE CURRENT-SALES-ID TO CLAW-SALES-ID.
                 MOVE ZEROES TO CLAW-INVOICE-NUMBER.
                 MOVE SPACE TO CLAW-ENTRY-TYPE.
                 MOVE "N" TO CLAW-END-OF-FILE.
                 START CLAWBACK-FILE KEY IS NOT < CLAW-KEY
                           INVALID KEY
                           MOVE "Y" TO CLAW-END-OF-FILE.
                 IF CLAW-END-OF-FILE = "N"
                           PERFORM READ-NEXT-CLAWBACK.
                 PERFORM LIST-ONE-CLAWBACK
                      UNTIL CLAW-END-OF-FILE = "Y".

       READ-NEXT-CLAWBACK.
                 READ CLAWBACK-FILE NEXT RECORD
                 AT END
                 MOVE "Y" TO CLAW-END-OF-FILE.

       LIST-ONE-CLAWBACK.
                 IF CLAW-SALES-ID NOT = CURRENT-SALES-ID
                           MOVE "Y" TO CLAW-END-OF-FILE
                 ELSE
                           IF CLAW-IS-PENDING
                                     PERFORM PRINT-ONE-CLAWBACK
                           END-IF
                           PERFORM READ-NEXT-CLAWBACK.

       PRINT-ONE-CLAWBACK.
                 IF CLAWBACK-LINES = ZERO
                           MOVE CLAWBACK-HEADING-LINE TO
                                     PRINTER-RECORD
                           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                 ADD 1 TO CLAWBACK-LINES.
                 ADD CLAW-COMMISSION TO PENDING-CLAWBACK.
                 MOVE CLAW-DATE TO PRINT-CLAW-DATE.
                 MOVE CLAW-ACCOUNT-NUMBER TO PRINT-CLAW-ACCOUNT.
                 MOVE CLAW-INVOICE-NUMBER TO PRINT-CLAW-INVOICE.
                 MOVE "UNPAID" TO PRINT-CLAW-REASON.
                 IF CLAW-FOR-WRITE-OFF
                           MOVE "WRITTEN OFF" TO PRINT-CLAW-REASON.
                 IF CLAW-IS-REINSTATEMENT
                           MOVE "REINSTATED" TO PRINT-CLAW-REASON.
                 COMPUTE PRINT-CLAW-COMMISSION =
                           ZERO - CLAW-COMMISSION.
                 MOVE CLAWBACK-DETAIL-LINE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * SHOW-THE-SETTLEMENTS SUMS WHAT HAS BEEN PAID TO THE PERSON
      * THIS ACCUMULATOR YEAR OFF THE SETTLEMENT FILE AND SHOWS IT
      * WITH THE UNSETTLED REMAINDER OF THE YEAR-TO-DATE FIGURE -
      * PRIOR YEARS' PAYMENTS WERE ALREADY NETTED AGAINST THE
      * ACCUMULATOR THE YEAR CLOSE RESET. CLAWBACKS A SETTLEMENT
      * DEDUCTED COUNT AS SETTLED ALONG WITH WHAT IT PAID, AND THE
      * PENDING ONES COME OFF WHAT IS LEFT. THE FILE IS OPENED AND
      * CLOSED PER STATEMENT SO EACH SCAN STARTS AT THE TOP; NO
      * SETTLEMENT FILE ON THE SYSTEM PRINTS NOTHING EXTRA.
       SHOW-THE-SETTLEMENTS.
       SUM-ONE-SETTLEMENT.
                 IF SETTLE-SALES-ID = CURRENT-SALES-ID AND
                    SETTLE-PERIOD (1:4) = STATEMENT-YEAR
                           ADD SETTLE-AMOUNT-PAID TO SETTLED-TO-DATE
                           IF SETTLE-CLAWBACK IS NUMERIC
                                     ADD SETTLE-CLAWBACK TO
                                               SETTLED-TO-DATE.
                 PERFORM READ-NEXT-SETTLEMENT.

       PRINT-THE-SETTLED-LINES.
                 MOVE STATEMENT-SETTLED-LINE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                 COMPUTE UNSETTLED-BALANCE =
                           SALES-YTD-COMMISSION - SETTLED-TO-DATE
                           - PENDING-CLAWBACK.
                 MOVE UNSETTLED-BALANCE TO PRINT-UNSETTLED.
                 MOVE STATEMENT-UNSETTLED-LINE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.
