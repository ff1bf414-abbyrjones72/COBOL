      * this report run for March, and a keying error is one visible
      * transaction. Each salesperson's commission is added to their
      * running year-to-date total on SALESYTD.DAT as before. Blank
      * dates mean no limit on that end of the range. A salesperson
      * paid on collections earns on a sale only once its invoice is
      * paid, and in the range the payment falls in.
      ******************************************************************

       ENVIRONMENT DIVISION.
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

       01  PRINT-LINES                         PIC 99.
       01  PAGE-NUMBER                         PIC 9(5).
                           INPUT PROCEDURE IS DIVIDE-THE-DETAIL
                                THRU DIVIDE-THE-DETAIL-EXIT
                           GIVING SORTED-DETAIL-FILE.
                 IF PARTS-NOT-COLLECTED > ZERO
                           DISPLAY PARTS-NOT-COLLECTED
                                   " SALE(S) ON COLLECTIONS BASIS NOT "
                                   "YET PAID - NOT EARNED THIS RUN".
                 OPEN INPUT SORTED-DETAIL-FILE.
                 OPEN OUTPUT PRINTER-FILE.
                 PERFORM OPEN-SALES-YTD-FILE.
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

       OPENING-PROCEDURE-EXIT.
                 EXIT.

