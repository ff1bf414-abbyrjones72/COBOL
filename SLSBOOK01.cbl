      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSBOOK01.

      ******************************************************************
      * This program prints each salesperson's contact book: their
      * own accounts only, picked by CUSTOMER-SALES-ID, one section
      * per salesperson. Each account shows the customer's name,
      * address, last contact date and count of open orders, then
      * every PHONE.DAT entry linked to it through
      * PHONE-ACCOUNT-NUMBER - home, work and cell in that order.
      * The operator keys one salesperson id, or blank for all of
      * them, and can also export the book to SLSBOOK.CSV, one row
      * per number. The book is built from the account assignments
      * as they stand when it runs and keeps nothing of its own, so
      * after SLSRAL01 realigns a territory it is simply run again.
      * A number the DNCSCR01 scrub found on the do-not-call registry
      * is marked ** DO NOT CALL ** on its line, or DNC - EBR EXEMPT
      * when the account's existing-business-relationship exemption
      * covers it, and the export carries the flag in a DNC column.
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

                 SELECT OPTIONAL PHONE-FILE
                           ASSIGN TO "PHONE.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS PHONE-NAME-KEY
                           FILE STATUS IS PHONE-FILE-STATUS.

                 SELECT OPTIONAL ORDER-HEADER-FILE
                           ASSIGN TO "ORDHDR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS ORDER-NUMBER
                           FILE STATUS IS ORDER-HEADER-FILE-STATUS.

                 SELECT OPTIONAL SALES-MASTER-FILE
                           ASSIGN TO "SALESMST.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS SALES-MASTER-ID
                           FILE STATUS IS SALES-MASTER-FILE-STATUS.

                 SELECT BOOK-WORK-FILE
                           ASSIGN TO "SLSBOOK1.WRK"
                           ORGANIZATION IS SEQUENTIAL.

                 SELECT BOOK-SORT-FILE
                           ASSIGN TO "SLSBOOK2.WRK".

                 SELECT SORTED-BOOK-FILE
                           ASSIGN TO "SLSBOOK3.WRK"
                           ORGANIZATION IS SEQUENTIAL.

                 SELECT OPTIONAL CSV-FILE
                           ASSIGN TO "SLSBOOK.CSV"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CSV-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

       FD  PHONE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPHONEF.

       FD  ORDER-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WORDHDR.

       FD  SALES-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WSALEMST.

      * ONE ROW PER OPEN ORDER (TYPE 1), ACCOUNT (TYPE 2) AND PHONE
      * ENTRY (TYPE 3) IN THE BOOK. SORTED BY SALESPERSON, ACCOUNT
      * AND ROW TYPE, AN ACCOUNT'S OPEN ORDERS ARE COUNTED BEFORE ITS
      * HEADING PRINTS AND ITS NUMBERS FOLLOW IT. THE PHONE ORDER
      * PUTS HOME, WORK AND CELL NUMBERS IN THAT ORDER.
       FD  BOOK-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  BOOK-WORK-RECORD.
                 05 WORK-SALES-ID          PIC X(10).
                 05 WORK-ACCOUNT-NUMBER    PIC 9(7).
                 05 WORK-ROW-TYPE          PIC X(1).
                 05 WORK-PHONE-ORDER       PIC 9(1).
                 05 WORK-NAME              PIC X(41).
                 05 WORK-PHONE-NUMBER      PIC X(15).
                 05 WORK-PHONE-EXTENSION   PIC X(5).
                 05 WORK-PHONE-TYPE        PIC X(1).
                 05 WORK-ADDRESS1          PIC X(25).
                 05 WORK-ADDRESS2          PIC X(25).
                 05 WORK-CITY              PIC X(15).
                 05 WORK-STATE             PIC X(15).
                 05 WORK-ZIP               PIC X(10).
                 05 WORK-LAST-CONTACT-DATE PIC 9(8).
                 05 WORK-DNC-FLAG          PIC X(1).

       SD  BOOK-SORT-FILE.
       01  BOOK-SORT-RECORD.
                 05 SORT-SALES-ID          PIC X(10).
                 05 SORT-ACCOUNT-NUMBER    PIC 9(7).
                 05 SORT-ROW-TYPE          PIC X(1).
                 05 SORT-PHONE-ORDER       PIC 9(1).
                 05 SORT-NAME              PIC X(41).
                 05 FILLER                 PIC X(120).

       FD  SORTED-BOOK-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-BOOK-RECORD.
                 05 SORTED-SALES-ID        PIC X(10).
                 05 SORTED-ACCOUNT-NUMBER  PIC 9(7).
                 05 SORTED-ROW-TYPE        PIC X(1).
                           88 SORTED-IS-OPEN-ORDER VALUE "1".
                           88 SORTED-IS-ACCOUNT    VALUE "2".
                           88 SORTED-IS-PHONE      VALUE "3".
                 05 SORTED-PHONE-ORDER     PIC 9(1).
                 05 SORTED-NAME            PIC X(41).
                 05 SORTED-PHONE-NUMBER    PIC X(15).
                 05 SORTED-PHONE-EXTENSION PIC X(5).
                 05 SORTED-PHONE-TYPE      PIC X(1).
                 05 SORTED-ADDRESS1        PIC X(25).
                 05 SORTED-ADDRESS2        PIC X(25).
                 05 SORTED-CITY            PIC X(15).
                 05 SORTED-STATE           PIC X(15).
                 05 SORTED-ZIP             PIC X(10).
                 05 SORTED-LAST-CONTACT-DATE PIC 9(8).
                 05 SORTED-DNC-FLAG        PIC X(1).

       FD  CSV-FILE
           LABEL RECORDS ARE STANDARD.
       01  CSV-RECORD                 PIC X(250).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  CUSTOMER-FILE-STATUS      PIC XX.
       01  PHONE-FILE-STATUS         PIC XX.
       01  ORDER-HEADER-FILE-STATUS  PIC XX.
       01  SALES-MASTER-FILE-STATUS  PIC XX.
       01  CSV-FILE-STATUS           PIC XX.
       01  CSV-MODE-ANSWER           PIC X.
       01  END-OF-FILE               PIC X.
       01  RECORD-FOUND              PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       01  THE-SALES-ID              PIC X(10).
       01  CURRENT-SALES-ID          PIC X(10).
       01  CURRENT-ACCOUNT           PIC 9(7).
       01  THE-SALES-NAME            PIC X(30).
       01  ACCOUNT-OPEN-ORDERS       PIC 9(5).
       01  ACCOUNT-PHONES            PIC 9(3).
       01  PRINT-LINES               PIC 99.
       01  THE-ZIP.
                 05 THE-ZIP-5              PIC 9(5).
                 05 THE-ZIP-DASH           PIC X(1).
                 05 THE-ZIP-PLUS4          PIC 9(4).
       01  SALESPEOPLE-PRINTED       PIC 9(5) VALUE ZERO.
       01  ACCOUNTS-PRINTED          PIC 9(7) VALUE ZERO.
       01  NUMBERS-PRINTED           PIC 9(7) VALUE ZERO.

      * THE ACCOUNT HEADING FIELDS, HELD FROM THE TYPE 2 ROW SO THE
      * CSV ROWS WRITTEN FOR ITS NUMBERS CAN CARRY THEM.
       01  HELD-ACCOUNT.
                 05 HELD-NAME              PIC X(41).
                 05 HELD-ADDRESS1          PIC X(25).
                 05 HELD-CITY              PIC X(15).
                 05 HELD-STATE             PIC X(15).
                 05 HELD-ZIP               PIC X(10).
                 05 HELD-LAST-CONTACT-DATE PIC 9(8).

      * Structures for the printed contact book.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(30) VALUE
                         "CONTACT BOOK  -  SALESPERSON  ".
                 05 PRINT-SALES-ID         PIC X(10).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-SALES-NAME       PIC X(30).

       01  ACCOUNT-LINE.
                 05 PRINT-ACCOUNT          PIC 9(7).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-CUSTOMER-NAME    PIC X(41).
                 05 FILLER                 PIC X(14) VALUE
                         " LAST CONTACT ".
                 05 PRINT-LAST-CONTACT     PIC 9(8).
                 05 FILLER                 PIC X(14) VALUE
                         "  OPEN ORDERS ".
                 05 PRINT-OPEN-ORDERS      PIC ZZZZ9.

       01  ADDRESS-LINE.
                 05 FILLER                 PIC X(9) VALUE SPACE.
                 05 PRINT-ADDRESS1         PIC X(25).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-ADDRESS2         PIC X(25).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-CITY             PIC X(15).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-STATE            PIC X(15).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-ZIP              PIC X(10).

       01  PHONE-LINE.
                 05 FILLER                 PIC X(9) VALUE SPACE.
                 05 PRINT-PHONE-KIND       PIC X(5).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-PHONE-NUMBER     PIC X(15).
                 05 FILLER                 PIC X(5) VALUE " EXT ".
                 05 PRINT-PHONE-EXTENSION  PIC X(5).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-PHONE-NAME       PIC X(41).
                 05 FILLER                 PIC X(14) VALUE
                         " LAST CONTACT ".
                 05 PRINT-PHONE-CONTACT    PIC 9(8).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-PHONE-DNC        PIC X(18).

       01  TOTAL-LINE.
                 05 PRINT-TOTAL-LABEL      PIC X(40).
                 05 PRINT-TOTAL-COUNT      PIC ZZZZZZ9.

      * Structures for the CSV export - one row per number, the
      * account's fields repeated on each; an account with no number
      * on PHONE.DAT still gets a row of its own.
       01  CSV-HEADER-LINE.
                 05 FILLER                 PIC X(49) VALUE
                 "SALES-ID,ACCOUNT,CUSTOMER,ADDRESS,CITY,STATE,ZIP,".
                 05 FILLER                 PIC X(51) VALUE
             "LAST-CONTACT,OPEN-ORDERS,TYPE,NUMBER,EXTENSION,NAME".
                 05 FILLER                 PIC X(4) VALUE ",DNC".

       01  CSV-DETAIL-LINE.
                 05 CSV-SALES-ID           PIC X(10).
                 05 FILLER                 PIC X(1) VALUE ",".
                 05 CSV-ACCOUNT            PIC 9(7).
                 05 FILLER                 PIC X(1) VALUE ",".
                 05 CSV-CUSTOMER-NAME      PIC X(41).
                 05 FILLER                 PIC X(1) VALUE ",".
                 05 CSV-ADDRESS1           PIC X(25).
                 05 FILLER                 PIC X(1) VALUE ",".
                 05 CSV-CITY               PIC X(15).
                 05 FILLER                 PIC X(1) VALUE ",".
                 05 CSV-STATE              PIC X(15).
                 05 FILLER                 PIC X(1) VALUE ",".
                 05 CSV-ZIP                PIC X(10).
                 05 FILLER                 PIC X(1) VALUE ",".
                 05 CSV-LAST-CONTACT       PIC 9(8).
                 05 FILLER                 PIC X(1) VALUE ",".
                 05 CSV-OPEN-ORDERS        PIC 9(5).
                 05 FILLER                 PIC X(1) VALUE ",".
                 05 CSV-PHONE-TYPE         PIC X(1).
                 05 FILLER                 PIC X(1) VALUE ",".
                 05 CSV-PHONE-NUMBER       PIC X(15).
                 05 FILLER                 PIC X(1) VALUE ",".
                 05 CSV-PHONE-EXTENSION    PIC X(5).
                 05 FILLER                 PIC X(1) VALUE ",".
                 05 CSV-PHONE-NAME         PIC X(41).
                 05 FILLER                 PIC X(1) VALUE ",".
                 05 CSV-PHONE-DNC          PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            OPEN OUTPUT BOOK-WORK-FILE.
            PERFORM GATHER-THE-ACCOUNTS.
            PERFORM GATHER-THE-OPEN-ORDERS.
            PERFORM GATHER-THE-PHONES.
            CLOSE BOOK-WORK-FILE.
            SORT BOOK-SORT-FILE
                      ON ASCENDING KEY SORT-SALES-ID
                                       SORT-ACCOUNT-NUMBER
                                       SORT-ROW-TYPE
                                       SORT-PHONE-ORDER
                                       SORT-NAME
                      USING BOOK-WORK-FILE
                      GIVING SORTED-BOOK-FILE.
            PERFORM PRINT-THE-BOOKS.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           DISPLAY "CONTACT BOOK FOR SALESPERSON (BLANK FOR ALL) ? ".
           ACCEPT THE-SALES-ID.
           DISPLAY "EXPORT TO CSV (Y/N)? " WITH NO ADVANCING.
           ACCEPT CSV-MODE-ANSWER.
           IF CSV-MODE-ANSWER = "y"
                     MOVE "Y" TO CSV-MODE-ANSWER.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "
                             CUSTOMER-FILE-STATUS
                     STOP RUN.
           OPEN INPUT SALES-MASTER-FILE.
           IF CSV-MODE-ANSWER = "Y"
                     OPEN OUTPUT CSV-FILE
                     IF CSV-FILE-STATUS NOT = "00"
                               DISPLAY "UNABLE TO OPEN "
                                       "SLSBOOK.CSV - STATUS "
                                       CSV-FILE-STATUS
                               STOP RUN
                     ELSE
                               MOVE CSV-HEADER-LINE TO CSV-RECORD
                               WRITE CSV-RECORD.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE CUSTOMER-FILE.
           CLOSE SALES-MASTER-FILE.
           IF CSV-MODE-ANSWER = "Y"
                     CLOSE CSV-FILE.
           CLOSE PRINTER-FILE.
           DISPLAY SALESPEOPLE-PRINTED " SALESPERSON(S), "
                   ACCOUNTS-PRINTED " ACCOUNT(S), "
                   NUMBERS-PRINTED " NUMBER(S) PRINTED".

      * GATHER-THE-ACCOUNTS FILES A TYPE 2 ROW FOR EVERY ACCOUNT
      * ASSIGNED TO A SALESPERSON - OR TO THE ONE SALESPERSON ASKED
      * FOR - CARRYING THE NAME, ADDRESS AND LAST CONTACT DATE.
       GATHER-THE-ACCOUNTS.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-CUSTOMER.
           PERFORM GATHER-ONE-ACCOUNT
                 UNTIL END-OF-FILE = "Y".

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       GATHER-ONE-ACCOUNT.
           IF CUSTOMER-SALES-ID NOT = SPACE
                     IF THE-SALES-ID = SPACE OR
                        CUSTOMER-SALES-ID = THE-SALES-ID
                               PERFORM FILE-THE-ACCOUNT-ROW.
           PERFORM READ-NEXT-CUSTOMER.

       FILE-THE-ACCOUNT-ROW.
           MOVE SPACE TO BOOK-WORK-RECORD.
           MOVE CUSTOMER-SALES-ID TO WORK-SALES-ID.
           MOVE CUSTOMER-ACCOUNT-NUMBER TO WORK-ACCOUNT-NUMBER.
           MOVE "2" TO WORK-ROW-TYPE.
           MOVE ZERO TO WORK-PHONE-ORDER.
           STRING CUSTOMER-FIRST-NAME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  CUSTOMER-LAST-NAME DELIMITED BY "  "
                  INTO WORK-NAME.
           MOVE CUSTOMER-ADDRESS1 TO WORK-ADDRESS1.
           MOVE CUSTOMER-ADDRESS2 TO WORK-ADDRESS2.
           MOVE CUSTOMER-CITY TO WORK-CITY.
           MOVE CUSTOMER-STATE TO WORK-STATE.
           MOVE CUSTOMER-ZIP TO THE-ZIP-5.
           MOVE CUSTOMER-ZIP-PLUS4 TO THE-ZIP-PLUS4.
           MOVE "-" TO THE-ZIP-DASH.
           IF CUSTOMER-ZIP-PLUS4 = ZERO
                     MOVE THE-ZIP (1:5) TO WORK-ZIP
           ELSE
                     MOVE THE-ZIP TO WORK-ZIP.
           MOVE CUSTOMER-LAST-CONTACT-DATE TO WORK-LAST-CONTACT-DATE.
           WRITE BOOK-WORK-RECORD.

      * GATHER-THE-OPEN-ORDERS FILES A TYPE 1 ROW FOR EVERY ORDER NOT
      * YET INVOICED OR CANCELLED, UNDER THE SALESPERSON THE ACCOUNT
      * BELONGS TO TODAY.
       GATHER-THE-OPEN-ORDERS.
           OPEN INPUT ORDER-HEADER-FILE.
           IF ORDER-HEADER-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-ORDER
                     PERFORM GATHER-ONE-ORDER
                          UNTIL END-OF-FILE = "Y"
                     CLOSE ORDER-HEADER-FILE.

       READ-NEXT-ORDER.
           READ ORDER-HEADER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       GATHER-ONE-ORDER.
           IF ORDER-IS-OPEN OR ORDER-IS-PICKED OR ORDER-IS-SHIPPED
                     MOVE ORDER-ACCOUNT-NUMBER TO
                          CUSTOMER-ACCOUNT-NUMBER
                     PERFORM GET-THE-BOOK-CUSTOMER
                     IF RECORD-FOUND = "Y"
                               MOVE SPACE TO BOOK-WORK-RECORD
                               MOVE CUSTOMER-SALES-ID TO WORK-SALES-ID
                               MOVE ORDER-ACCOUNT-NUMBER TO
                                    WORK-ACCOUNT-NUMBER
                               MOVE "1" TO WORK-ROW-TYPE
                               MOVE ZERO TO WORK-PHONE-ORDER
                               MOVE ZERO TO WORK-LAST-CONTACT-DATE
                               WRITE BOOK-WORK-RECORD.
           PERFORM READ-NEXT-ORDER.

      * GATHER-THE-PHONES FILES A TYPE 3 ROW FOR EVERY PHONE.DAT ENTRY
      * LINKED TO AN ACCOUNT IN THE BOOK.
       GATHER-THE-PHONES.
           OPEN INPUT PHONE-FILE.
           IF PHONE-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-PHONE
                     PERFORM GATHER-ONE-PHONE
                          UNTIL END-OF-FILE = "Y"
                     CLOSE PHONE-FILE.

       READ-NEXT-PHONE.
           READ PHONE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       GATHER-ONE-PHONE.
           IF PHONE-ACCOUNT-NUMBER NOT = ZERO
                     MOVE PHONE-ACCOUNT-NUMBER TO
                          CUSTOMER-ACCOUNT-NUMBER
                     PERFORM GET-THE-BOOK-CUSTOMER
                     IF RECORD-FOUND = "Y"
                               PERFORM FILE-THE-PHONE-ROW.
           PERFORM READ-NEXT-PHONE.

       FILE-THE-PHONE-ROW.
           MOVE SPACE TO BOOK-WORK-RECORD.
           MOVE CUSTOMER-SALES-ID TO WORK-SALES-ID.
           MOVE PHONE-ACCOUNT-NUMBER TO WORK-ACCOUNT-NUMBER.
           MOVE "3" TO WORK-ROW-TYPE.
           IF PHONE-TYPE-HOME
                     MOVE 1 TO WORK-PHONE-ORDER
           ELSE
                     IF PHONE-TYPE-WORK
                               MOVE 2 TO WORK-PHONE-ORDER
                     ELSE
                               IF PHONE-TYPE-CELL
                                         MOVE 3 TO WORK-PHONE-ORDER
                               ELSE
                                         MOVE 4 TO WORK-PHONE-ORDER.
           STRING PHONE-FIRST-NAME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  PHONE-LAST-NAME DELIMITED BY "  "
                  INTO WORK-NAME.
           MOVE PHONE-NUMBER TO WORK-PHONE-NUMBER.
           MOVE PHONE-EXTENSION TO WORK-PHONE-EXTENSION.
           MOVE PHONE-TYPE TO WORK-PHONE-TYPE.
           MOVE PHONE-LAST-CONTACT-DATE TO WORK-LAST-CONTACT-DATE.
           MOVE PHONE-DNC-FLAG TO WORK-DNC-FLAG.
           WRITE BOOK-WORK-RECORD.

      * GET-THE-BOOK-CUSTOMER READS THE ACCOUNT AN ORDER OR PHONE
      * ENTRY POINTS AT AND SAYS WHETHER IT BELONGS IN THE BOOK.
       GET-THE-BOOK-CUSTOMER.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     IF CUSTOMER-SALES-ID = SPACE
                               MOVE "N" TO RECORD-FOUND
                     ELSE
                               IF THE-SALES-ID NOT = SPACE AND
                                  CUSTOMER-SALES-ID NOT = THE-SALES-ID
                                         MOVE "N" TO RECORD-FOUND.

      * PRINT-THE-BOOKS PRINTS EACH SALESPERSON'S ACCOUNTS ON PAGES
      * OF THEIR OWN, BREAKING ON THE SALESPERSON AND THE ACCOUNT.
       PRINT-THE-BOOKS.
           MOVE SPACE TO CURRENT-SALES-ID.
           MOVE ZERO TO CURRENT-ACCOUNT.
           MOVE ZERO TO ACCOUNT-OPEN-ORDERS.
           MOVE ZERO TO ACCOUNT-PHONES.
           MOVE ZERO TO PRINT-LINES.
           OPEN INPUT SORTED-BOOK-FILE.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-SORTED-ROW.
           IF END-OF-FILE = "Y"
                     MOVE "NO ACCOUNTS FOR THE CONTACT BOOK" TO
                          PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           PERFORM PRINT-ONE-ROW
                 UNTIL END-OF-FILE = "Y".
           PERFORM FINISH-THE-ACCOUNT.
           CLOSE SORTED-BOOK-FILE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "SALESPEOPLE" TO PRINT-TOTAL-LABEL.
           MOVE SALESPEOPLE-PRINTED TO PRINT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "ACCOUNTS" TO PRINT-TOTAL-LABEL.
           MOVE ACCOUNTS-PRINTED TO PRINT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "NUMBERS" TO PRINT-TOTAL-LABEL.
           MOVE NUMBERS-PRINTED TO PRINT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           PERFORM END-THE-PAGE.

       READ-NEXT-SORTED-ROW.
           READ SORTED-BOOK-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       PRINT-ONE-ROW.
           IF SORTED-SALES-ID NOT = CURRENT-SALES-ID OR
              SORTED-ACCOUNT-NUMBER NOT = CURRENT-ACCOUNT
                     PERFORM FINISH-THE-ACCOUNT
                     MOVE SORTED-ACCOUNT-NUMBER TO CURRENT-ACCOUNT
                     MOVE ZERO TO ACCOUNT-OPEN-ORDERS
                     MOVE ZERO TO ACCOUNT-PHONES.
           IF SORTED-SALES-ID NOT = CURRENT-SALES-ID
                     PERFORM START-A-SALESPERSON.
           IF SORTED-IS-OPEN-ORDER
                     ADD 1 TO ACCOUNT-OPEN-ORDERS.
           IF SORTED-IS-ACCOUNT
                     PERFORM PRINT-THE-ACCOUNT.
           IF SORTED-IS-PHONE
                     PERFORM PRINT-THE-PHONE.
           PERFORM READ-NEXT-SORTED-ROW.

       START-A-SALESPERSON.
           IF CURRENT-SALES-ID NOT = SPACE
                     PERFORM END-THE-PAGE.
           MOVE SORTED-SALES-ID TO CURRENT-SALES-ID.
           ADD 1 TO SALESPEOPLE-PRINTED.
           MOVE SORTED-SALES-ID TO SALES-MASTER-ID.
           READ SALES-MASTER-FILE
                     INVALID KEY
                     MOVE "** NOT ON SALESMST.DAT **" TO
                          THE-SALES-NAME
                     NOT INVALID KEY
                     MOVE SALES-MASTER-NAME TO THE-SALES-NAME.
           PERFORM START-A-PAGE.

       START-A-PAGE.
           MOVE CURRENT-SALES-ID TO PRINT-SALES-ID.
           MOVE THE-SALES-NAME TO PRINT-SALES-NAME.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE 2 TO PRINT-LINES.

       END-THE-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           MOVE ZERO TO PRINT-LINES.

       PRINT-THE-ACCOUNT.
           IF PRINT-LINES NOT < 52
                     PERFORM END-THE-PAGE
                     PERFORM START-A-PAGE.
           ADD 1 TO ACCOUNTS-PRINTED.
           MOVE SORTED-NAME TO HELD-NAME.
           MOVE SORTED-ADDRESS1 TO HELD-ADDRESS1.
           MOVE SORTED-CITY TO HELD-CITY.
           MOVE SORTED-STATE TO HELD-STATE.
           MOVE SORTED-ZIP TO HELD-ZIP.
           MOVE SORTED-LAST-CONTACT-DATE TO HELD-LAST-CONTACT-DATE.
           MOVE SORTED-ACCOUNT-NUMBER TO PRINT-ACCOUNT.
           MOVE SORTED-NAME TO PRINT-CUSTOMER-NAME.
           MOVE SORTED-LAST-CONTACT-DATE TO PRINT-LAST-CONTACT.
           MOVE ACCOUNT-OPEN-ORDERS TO PRINT-OPEN-ORDERS.
           MOVE ACCOUNT-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE SORTED-ADDRESS1 TO PRINT-ADDRESS1.
           MOVE SORTED-ADDRESS2 TO PRINT-ADDRESS2.
           MOVE SORTED-CITY TO PRINT-CITY.
           MOVE SORTED-STATE TO PRINT-STATE.
           MOVE SORTED-ZIP TO PRINT-ZIP.
           MOVE ADDRESS-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 2 TO PRINT-LINES.

       PRINT-THE-PHONE.
           IF PRINT-LINES NOT < 55
                     PERFORM END-THE-PAGE
                     PERFORM START-A-PAGE.
           ADD 1 TO ACCOUNT-PHONES.
           ADD 1 TO NUMBERS-PRINTED.
           IF SORTED-PHONE-TYPE = "H"
                     MOVE "HOME" TO PRINT-PHONE-KIND
           ELSE
                     IF SORTED-PHONE-TYPE = "W"
                               MOVE "WORK" TO PRINT-PHONE-KIND
                     ELSE
                               IF SORTED-PHONE-TYPE = "C"
                                         MOVE "CELL" TO
                                              PRINT-PHONE-KIND
                               ELSE
                                         MOVE "OTHER" TO
                                              PRINT-PHONE-KIND.
           MOVE SORTED-PHONE-NUMBER TO PRINT-PHONE-NUMBER.
           MOVE SORTED-PHONE-EXTENSION TO PRINT-PHONE-EXTENSION.
           MOVE SORTED-NAME TO PRINT-PHONE-NAME.
           MOVE SORTED-LAST-CONTACT-DATE TO PRINT-PHONE-CONTACT.
           MOVE SPACE TO PRINT-PHONE-DNC.
           IF SORTED-DNC-FLAG = "D"
                     MOVE "** DO NOT CALL **" TO PRINT-PHONE-DNC.
           IF SORTED-DNC-FLAG = "E"
                     MOVE "DNC - EBR EXEMPT" TO PRINT-PHONE-DNC.
           MOVE PHONE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.
           IF CSV-MODE-ANSWER = "Y"
                     PERFORM FILL-THE-CSV-ACCOUNT
                     MOVE SORTED-PHONE-TYPE TO CSV-PHONE-TYPE
                     MOVE SORTED-PHONE-NUMBER TO CSV-PHONE-NUMBER
                     MOVE SORTED-PHONE-EXTENSION TO
                          CSV-PHONE-EXTENSION
                     MOVE SORTED-NAME TO CSV-PHONE-NAME
                     MOVE SORTED-DNC-FLAG TO CSV-PHONE-DNC
                     MOVE CSV-DETAIL-LINE TO CSV-RECORD
                     WRITE CSV-RECORD.

      * FINISH-THE-ACCOUNT CLOSES OFF THE ACCOUNT JUST PRINTED: ONE
      * WITH NO NUMBER ON PHONE.DAT SAYS SO, AND STILL GETS ITS ROW
      * IN THE CSV EXPORT.
       FINISH-THE-ACCOUNT.
           IF CURRENT-ACCOUNT NOT = ZERO
                     IF ACCOUNT-PHONES = ZERO
                               PERFORM NOTE-NO-NUMBERS
                     ELSE
                               MOVE SPACE TO PRINTER-RECORD
                               WRITE PRINTER-RECORD
                                     BEFORE ADVANCING 1
                               ADD 1 TO PRINT-LINES.

       NOTE-NO-NUMBERS.
           MOVE SPACE TO PRINTER-RECORD.
           MOVE "NO NUMBER ON PHONE.DAT FOR THIS ACCOUNT"
                TO PRINTER-RECORD (10:).
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           ADD 2 TO PRINT-LINES.
           IF CSV-MODE-ANSWER = "Y"
                     PERFORM FILL-THE-CSV-ACCOUNT
                     MOVE SPACE TO CSV-PHONE-TYPE
                     MOVE SPACE TO CSV-PHONE-NUMBER
                     MOVE SPACE TO CSV-PHONE-EXTENSION
                     MOVE SPACE TO CSV-PHONE-NAME
                     MOVE SPACE TO CSV-PHONE-DNC
                     MOVE CSV-DETAIL-LINE TO CSV-RECORD
                     WRITE CSV-RECORD.

       FILL-THE-CSV-ACCOUNT.
           MOVE CURRENT-SALES-ID TO CSV-SALES-ID.
           MOVE CURRENT-ACCOUNT TO CSV-ACCOUNT.
           MOVE HELD-NAME TO CSV-CUSTOMER-NAME.
           MOVE HELD-ADDRESS1 TO CSV-ADDRESS1.
           MOVE HELD-CITY TO CSV-CITY.
           MOVE HELD-STATE TO CSV-STATE.
           MOVE HELD-ZIP TO CSV-ZIP.
           MOVE HELD-LAST-CONTACT-DATE TO CSV-LAST-CONTACT.
           MOVE ACCOUNT-OPEN-ORDERS TO CSV-OPEN-ORDERS.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM SLSBOOK01.
