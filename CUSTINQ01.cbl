      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ01.

      ******************************************************************
      * This program is the one screen a clerk needs to answer a
      * customer's call. The customer is found by account number, or
      * - with the account number left blank - by last name through
      * the phone book, which lists the PHONE.DAT entries linked to
      * an account so the right one can be picked. Once found, a
      * section menu shows any of: the customer record itself, the
      * linked PHONE.DAT entries, the newest notes off CUSTNOTE.DAT,
      * the open AR items with the balance set against the credit
      * limit, the open orders and waiting back-orders, and the
      * year-to-date sales off SALESDTL.DAT. Each section pages on
      * its own, so a long note history does not push the AR balance
      * off the screen. Strictly read-only, so any clerk can run it.
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

                 SELECT OPTIONAL NOTES-FILE
                           ASSIGN TO "CUSTNOTE.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS NOTES-FILE-STATUS.

                 SELECT OPTIONAL AR-ITEM-FILE
                           ASSIGN TO "ARITEM.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS AR-INVOICE-NUMBER
                           FILE STATUS IS AR-FILE-STATUS.

                 SELECT OPTIONAL ORDER-HEADER-FILE
                           ASSIGN TO "ORDHDR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS ORDER-NUMBER
                           FILE STATUS IS HEADER-FILE-STATUS.

                 SELECT OPTIONAL BACKORDER-FILE
                           ASSIGN TO "BACKORD.DAT"
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS BACKORDER-FILE-STATUS.

                 SELECT OPTIONAL SALES-DETAIL-FILE
                           ASSIGN TO "SALESDTL.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DETAIL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

       FD  PHONE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPHONEF.

      * THE SAME ONE-NOTE-PER-LINE LAYOUT CUSTNOT01 FILES.
       FD  NOTES-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTE-RECORD.
                 05 NOTE-ACCOUNT-NUMBER    PIC 9(7).
                 05 NOTE-DATE              PIC 9(8).
                 05 NOTE-TIME              PIC 9(8).
                 05 NOTE-OPERATOR-ID       PIC X(10).
                 05 NOTE-TEXT              PIC X(60).

      * AR-ITEM-RECORD IS THE SHARED OPEN-ITEM LAYOUT - SEE
      * COPYBOOKS/WARITEM.CPY.
       FD  AR-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARITEM.

      * ORDER-HEADER-RECORD IS THE SHARED ORDER LAYOUT - SEE
      * COPYBOOKS/WORDHDR.CPY.
       FD  ORDER-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WORDHDR.

      * BACKORDER-RECORD IS THE SHARED BACK-ORDER LAYOUT - SEE
      * COPYBOOKS/WBACKORD.CPY.
       FD  BACKORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WBACKORD.

      * SALES-DETAIL-RECORD IS THE SHARED SALES DETAIL LAYOUT - SEE
      * COPYBOOKS/WSALEDTL.CPY.
       FD  SALES-DETAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WSALEDTL.

       WORKING-STORAGE SECTION.

           01 CUSTOMER-FILE-STATUS  PIC XX.
           01 PHONE-FILE-STATUS     PIC XX.
           01 NOTES-FILE-STATUS     PIC XX.
           01 AR-FILE-STATUS        PIC XX.
           01 HEADER-FILE-STATUS    PIC XX.
           01 BACKORDER-FILE-STATUS PIC XX.
           01 DETAIL-FILE-STATUS    PIC XX.
           01 YES-NO                PIC X.
           01 RECORD-FOUND          PIC X.
           01 END-OF-FILE           PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

           01 ACCOUNT-ENTRY         PIC X(7).
           01 THE-ACCOUNT-NUMBER    PIC 9(7).
           01 SECTION-CODE          PIC X.
           01 SCREEN-LINES          PIC 99.
           01 A-DUMMY               PIC X.
           01 ROWS-SHOWN            PIC 9(5).

      * THE NAME SEARCH - A PARTIAL LAST NAME, PUT IN THE SAME
      * "FIRST LETTER CAPITALIZED" FORM THE PHONE BOOK STORES NAMES.
           01 SEARCH-LAST-NAME      PIC X(20).
           01 SEARCH-LENGTH         PIC 99.

      * THE NEWEST NOTES ARE KEPT IN THIS TABLE IN FILE ORDER, THE
      * OLDEST SLIDING OFF THE TOP WHEN IT FILLS, AND SHOWN BY
      * WALKING IT BACKWARD. THE FULL HISTORY IS ON CUSTNOT01.
           01 NOTE-TABLE.
                     05 NOTE-ENTRY OCCURS 20 TIMES.
                               10 TABLE-NOTE-DATE       PIC 9(8).
                               10 TABLE-NOTE-TIME       PIC 9(8).
                               10 TABLE-NOTE-OPERATOR   PIC X(10).
                               10 TABLE-NOTE-TEXT       PIC X(60).
           01 NOTE-COUNT            PIC 99.
           01 NOTE-SUBSCRIPT        PIC 99.
           01 NOTES-ON-FILE         PIC 9(5).

           01 OPEN-BALANCE-TOTAL    PIC S9(11)V99.
           01 CREDIT-AVAILABLE      PIC S9(11)V99.
           01 OPEN-ORDER-TOTAL      PIC 9(11)V99.
           01 STATUS-SPELLED-OUT    PIC X(9).

           01 TODAYS-DATE.
                     05 TODAYS-YEAR          PIC 9(4).
                     05 FILLER               PIC 9(4).
           01 YTD-SALES-AMOUNT      PIC S9(9)V99.
           01 YTD-SALES-QUANTITY    PIC S9(7).
           01 YTD-SALES-ROWS        PIC 9(5).
           01 YTD-RETURN-ROWS       PIC 9(5).

           01 DISPLAY-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           01 DISPLAY-BALANCE       PIC ZZZ,ZZZ,ZZ9.99-.
           01 DISPLAY-TOTAL         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           01 DISPLAY-LIMIT         PIC Z,ZZZ,ZZZ,ZZ9.99.
           01 DISPLAY-QUANTITY      PIC Z,ZZZ,ZZ9-.

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "Y" TO YES-NO.
            PERFORM INQUIRE-ON-CUSTOMERS
                           UNTIL YES-NO = "N".
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "
                             CUSTOMER-FILE-STATUS
                     STOP RUN.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE CUSTOMER-FILE.

       INQUIRE-ON-CUSTOMERS.
           PERFORM GET-THE-CUSTOMER.
           IF RECORD-FOUND = "Y"
                     PERFORM SHOW-THE-CUSTOMER
                     MOVE SPACE TO SECTION-CODE
                     PERFORM SHOW-A-SECTION
                          UNTIL SECTION-CODE = "X".
           PERFORM GO-AGAIN.

      * GET-THE-CUSTOMER TAKES AN ACCOUNT NUMBER, OR ON A BLANK ONE
      * LISTS THE PHONE BOOK ENTRIES LINKED TO AN ACCOUNT UNDER THE
      * NAME KEYED AND ASKS AGAIN FOR THE ACCOUNT FROM THAT LIST.
       GET-THE-CUSTOMER.
           MOVE "N" TO RECORD-FOUND.
           DISPLAY "CUSTOMER ACCOUNT NUMBER (BLANK TO FIND BY NAME) ? ".
           ACCEPT ACCOUNT-ENTRY.
           IF ACCOUNT-ENTRY = SPACE
                     PERFORM FIND-BY-NAME
                     DISPLAY "CUSTOMER ACCOUNT NUMBER ? "
                     ACCEPT ACCOUNT-ENTRY.
           MOVE ACCOUNT-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD = "Y"
                     MOVE KEYED-NUMBER-VALUE TO
                               CUSTOMER-ACCOUNT-NUMBER
                     MOVE CUSTOMER-ACCOUNT-NUMBER TO
                               THE-ACCOUNT-NUMBER
                     MOVE "Y" TO RECORD-FOUND
                     READ CUSTOMER-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND
           ELSE
                     DISPLAY "ACCOUNT NUMBER MUST BE NUMERIC".
           IF RECORD-FOUND = "N" AND KEYED-NUMBER-GOOD = "Y"
                     DISPLAY "NO CUSTOMER WITH THAT ACCOUNT NUMBER".

      * FIND-BY-NAME SCANS THE PHONE BOOK FRONT TO BACK. ENTRIES NOT
      * LINKED TO AN ACCOUNT ARE NOT CUSTOMERS AND ARE LEFT OUT.
       FIND-BY-NAME.
           MOVE SPACE TO SEARCH-LAST-NAME.
           DISPLAY "LAST NAME (OR PARTIAL) TO FIND ? ".
           ACCEPT SEARCH-LAST-NAME.
           IF SEARCH-LAST-NAME NOT = SPACE
                     INSPECT SEARCH-LAST-NAME CONVERTING
                          "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
                          "abcdefghijklmnopqrstuvwxyz"
                     INSPECT SEARCH-LAST-NAME (1:1) CONVERTING
                          "abcdefghijklmnopqrstuvwxyz" TO
                          "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZEROES TO SEARCH-LENGTH.
           INSPECT SEARCH-LAST-NAME TALLYING
                     SEARCH-LENGTH FOR CHARACTERS
                     BEFORE INITIAL SPACE.
           MOVE ZEROES TO ROWS-SHOWN SCREEN-LINES.
           OPEN INPUT PHONE-FILE.
           IF PHONE-FILE-STATUS NOT = "00" AND
              PHONE-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN PHONE.DAT - STATUS "
                             PHONE-FILE-STATUS
           ELSE
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-PHONE
                     PERFORM MATCH-ONE-NAME
                          UNTIL END-OF-FILE = "Y"
                     CLOSE PHONE-FILE.
           IF ROWS-SHOWN = ZERO
                     DISPLAY "NO CUSTOMER PHONE ENTRIES UNDER THAT "
                             "NAME".

       READ-NEXT-PHONE.
           READ PHONE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       MATCH-ONE-NAME.
           IF PHONE-ACCOUNT-NUMBER NOT = ZERO
                     IF SEARCH-LENGTH = ZERO OR
                        PHONE-LAST-NAME (1:SEARCH-LENGTH) =
                             SEARCH-LAST-NAME (1:SEARCH-LENGTH)
                               PERFORM SHOW-ONE-NAME.
           PERFORM READ-NEXT-PHONE.

       SHOW-ONE-NAME.
           IF SCREEN-LINES NOT < 15
                     PERFORM PRESS-ENTER.
           ADD 1 TO ROWS-SHOWN.
           DISPLAY "ACCOUNT " PHONE-ACCOUNT-NUMBER " "
                   PHONE-LAST-NAME " " PHONE-FIRST-NAME " "
                   PHONE-CITY.
           ADD 1 TO SCREEN-LINES.

      * SHOW-THE-CUSTOMER IS THE HEADING EVERY SECTION HANGS UNDER.
       SHOW-THE-CUSTOMER.
           DISPLAY " ".
           DISPLAY "CUSTOMER " CUSTOMER-ACCOUNT-NUMBER ": "
                   CUSTOMER-LAST-NAME " " CUSTOMER-FIRST-NAME.
           IF CUSTOMER-IS-ON-CREDIT-HOLD
                     DISPLAY "** ACCOUNT IS ON CREDIT HOLD **".

       SHOW-A-SECTION.
           DISPLAY " ".
           DISPLAY "(C)USTOMER, (P)HONES, (N)OTES, (A)R AND CREDIT,".
           DISPLAY "(O)RDERS AND BACK-ORDERS, (S)ALES YEAR TO DATE,".
           DISPLAY "OR E(X)IT THIS CUSTOMER ? ".
           ACCEPT SECTION-CODE.
           INSPECT SECTION-CODE CONVERTING "cpnaosx" TO "CPNAOSX".
           IF SECTION-CODE = SPACE
                     MOVE "X" TO SECTION-CODE.
           MOVE ZEROES TO SCREEN-LINES.
           IF SECTION-CODE = "C"
                     PERFORM SHOW-THE-RECORD.
           IF SECTION-CODE = "P"
                     PERFORM SHOW-THE-PHONES.
           IF SECTION-CODE = "N"
                     PERFORM SHOW-THE-NOTES.
           IF SECTION-CODE = "A"
                     PERFORM SHOW-THE-AR.
           IF SECTION-CODE = "O"
                     PERFORM SHOW-THE-ORDERS.
           IF SECTION-CODE = "S"
                     PERFORM SHOW-THE-SALES.

      * THE CUSTOMER RECORD AS CUSTUPD01 WOULD SHOW IT, WITHOUT THE
      * CHANCE TO CHANGE ANYTHING.
       SHOW-THE-RECORD.
           PERFORM SHOW-THE-CUSTOMER.
           DISPLAY "PHONE:    " CUSTOMER-NUMBER " EXT "
                   CUSTOMER-EXTENSION " FAX " CUSTOMER-FAX.
           DISPLAY "ADDRESS:  " CUSTOMER-ADDRESS1.
           IF CUSTOMER-ADDRESS2 NOT = SPACE
                     DISPLAY "          " CUSTOMER-ADDRESS2.
           DISPLAY "          " CUSTOMER-CITY " " CUSTOMER-STATE " "
                   CUSTOMER-ZIP "-" CUSTOMER-ZIP-PLUS4.
           DISPLAY "EMAIL:    " CUSTOMER-EMAIL.
           DISPLAY "STATUS:   " CUSTOMER-STATUS
                   "   LAST CONTACT: " CUSTOMER-LAST-CONTACT-DATE.
           DISPLAY "SALES ID: " CUSTOMER-SALES-ID
                   "   TERMS: " CUSTOMER-TERMS-CODE
                   "   CURRENCY: " CUSTOMER-CURRENCY-CODE.
           IF CUSTOMER-CREDIT-LIMIT = ZERO
                     DISPLAY "CREDIT:   NO LIMIT"
           ELSE
                     MOVE CUSTOMER-CREDIT-LIMIT TO DISPLAY-LIMIT
                     DISPLAY "CREDIT:   LIMIT " DISPLAY-LIMIT.
           IF CUSTOMER-PARENT-ACCOUNT NOT = ZERO
                     DISPLAY "PARENT:   " CUSTOMER-PARENT-ACCOUNT.
           IF CUSTOMER-IS-TAX-EXEMPT
                     DISPLAY "TAX:      EXEMPT, CERTIFICATE "
                             CUSTOMER-EXEMPT-CERT " EXPIRES "
                             CUSTOMER-EXEMPT-EXPIRES.

      * THE PHONE BOOK ENTRIES HARD-LINKED TO THE ACCOUNT.
       SHOW-THE-PHONES.
           MOVE ZEROES TO ROWS-SHOWN.
           OPEN INPUT PHONE-FILE.
           IF PHONE-FILE-STATUS NOT = "00" AND
              PHONE-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN PHONE.DAT - STATUS "
                             PHONE-FILE-STATUS
           ELSE
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-PHONE
                     PERFORM MATCH-ONE-PHONE
                          UNTIL END-OF-FILE = "Y"
                     CLOSE PHONE-FILE.
           IF ROWS-SHOWN = ZERO
                     DISPLAY "NO PHONE BOOK ENTRIES LINKED TO THIS "
                             "ACCOUNT".

       MATCH-ONE-PHONE.
           IF PHONE-ACCOUNT-NUMBER = THE-ACCOUNT-NUMBER
                     PERFORM SHOW-ONE-PHONE.
           PERFORM READ-NEXT-PHONE.

       SHOW-ONE-PHONE.
           IF SCREEN-LINES NOT < 14
                     PERFORM PRESS-ENTER.
           ADD 1 TO ROWS-SHOWN.
           DISPLAY PHONE-LAST-NAME " " PHONE-FIRST-NAME " "
                   PHONE-NUMBER " " PHONE-EXTENSION " " PHONE-TYPE.
           DISPLAY "   " PHONE-CITY " " PHONE-STATE
                   " LAST CONTACT " PHONE-LAST-CONTACT-DATE.
           ADD 2 TO SCREEN-LINES.

      * SHOW-THE-NOTES GATHERS THE CUSTOMER'S NEWEST NOTES THE WAY
      * CUSTNOT01 DOES AND SHOWS THEM NEWEST-FIRST.
       SHOW-THE-NOTES.
           MOVE ZEROES TO NOTE-COUNT NOTES-ON-FILE.
           OPEN INPUT NOTES-FILE.
           IF NOTES-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-NOTE
                     PERFORM GATHER-ONE-NOTE
                          UNTIL END-OF-FILE = "Y".
           CLOSE NOTES-FILE.
           IF NOTE-COUNT = ZERO
                     DISPLAY "NO NOTES ON FILE FOR THIS CUSTOMER"
           ELSE
                     PERFORM SHOW-ONE-NOTE
                          VARYING NOTE-SUBSCRIPT FROM NOTE-COUNT
                          BY -1 UNTIL NOTE-SUBSCRIPT < 1.
           IF NOTES-ON-FILE > NOTE-COUNT
                     DISPLAY "NEWEST " NOTE-COUNT " OF "
                             NOTES-ON-FILE " NOTES SHOWN - SEE "
                             "CUSTNOT01 FOR THE REST".

       READ-NEXT-NOTE.
           READ NOTES-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       GATHER-ONE-NOTE.
           IF NOTE-ACCOUNT-NUMBER = THE-ACCOUNT-NUMBER
                     ADD 1 TO NOTES-ON-FILE
                     PERFORM FILE-NOTE-IN-TABLE.
           PERFORM READ-NEXT-NOTE.

       FILE-NOTE-IN-TABLE.
           IF NOTE-COUNT = 20
                     PERFORM SLIDE-ONE-SLOT
                          VARYING NOTE-SUBSCRIPT FROM 1 BY 1
                          UNTIL NOTE-SUBSCRIPT > 19
           ELSE
                     ADD 1 TO NOTE-COUNT.
           MOVE NOTE-DATE TO TABLE-NOTE-DATE (NOTE-COUNT).
           MOVE NOTE-TIME TO TABLE-NOTE-TIME (NOTE-COUNT).
           MOVE NOTE-OPERATOR-ID TO TABLE-NOTE-OPERATOR (NOTE-COUNT).
           MOVE NOTE-TEXT TO TABLE-NOTE-TEXT (NOTE-COUNT).

       SLIDE-ONE-SLOT.
           MOVE NOTE-ENTRY (NOTE-SUBSCRIPT + 1) TO
                     NOTE-ENTRY (NOTE-SUBSCRIPT).

       SHOW-ONE-NOTE.
           IF SCREEN-LINES NOT < 14
                     PERFORM PRESS-ENTER.
           DISPLAY TABLE-NOTE-DATE (NOTE-SUBSCRIPT) " "
                   TABLE-NOTE-TIME (NOTE-SUBSCRIPT) (1:4) " "
                   TABLE-NOTE-OPERATOR (NOTE-SUBSCRIPT).
           DISPLAY "   " TABLE-NOTE-TEXT (NOTE-SUBSCRIPT).
           ADD 2 TO SCREEN-LINES.

      * SHOW-THE-AR LISTS THE OPEN ITEMS AND SETS THEIR TOTAL AGAINST
      * THE ACCOUNT'S OWN CREDIT LIMIT. AN ACCOUNT WITH A PARENT
      * SHARES THE FAMILY LIMIT AT ORDER ENTRY, SO THE PARENT IS
      * NAMED FOR THE CLERK TO LOOK UP.
       SHOW-THE-AR.
           MOVE ZEROES TO ROWS-SHOWN OPEN-BALANCE-TOTAL.
           OPEN INPUT AR-ITEM-FILE.
           IF AR-FILE-STATUS NOT = "00" AND
              AR-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN ARITEM.DAT - STATUS "
                             AR-FILE-STATUS
           ELSE
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-ITEM
                     PERFORM MATCH-ONE-ITEM
                          UNTIL END-OF-FILE = "Y"
                     CLOSE AR-ITEM-FILE.
           IF ROWS-SHOWN = ZERO
                     DISPLAY "NO OPEN ITEMS FOR THIS ACCOUNT".
           PERFORM SHOW-THE-CREDIT-POSITION.

       READ-NEXT-ITEM.
           READ AR-ITEM-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       MATCH-ONE-ITEM.
           IF AR-ACCOUNT-NUMBER = THE-ACCOUNT-NUMBER AND
              AR-ITEM-IS-OPEN
                     PERFORM SHOW-ONE-ITEM.
           PERFORM READ-NEXT-ITEM.

       SHOW-ONE-ITEM.
           IF SCREEN-LINES NOT < 15
                     PERFORM PRESS-ENTER.
           ADD 1 TO ROWS-SHOWN.
           ADD AR-BALANCE-DUE TO OPEN-BALANCE-TOTAL.
           MOVE AR-ORIGINAL-AMOUNT TO DISPLAY-AMOUNT.
           MOVE AR-BALANCE-DUE TO DISPLAY-BALANCE.
           DISPLAY "INVOICE " AR-INVOICE-NUMBER " DATED "
                   AR-INVOICE-DATE " DUE " AR-DUE-DATE
                   " BALANCE " DISPLAY-BALANCE.
           ADD 1 TO SCREEN-LINES.

       SHOW-THE-CREDIT-POSITION.
           MOVE OPEN-BALANCE-TOTAL TO DISPLAY-TOTAL.
           DISPLAY "TOTAL OPEN BALANCE:   " DISPLAY-TOTAL.
           IF CUSTOMER-CREDIT-LIMIT = ZERO
                     DISPLAY "CREDIT LIMIT:          NONE SET"
           ELSE
                     MOVE CUSTOMER-CREDIT-LIMIT TO DISPLAY-LIMIT
                     DISPLAY "CREDIT LIMIT:         " DISPLAY-LIMIT
                     COMPUTE CREDIT-AVAILABLE =
                               CUSTOMER-CREDIT-LIMIT -
                               OPEN-BALANCE-TOTAL
                     MOVE CREDIT-AVAILABLE TO DISPLAY-TOTAL
                     DISPLAY "AVAILABLE:            " DISPLAY-TOTAL
                     IF CREDIT-AVAILABLE < ZERO
                               DISPLAY "** OVER THE CREDIT LIMIT **".
           IF CUSTOMER-PARENT-ACCOUNT NOT = ZERO
                     DISPLAY "ORDERS ARE CHECKED AGAINST THE LIMIT OF "
                             "PARENT ACCOUNT "
                             CUSTOMER-PARENT-ACCOUNT.
           IF CUSTOMER-IS-ON-CREDIT-HOLD
                     DISPLAY "** ACCOUNT IS ON CREDIT HOLD **".

      * SHOW-THE-ORDERS LISTS EVERY ORDER NOT YET INVOICED OR
      * CANCELLED, THEN EVERY BACK-ORDER ROW STILL WAITING. ORDINQ01
      * SHOWS ANY ONE ORDER LINE BY LINE.
       SHOW-THE-ORDERS.
           MOVE ZEROES TO ROWS-SHOWN OPEN-ORDER-TOTAL.
           OPEN INPUT ORDER-HEADER-FILE.
           IF HEADER-FILE-STATUS NOT = "00" AND
              HEADER-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN ORDHDR.DAT - STATUS "
                             HEADER-FILE-STATUS
           ELSE
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-HEADER
                     PERFORM MATCH-ONE-ORDER
                          UNTIL END-OF-FILE = "Y"
                     CLOSE ORDER-HEADER-FILE.
           IF ROWS-SHOWN = ZERO
                     DISPLAY "NO OPEN ORDERS FOR THIS ACCOUNT"
           ELSE
                     MOVE OPEN-ORDER-TOTAL TO DISPLAY-TOTAL
                     DISPLAY ROWS-SHOWN " OPEN ORDER(S) TOTALLING "
                             DISPLAY-TOTAL.
           ADD 1 TO SCREEN-LINES.
           PERFORM SHOW-THE-BACKORDERS.

       READ-NEXT-HEADER.
           READ ORDER-HEADER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       MATCH-ONE-ORDER.
           IF ORDER-ACCOUNT-NUMBER = THE-ACCOUNT-NUMBER
                     IF ORDER-IS-OPEN OR ORDER-IS-PICKED OR
                        ORDER-IS-SHIPPED
                               PERFORM SHOW-ONE-ORDER.
           PERFORM READ-NEXT-HEADER.

       SHOW-ONE-ORDER.
           IF SCREEN-LINES NOT < 15
                     PERFORM PRESS-ENTER.
           ADD 1 TO ROWS-SHOWN.
           ADD ORDER-TOTAL TO OPEN-ORDER-TOTAL.
           IF ORDER-IS-OPEN
                     MOVE "OPEN" TO STATUS-SPELLED-OUT.
           IF ORDER-IS-PICKED
                     MOVE "PICKED" TO STATUS-SPELLED-OUT.
           IF ORDER-IS-SHIPPED
                     MOVE "SHIPPED" TO STATUS-SPELLED-OUT.
           MOVE ORDER-TOTAL TO DISPLAY-AMOUNT.
           DISPLAY "ORDER " ORDER-NUMBER " DATED " ORDER-DATE " "
                   STATUS-SPELLED-OUT " TOTAL " DISPLAY-AMOUNT.
           ADD 1 TO SCREEN-LINES.

       SHOW-THE-BACKORDERS.
           MOVE ZEROES TO ROWS-SHOWN.
           OPEN INPUT BACKORDER-FILE.
           IF BACKORDER-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-BACKORDER
                     PERFORM MATCH-ONE-BACKORDER
                          UNTIL END-OF-FILE = "Y".
           CLOSE BACKORDER-FILE.
           IF ROWS-SHOWN = ZERO
                     DISPLAY "NO BACK-ORDERS WAITING FOR THIS ACCOUNT".

       READ-NEXT-BACKORDER.
           READ BACKORDER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       MATCH-ONE-BACKORDER.
           IF BACKORDER-ACCOUNT = THE-ACCOUNT-NUMBER AND
              BACKORDER-IS-WAITING
                     PERFORM SHOW-ONE-BACKORDER.
           PERFORM READ-NEXT-BACKORDER.

       SHOW-ONE-BACKORDER.
           IF SCREEN-LINES NOT < 15
                     PERFORM PRESS-ENTER.
           ADD 1 TO ROWS-SHOWN.
           DISPLAY "BACK-ORDER ON " BACKORDER-ORDER-NUMBER " "
                   BACKORDER-PRODUCT-CODE " QTY " BACKORDER-QUANTITY
                   " WAITING SINCE " BACKORDER-DATE.
           ADD 1 TO SCREEN-LINES.

      * SHOW-THE-SALES TOTALS THE ACCOUNT'S SALES DETAIL FOR THE
      * CURRENT CALENDAR YEAR. RETURNS ARE FILED AS REVERSING ROWS,
      * SO THE TOTAL IS NET OF THEM.
       SHOW-THE-SALES.
           MOVE ZEROES TO YTD-SALES-AMOUNT YTD-SALES-QUANTITY
                          YTD-SALES-ROWS YTD-RETURN-ROWS.
           OPEN INPUT SALES-DETAIL-FILE.
           IF DETAIL-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-DETAIL
                     PERFORM ADD-ONE-DETAIL
                          UNTIL END-OF-FILE = "Y".
           CLOSE SALES-DETAIL-FILE.
           DISPLAY "SALES FOR " TODAYS-YEAR " TO DATE:".
           MOVE YTD-SALES-AMOUNT TO DISPLAY-TOTAL.
           DISPLAY "   NET AMOUNT:   " DISPLAY-TOTAL.
           MOVE YTD-SALES-QUANTITY TO DISPLAY-QUANTITY.
           DISPLAY "   NET QUANTITY: " DISPLAY-QUANTITY.
           DISPLAY "   SALES ROWS:   " YTD-SALES-ROWS
                   "   RETURN ROWS: " YTD-RETURN-ROWS.

       READ-NEXT-DETAIL.
           READ SALES-DETAIL-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       ADD-ONE-DETAIL.
           IF DETAIL-ACCOUNT-NUMBER = THE-ACCOUNT-NUMBER AND
              DETAIL-DATE (1:4) = TODAYS-DATE (1:4)
                     ADD DETAIL-AMOUNT TO YTD-SALES-AMOUNT
                     ADD DETAIL-QUANTITY TO YTD-SALES-QUANTITY
                     IF DETAIL-AMOUNT < ZERO
                               ADD 1 TO YTD-RETURN-ROWS
                     ELSE
                               ADD 1 TO YTD-SALES-ROWS.
           PERFORM READ-NEXT-DETAIL.

       GO-AGAIN.
           DISPLAY "INQUIRE ON ANOTHER CUSTOMER?".
           ACCEPT YES-NO.
           IF YES-NO = "y"
                     MOVE "Y" TO YES-NO
           IF YES-NO NOT = "Y"
                     MOVE "N" TO YES-NO.

       PRESS-ENTER.
                 DISPLAY "PRESS ENTER TO CONTINUE..."
                 ACCEPT A-DUMMY.
                 MOVE 0 TO SCREEN-LINES.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM CUSTINQ01.
