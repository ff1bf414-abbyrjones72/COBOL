      * (phone book, customer roster, product file, and year-to-date
      * sales commission) instead of an operator having to run each of
      * PHNPRT03/CUSTCNT01/PRODLST01/SALESRPT01 separately to see where
      * things stand. The stock is also valued at cost and the open
      * receivables summed off ARITEM.DAT, so each night's history
      * row carries the opening balances SUBREC01 reconciles from.
      ******************************************************************

       ENVIRONMENT DIVISION.
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS SALES-YTD-ID.

                 SELECT OPTIONAL AR-ITEM-FILE
                 ASSIGN TO "ARITEM.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS AR-INVOICE-NUMBER.

                 SELECT PRINTER-FILE
                 ASSIGN TO PRINTER
                 ORGANIZATION IS LINE SEQUENTIAL.
                 05 SALES-YTD-ID               PIC X(10).
                 05 SALES-YTD-COMMISSION       PIC 9(9)V99.

      * AR-ITEM-RECORD IS THE SHARED OPEN-ITEM LAYOUT - SEE
      * COPYBOOKS/WARITEM.CPY.
       FD  AR-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WARITEM.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                      PIC X(80).
       01  LOW-STOCK-THRESHOLD                 PIC 9(5) VALUE 10.
       01  STOCK-VALUE                         PIC 9(13)V99 VALUE
                                               ZERO.
       01  STOCK-COST                          PIC 9(13)V99 VALUE
                                               ZERO.
       01  AR-BALANCE-TOTAL                    PIC S9(13)V99 VALUE
                                               ZERO.
       01  SALES-YTD-TOTAL                     PIC 9(9)V99 VALUE ZERO.
       01  HISTORY-FILE-STATUS                 PIC XX.

                 05 PRINT-VALUE-LABEL          PIC X(30).
                 05 PRINT-STOCK-VALUE          PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  SUMMARY-BALANCE-LINE.
                 05 PRINT-BALANCE-LABEL        PIC X(30).
                 05 PRINT-BALANCE              PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            PERFORM COUNT-CUSTOMER-RECORDS.
            PERFORM COUNT-PRODUCT-RECORDS.
            PERFORM SUM-SALES-YTD-RECORDS.
            PERFORM SUM-AR-ITEM-RECORDS.
            PERFORM PRINT-THE-REPORT.
            PERFORM APPEND-THE-HISTORY-ROW.
            PERFORM CLOSING-PROCEDURE.
                           MOVE CUSTOMERS-CLOSED TO EOD-CUST-CLOSED
                           MOVE PRODUCT-COUNT TO EOD-PRODUCT-COUNT
                           MOVE STOCK-VALUE TO EOD-STOCK-VALUE
                           MOVE STOCK-COST TO EOD-STOCK-COST
                           MOVE AR-BALANCE-TOTAL TO EOD-AR-BALANCE
                           MOVE SALES-YTD-TOTAL TO
                                     EOD-YTD-COMMISSION
                           WRITE EOD-HISTORY-RECORD
                           ADD 1 TO LOW-STOCK-COUNT.
                 COMPUTE STOCK-VALUE = STOCK-VALUE +
                           (PRODUCT-QTY-ON-HAND * PRODUCT-PRICE).
                 COMPUTE STOCK-COST = STOCK-COST +
                           (PRODUCT-QTY-ON-HAND * PRODUCT-UNIT-COST).
                 PERFORM READ-NEXT-PRODUCT-RECORD.

      * SUM-SALES-YTD-RECORDS ADDS UP THE YEAR-TO-DATE COMMISSION
                 ADD SALES-YTD-COMMISSION TO SALES-YTD-TOTAL.
                 PERFORM READ-NEXT-SALES-YTD-RECORD.

      * SUM-AR-ITEM-RECORDS ADDS UP WHAT IS STILL OWED ACROSS EVERY
      * OPEN ITEM ON ARITEM.DAT - CREDITS INCLUDED, SO IT IS THE NET
      * RECEIVABLE THE LEDGER SHOULD CARRY.
       SUM-AR-ITEM-RECORDS.
                 OPEN INPUT AR-ITEM-FILE.
                 MOVE "N" TO END-OF-FILE.
                 PERFORM READ-NEXT-AR-ITEM-RECORD.
                 PERFORM TALLY-AR-ITEM-RECORD
                      UNTIL END-OF-FILE = "Y".
                 CLOSE AR-ITEM-FILE.

       READ-NEXT-AR-ITEM-RECORD.
                 READ AR-ITEM-FILE NEXT RECORD
                 AT END
                 MOVE "Y" TO END-OF-FILE.

       TALLY-AR-ITEM-RECORD.
                 ADD AR-BALANCE-DUE TO AR-BALANCE-TOTAL.
                 PERFORM READ-NEXT-AR-ITEM-RECORD.

      * PRINT-THE-REPORT GIVES EACH COUNT ITS OWN PAGE, SO THE PHONE,
      * CUSTOMER, PRODUCT, RECEIVABLES AND SALES-YTD SECTIONS EACH
      * START ON A FRESH PAGE WITH THE TITLE/SUBTITLE HEADER
      * REPRINTED AT THE TOP, THE SAME WAY PHNPRT01'S NEW-PAGE
      * REPEATS ITS HEADER.
       PRINT-THE-REPORT.
                 PERFORM PRINT-PAGE-HEADER.
                 MOVE "PHONE BOOK ENTRIES ON FILE:" TO PRINT-LABEL.
                 MOVE "STOCK VALUE ON HAND:" TO PRINT-VALUE-LABEL.
                 MOVE STOCK-VALUE TO PRINT-STOCK-VALUE.
                 MOVE SUMMARY-VALUE-LINE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 1.

                 MOVE "STOCK ON HAND AT COST:" TO PRINT-VALUE-LABEL.
                 MOVE STOCK-COST TO PRINT-STOCK-VALUE.
                 MOVE SUMMARY-VALUE-LINE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 2.

                 MOVE SPACE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
                 PERFORM PRINT-PAGE-HEADER.
                 MOVE "OPEN RECEIVABLES (ARITEM):" TO
                           PRINT-BALANCE-LABEL.
                 MOVE AR-BALANCE-TOTAL TO PRINT-BALANCE.
                 MOVE SUMMARY-BALANCE-LINE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 2.

                 MOVE SPACE TO PRINTER-RECORD.
