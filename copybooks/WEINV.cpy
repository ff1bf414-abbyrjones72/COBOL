      ******************************************************************
      * WEINV - shared record layout for the electronic invoice files
      * ORDINV01 writes for the accounts that take their invoices as
      * data instead of paper (CUSTOMER-EINVOICE). Each file is named
      * EINV.YYYYMMDD.HHMMSS for the run that wrote it, and every
      * record is 150 bytes, typed by its first two characters:
      *   FH  FILE HEADER - THE FILE NAME, WHEN AND BY WHOM.
      *   IH  INVOICE HEADER - INVOICE, ORDER, DATES, ACCOUNT, AND
      *       THE CURRENCY THE INVOICE IS PRICED IN WITH ITS RATE
      *       (BLANK CURRENCY IS HOME CURRENCY).
      *   BT  BILL-TO NAME AND ADDRESS.
      *   ST  SHIP-TO NAME AND ADDRESS - THE BILL-TO WHEN THE ORDER
      *       CARRIED NO SHIP-TO CODE.
      *   LI  ONE PER SHIPPED LINE - OUR PART NUMBER, DESCRIPTION,
      *       QUANTITY, PRICE CHARGED, LIST PRICE, EXTENSION, AND THE
      *       CUSTOMER'S OWN PART NUMBER FOR IT (BLANK WHEN NONE).
      *   IT  INVOICE TOTALS - MERCHANDISE, TAX, FREIGHT, TOTAL DUE,
      *       AND THE TERMS, DUE DATE AND ANY EARLY-PAYMENT DISCOUNT.
      *   FT  FILE TRAILER - INVOICE, LINE AND RECORD COUNTS (THE
      *       RECORD COUNT TAKES IN THE HEADER AND TRAILER), AND HASH
      *       TOTALS OF THE AMOUNTS DUE, THE QUANTITIES AND THE
      *       INVOICE NUMBERS. A RECEIVER REJECTS A FILE WHOSE
      *       TRAILER DOES NOT AGREE WITH WHAT IT LOADED.
      * Amounts carry two implied decimals and no sign, and are in
      * the invoice's currency.
      ******************************************************************
       01  EINV-RECORD                    PIC X(150).

       01  EINV-FILE-HEADER REDEFINES EINV-RECORD.
                 05 EINV-FH-TYPE           PIC X(2).
                 05 EINV-FH-FILE-NAME      PIC X(20).
                 05 EINV-FH-CREATED-DATE   PIC 9(8).
                 05 EINV-FH-CREATED-TIME   PIC 9(6).
                 05 EINV-FH-OPERATOR-ID    PIC X(10).
                 05 FILLER                 PIC X(104).

       01  EINV-INVOICE-HEADER REDEFINES EINV-RECORD.
                 05 EINV-IH-TYPE           PIC X(2).
                 05 EINV-IH-INVOICE-NUMBER PIC 9(7).
                 05 EINV-IH-ORDER-NUMBER   PIC 9(7).
                 05 EINV-IH-INVOICE-DATE   PIC 9(8).
                 05 EINV-IH-SHIP-DATE      PIC 9(8).
                 05 EINV-IH-ACCOUNT-NUMBER PIC 9(7).
                 05 EINV-IH-CARRIER        PIC X(4).
                 05 EINV-IH-CURRENCY-CODE  PIC X(3).
                 05 EINV-IH-EXCHANGE-RATE  PIC 9(3)V9(6).
                 05 FILLER                 PIC X(95).

       01  EINV-BILL-TO REDEFINES EINV-RECORD.
                 05 EINV-BT-TYPE           PIC X(2).
                 05 EINV-BT-INVOICE-NUMBER PIC 9(7).
                 05 EINV-BT-FIRST-NAME     PIC X(20).
                 05 EINV-BT-LAST-NAME      PIC X(20).
                 05 EINV-BT-ADDRESS1       PIC X(25).
                 05 EINV-BT-ADDRESS2       PIC X(25).
                 05 EINV-BT-CITY           PIC X(15).
                 05 EINV-BT-STATE          PIC X(15).
                 05 EINV-BT-ZIP            PIC 9(5).
                 05 EINV-BT-ZIP-PLUS4      PIC 9(4).
                 05 FILLER                 PIC X(12).

       01  EINV-SHIP-TO REDEFINES EINV-RECORD.
                 05 EINV-ST-TYPE           PIC X(2).
                 05 EINV-ST-INVOICE-NUMBER PIC 9(7).
                 05 EINV-ST-SHIP-TO-CODE   PIC X(4).
                 05 EINV-ST-NAME           PIC X(41).
                 05 EINV-ST-ADDRESS1       PIC X(25).
                 05 EINV-ST-ADDRESS2       PIC X(25).
                 05 EINV-ST-CITY           PIC X(15).
                 05 EINV-ST-STATE          PIC X(15).
                 05 EINV-ST-ZIP            PIC 9(5).
                 05 EINV-ST-ZIP-PLUS4      PIC 9(4).
                 05 FILLER                 PIC X(7).

       01  EINV-LINE REDEFINES EINV-RECORD.
                 05 EINV-LI-TYPE           PIC X(2).
                 05 EINV-LI-INVOICE-NUMBER PIC 9(7).
                 05 EINV-LI-LINE-NUMBER    PIC 9(3).
                 05 EINV-LI-PART-NUMBER    PIC X(10).
                 05 EINV-LI-DESCRIPTION    PIC X(30).
                 05 EINV-LI-QUANTITY       PIC 9(5).
                 05 EINV-LI-UNIT           PIC X(4).
                 05 EINV-LI-UNIT-PRICE     PIC 9(7)V99.
                 05 EINV-LI-LIST-PRICE     PIC 9(7)V99.
                 05 EINV-LI-EXTENSION      PIC 9(9)V99.
                 05 EINV-LI-BUYER-PART     PIC X(20).
                 05 FILLER                 PIC X(40).

       01  EINV-INVOICE-TOTALS REDEFINES EINV-RECORD.
                 05 EINV-IT-TYPE           PIC X(2).
                 05 EINV-IT-INVOICE-NUMBER PIC 9(7).
                 05 EINV-IT-LINE-COUNT     PIC 9(3).
                 05 EINV-IT-MERCHANDISE    PIC 9(11)V99.
                 05 EINV-IT-TAX-STATE      PIC X(2).
                 05 EINV-IT-TAX-AMOUNT     PIC 9(9)V99.
                 05 EINV-IT-FREIGHT-AMOUNT PIC 9(7)V99.
                 05 EINV-IT-TOTAL-DUE      PIC 9(11)V99.
                 05 EINV-IT-TERMS-CODE     PIC X(4).
                 05 EINV-IT-TERMS          PIC X(20).
                 05 EINV-IT-DUE-DATE       PIC 9(8).
                 05 EINV-IT-DISCOUNT-DATE  PIC 9(8).
                 05 EINV-IT-DISCOUNT-AMOUNT PIC 9(9)V99.
                 05 FILLER                 PIC X(39).

       01  EINV-FILE-TRAILER REDEFINES EINV-RECORD.
                 05 EINV-FT-TYPE           PIC X(2).
                 05 EINV-FT-INVOICE-COUNT  PIC 9(7).
                 05 EINV-FT-LINE-COUNT     PIC 9(7).
                 05 EINV-FT-RECORD-COUNT   PIC 9(7).
                 05 EINV-FT-AMOUNT-HASH    PIC 9(13)V99.
                 05 EINV-FT-QUANTITY-HASH  PIC 9(11).
                 05 EINV-FT-INVOICE-HASH   PIC 9(13).
                 05 FILLER                 PIC X(88).
