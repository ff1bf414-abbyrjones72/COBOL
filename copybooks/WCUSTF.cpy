      * SELECTION SAYS. BLANK MEANS EMAIL IS FINE.
                 05 CUSTOMER-NO-EMAIL        PIC X(1).
                           88 CUSTOMER-IS-NO-EMAIL VALUE "D".
      * AN ACCOUNT EXCUSED FROM FINANCE CHARGES: THE MONTH-END RUN
      * (ARFIN01) PASSES IT OVER HOWEVER LATE IT PAYS. BLANK MEANS
      * THE ACCOUNT IS CHARGED.
                 05 CUSTOMER-FIN-CHARGE-EXEMPT PIC X(1).
                           88 CUSTOMER-IS-FIN-CHARGE-EXEMPT VALUE "E".
      * THE ACCOUNT'S PAYMENT TERMS, KEYED TO TERMS.DAT (TERMMNT01
      * MAINTAINS IT). ORDINV01 STAMPS EACH OPEN ITEM'S DUE DATE AND
      * EARLY-PAYMENT DISCOUNT FROM IT. BLANK MEANS NET 30 WITH NO
      * DISCOUNT, THE TERMS EVERY ACCOUNT WAS AGED ON BEFOREHAND.
                 05 CUSTOMER-TERMS-CODE      PIC X(4).
      * CREDIT HOLD, SET AND CLEARED BY THE NIGHTLY ARHLD01 PASS: AN
      * ACCOUNT WITH AN OPEN ITEM PAST DUE BEYOND THE KEYED NUMBER OF
      * DAYS IS HELD, AND RELEASED ONCE THOSE ITEMS ARE PAID. ORDER
      * ENTRY AND QUOTE CONVERSION NEED A SUPERVISOR OVERRIDE FOR A
      * HELD ACCOUNT; THE ORDER FEED AND STANDING ORDERS REFUSE IT.
      * BLANK MEANS NOT HELD.
                 05 CUSTOMER-CREDIT-HOLD     PIC X(1).
                           88 CUSTOMER-IS-ON-CREDIT-HOLD VALUE "H".
      * AN ACCOUNT WHOSE FREIGHT IS PREPAID UNDER ITS AGREEMENT WITH
      * US: ORDSHP01 CHARGES IT NO FREIGHT WHATEVER THE CARRIER.
      * BLANK MEANS FREIGHT IS BILLED FROM THE CARRIER RATE TABLE.
                 05 CUSTOMER-FREIGHT-TERMS   PIC X(1).
                           88 CUSTOMER-IS-PREPAID-FREIGHT VALUE "P".
      * THE PARENT ACCOUNT OF A CHAIN STORE OR BRANCH, MAINTAINED IN
      * CUSTUPD01. THE WHOLE FAMILY SHARES THE PARENT'S CREDIT LIMIT
      * IN ORDER ENTRY, ARSTMT01 CAN LIST THE CHILDREN'S OPEN ITEMS ON
      * THE PARENT'S STATEMENT, AND SALESANL01 CAN ROLL THEM UP TO
      * IT. ONE LEVEL ONLY: A PARENT HAS NO PARENT OF ITS OWN. ZERO
      * MEANS THE ACCOUNT STANDS ALONE.
                 05 CUSTOMER-PARENT-ACCOUNT  PIC 9(7).
      * AN ACCOUNT THAT TAKES ITS INVOICES AS DATA: ORDINV01 WRITES
      * ITS INVOICES TO THE DAY'S ELECTRONIC INVOICE FILE (SEE
      * WEINV.CPY) INSTEAD OF PRINTING THEM. BLANK MEANS PAPER.
                 05 CUSTOMER-EINVOICE        PIC X(1).
                           88 CUSTOMER-TAKES-EINVOICE VALUE "E".
      * THE CURRENCY THE ACCOUNT IS BILLED IN, KEYED TO FXRATE.DAT
      * (FXMNT01 MAINTAINS THE RATES). ORDERS, INVOICES AND
      * STATEMENTS ARE PRICED AND PRINTED IN IT AT THE RATE IN FORCE
      * ON THE ORDER DATE; THE AMOUNTS ON FILE STAY IN HOME CURRENCY.
      * BLANK MEANS HOME CURRENCY.
                 05 CUSTOMER-CURRENCY-CODE   PIC X(3).
      * THE EXISTING-BUSINESS-RELATIONSHIP EXEMPTION FROM THE
      * DO-NOT-CALL REGISTRY, RECORDED IN CUSTUPD01: THE ACCOUNT'S
      * NUMBERS MAY BE CALLED THROUGH THIS DATE EVEN WHEN THEY ARE ON
      * THE REGISTRY. ZERO MEANS NO EXEMPTION.
                 05 CUSTOMER-EBR-EXPIRES     PIC 9(8).
      * THE DO-NOT-CALL MARK ON CUSTOMER-NUMBER, SET BY THE DNCSCR01
      * SCRUB THE SAME WAY AS PHONE-DNC-FLAG: "D" MEANS DO NOT CALL,
      * "E" MEANS ON THE REGISTRY BUT EXEMPT UNDER THE EBR DATE ABOVE,
      * BLANK MEANS NOT ON THE REGISTRY. THE SCRUB DATE IS WHEN THE
      * SCRUB LAST CHECKED THE NUMBER.
                 05 CUSTOMER-DNC-FLAG        PIC X(1).
                           88 CUSTOMER-IS-DO-NOT-CALL VALUE "D".
                           88 CUSTOMER-IS-DNC-EXEMPT  VALUE "E".
                 05 CUSTOMER-DNC-SCRUB-DATE  PIC 9(8).
      * RETURNED MAIL, RECORDED ON THE MAILRTN01 SCREEN WHEN THE POST
      * OFFICE SENDS SOMETHING BACK: "U" MEANS THE ADDRESS ABOVE IS
      * UNDELIVERABLE, AND EVERY MAILING PROGRAM PASSES THE ACCOUNT
      * OVER AND LISTS IT ON ITS EXCEPTION PAGE INSTEAD. CORRECTING
      * THE ADDRESS IN CUSTUPD01 OR THROUGH THE CUSTADR01 FEED CLEARS
      * IT. BLANK MEANS THE ADDRESS IS GOOD.
                 05 CUSTOMER-MAIL-STATUS     PIC X(1).
                           88 CUSTOMER-MAIL-IS-UNDELIVERABLE VALUE "U".
                 05 CUSTOMER-MAIL-RETURNED-DATE PIC 9(8).
                 05 CUSTOMER-MAIL-RETURN-REASON PIC X(20).
