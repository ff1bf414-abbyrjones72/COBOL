                 05 AR-ITEM-STATUS         PIC X(1).
                           88 AR-ITEM-IS-OPEN    VALUE "O".
                           88 AR-ITEM-IS-PAID    VALUE "P".
      * WHAT KIND OF ITEM THIS IS. BLANK IS AN INVOICE FILED BY
      * ORDINV01; "F" IS A FINANCE CHARGE POSTED BY THE MONTH-END
      * ARFIN01 RUN, WHICH NEVER CHARGES ON ITS OWN CHARGES; "R" IS
      * A VOLUME-REBATE CREDIT POSTED BY REBSTL01, WHOSE BALANCE DUE
      * IS NEGATIVE - WHAT THE CUSTOMER IS OWED - UNTIL IT IS USED.
                 05 AR-ITEM-TYPE           PIC X(1).
                           88 AR-ITEM-IS-FINANCE-CHARGE VALUE "F".
                           88 AR-ITEM-IS-REBATE-CREDIT  VALUE "R".
      * THE DATE THE ITEM FALLS DUE AND, UNDER TERMS THAT OFFER ONE,
      * THE LAST DAY THE EARLY-PAYMENT DISCOUNT MAY BE TAKEN AND ITS
      * AMOUNT - ALL STAMPED BY ORDINV01 FROM THE CUSTOMER'S TERMS.
      * ARAGE01, ARDUN01 AND ARFIN01 AGE FROM THE DUE DATE; AN ITEM
      * WITH A ZERO DUE DATE (FILED BEFORE TERMS, OR A FINANCE
      * CHARGE) IS TAKEN AS DUE 30 DAYS AFTER ITS INVOICE DATE.
      * ARCSH01 CLEARS THE DISCOUNT AMOUNT ONCE IT HAS BEEN TAKEN.
                 05 AR-DUE-DATE            PIC 9(8).
                 05 AR-DISCOUNT-DATE       PIC 9(8).
                 05 AR-DISCOUNT-AMOUNT     PIC 9(9)V99.
      * THE CURRENCY THE ITEM WAS BILLED IN, THE RATE IT WAS BILLED
      * AT AND THE AMOUNT AS BILLED IN THAT CURRENCY, STAMPED BY
      * ORDINV01 FROM THE ORDER. THE BALANCE DUE STAYS IN HOME
      * CURRENCY; WHAT IS STILL OWED IN THE ITEM'S OWN CURRENCY IS
      * THE FOREIGN AMOUNT IN PROPORTION TO THE BALANCE LEFT. A
      * BLANK CODE IS A HOME-CURRENCY ITEM.
                 05 AR-CURRENCY-CODE       PIC X(3).
                 05 AR-EXCHANGE-RATE       PIC 9(3)V9(6).
                 05 AR-FOREIGN-AMOUNT      PIC 9(9)V99.
