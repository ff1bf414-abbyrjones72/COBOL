      * writes one header per quote priced for a prospect - no stock
      * is committed. QUOTCNV01 turns an accepted quote into a real
      * order at the quoted prices and records the order number here;
      * QUOTEXP01 lists quotes expiring unconverted for follow-up and
      * closes the lapsed ones as expired, and QUOTLST01 closes a quote
      * the customer turned down as lost - both with a reason off
      * LOSTRSN.DAT (WLOSTRSN.CPY) and the competitor who won it.
      * QUOTWL01 reports the month's wins and losses from here.
      ******************************************************************
       01  QUOTE-HEADER-RECORD.
                 05 QUOTE-NUMBER           PIC 9(7).
                 05 QUOTE-STATUS           PIC X(1).
                           88 QUOTE-IS-OPEN      VALUE "O".
                           88 QUOTE-IS-CONVERTED VALUE "C".
                           88 QUOTE-IS-LOST      VALUE "L".
                           88 QUOTE-IS-EXPIRED   VALUE "E".
                 05 QUOTE-LINE-COUNT       PIC 9(3).
                 05 QUOTE-TOTAL            PIC 9(9)V99.
                 05 QUOTE-OPERATOR-ID      PIC X(10).
                 05 QUOTE-ORDER-NUMBER     PIC 9(7).
      * THE SHIP-TO CODE THE QUOTE WAS PRICED FOR (BLANK FOR THE
      * BILL-TO ADDRESS) - SEE WSHIPTO.CPY. QUOTCNV01 CARRIES IT ONTO
      * THE ORDER, WHERE THE TAX FOLLOWS THE SHIP-TO STATE.
                 05 QUOTE-SHIP-TO-CODE     PIC X(4).
      * THE TIME OF DAY THE QUOTE WAS FILED, HHMMSSCC - SEE
      * ORDER-ENTERED-TIME IN WORDHDR.CPY.
                 05 QUOTE-ENTERED-TIME     PIC 9(8).
      * THE SALESPERSON THE QUOTE IS CREDITED TO - THE ACCOUNT'S
      * CUSTOMER-SALES-ID WHEN THE QUOTE WAS FILED.
                 05 QUOTE-SALES-ID         PIC X(10).
      * HOW AND WHEN THE QUOTE CLOSED: THE DATE IT WAS CONVERTED,
      * LOST OR EXPIRED AND WHO CLOSED IT; FOR A LOST OR EXPIRED
      * QUOTE THE LOST-REASON CODE (BLANK WHEN NOBODY KNOWS WHY) AND
      * THE COMPETITOR THAT TOOK THE BUSINESS, WHEN KNOWN.
                 05 QUOTE-CLOSED-DATE      PIC 9(8).
                 05 QUOTE-CLOSED-BY        PIC X(10).
                 05 QUOTE-LOST-REASON      PIC X(4).
                 05 QUOTE-COMPETITOR       PIC X(20).
