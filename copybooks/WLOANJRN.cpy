      * payment journal. LOANPAY01 appends one row per receipt with
      * the interest/principal split it applied and the balance the
      * loan stood at afterward, so the paper ledger the notes used
      * to live on retires with a full trail behind it. LOANRPR01
      * adds a rate-change row (type R) when it reprices a variable
      * loan: no money moves on it, so its amount and parts are
      * zero, and it carries the old and new rate and payment. A
      * payment row written before the type was carried has it
      * blank, which reads as a payment.
      ******************************************************************
       01  LOAN-JOURNAL-RECORD.
                 05 LJRN-DATE              PIC 9(8).
                 05 LJRN-PRINCIPAL-PART    PIC 9(9)V99.
                 05 LJRN-BALANCE-AFTER     PIC 9(9)V99.
                 05 LJRN-OPERATOR-ID       PIC X(10).
                 05 LJRN-ENTRY-TYPE        PIC X(1).
                           88 LJRN-IS-PAYMENT       VALUE "P" " ".
                           88 LJRN-IS-RATE-CHANGE   VALUE "R".
                 05 LJRN-OLD-RATE          PIC 99V9.
                 05 LJRN-NEW-RATE          PIC 99V9.
                 05 LJRN-OLD-PAYMENT       PIC 9(9)V99.
                 05 LJRN-NEW-PAYMENT       PIC 9(9)V99.
