      * CMPINT01 prints - and LOANPAY01 services it, splitting each
      * receipt into interest and principal and carrying the
      * running balance here. LOANDLQ01 reports loans gone quiet.
      * A variable-rate loan floats with a rate code on RATES.DAT
      * (the index) plus a margin: LOANRPR01 reprices it whenever
      * its next reprice date comes round, at the index as it then
      * stands, and re-figures the payment over the periods left.
      * A loan written before the rate type was carried has it
      * blank, which reads as fixed.
      ******************************************************************
       01  LOAN-MASTER-RECORD.
                 05 LOAN-NUMBER            PIC 9(5).
                 05 LOAN-STATUS            PIC X(1).
                           88 LOAN-IS-OPEN  VALUE "O".
                           88 LOAN-IS-PAID  VALUE "P".
                 05 LOAN-RATE-TYPE         PIC X(1).
                           88 LOAN-RATE-IS-FIXED    VALUE "F" " ".
                           88 LOAN-RATE-IS-VARIABLE VALUE "V".
                 05 LOAN-RATE-INDEX        PIC X(2).
                 05 LOAN-RATE-MARGIN       PIC 99V9.
                 05 LOAN-REPRICE-FREQUENCY PIC X(1).
                 05 LOAN-NEXT-REPRICE-DATE PIC 9(8).
