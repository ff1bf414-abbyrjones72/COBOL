      * subprogram is the one place a posting date is checked
      * against it - the posting programs refuse a date whose
      * period is closed or was never opened, which is how March
      * receipts stop landing in 1993. FISCMNT01 will not close a
      * period until the CLSRDY01 readiness checks pass, unless the
      * supervisor overrides them; who closed it, when, and whether
      * it went through on an override stay on the row.
      ******************************************************************
       01  FISCAL-RECORD.
                 05 FISCAL-PERIOD          PIC 9(6).
                 05 FISCAL-STATUS          PIC X(1).
                           88 PERIOD-IS-OPEN   VALUE "O".
                           88 PERIOD-IS-CLOSED VALUE "C".
                 05 FISCAL-CLOSE-DATE      PIC 9(8).
                 05 FISCAL-CLOSED-BY       PIC X(10).
                 05 FISCAL-CLOSE-OVERRIDE  PIC X(1).
                           88 CLOSE-WAS-OVERRIDDEN VALUE "Y".
