      ******************************************************************
      * WEINVLOG - shared record layout for EINVLOG.DAT, the
      * electronic invoice transmission log. ORDINV01 appends one row
      * for every invoice it sends as data rather than printing -
      * which invoice, for which order and account, for how much, and
      * the EINV.YYYYMMDD.HHMMSS file it went out in - so a customer
      * asking where an invoice is can be told which file carried it.
      ******************************************************************
       01  EINV-LOG-RECORD.
                 05 EINV-LOG-DATE          PIC 9(8).
                 05 EINV-LOG-TIME          PIC 9(8).
                 05 EINV-LOG-FILE-NAME     PIC X(20).
                 05 EINV-LOG-INVOICE-NUMBER PIC 9(7).
                 05 EINV-LOG-ORDER-NUMBER  PIC 9(7).
                 05 EINV-LOG-ACCOUNT-NUMBER PIC 9(7).
                 05 EINV-LOG-AMOUNT        PIC 9(11)V99.
                 05 EINV-LOG-OPERATOR-ID   PIC X(10).
