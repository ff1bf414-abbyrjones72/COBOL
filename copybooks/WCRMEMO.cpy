      ******************************************************************
      * WCRMEMO - shared record layout for CRMEMO.DAT, the credit-
      * memo log, line sequential. ORDRTN01 appends one row per
      * credit memo it prints, carrying the merchandise credited and
      * the invoice the credit was worked against (the order number
      * for orders billed before the invoice register). GLJRN01 reads
      * the day's rows to journal the credit against receivables.
      ******************************************************************
       01  CREDIT-MEMO-RECORD.
                 05 CRMEMO-DATE            PIC 9(8).
                 05 CRMEMO-TIME            PIC 9(8).
                 05 CRMEMO-ORDER-NUMBER    PIC 9(7).
                 05 CRMEMO-INVOICE-NUMBER  PIC 9(7).
                 05 CRMEMO-ACCOUNT-NUMBER  PIC 9(7).
                 05 CRMEMO-AMOUNT          PIC 9(11)V99.
                 05 CRMEMO-OPERATOR-ID     PIC X(10).
