      ******************************************************************
      * WLOANACR - shared record layout for LOANACR.DAT, the loan
      * interest accrual file. LOANACR01 appends one row per open
      * loan at each month end: the interest earned on the balance
      * from the last payment (or the start date) to the month end
      * that no receipt has brought in yet. GLJRN01 books each row
      * on its accrual date through the LACR rule and books it back
      * out on its reversing date, the first of the next month, so
      * the receipt that finally pays the interest is not counted
      * twice.
      ******************************************************************
       01  LOAN-ACCRUAL-RECORD.
                 05 LACR-ACCRUAL-DATE      PIC 9(8).
                 05 LACR-REVERSE-DATE      PIC 9(8).
                 05 LACR-LOAN-NUMBER       PIC 9(5).
                 05 LACR-FROM-DATE         PIC 9(8).
                 05 LACR-DAYS              PIC 9(4).
                 05 LACR-BALANCE           PIC 9(9)V99.
                 05 LACR-AMOUNT            PIC 9(9)V99.
                 05 LACR-OPERATOR-ID       PIC X(10).
