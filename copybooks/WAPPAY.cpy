      ******************************************************************
      * WAPPAY - shared record layout for APPAY.DAT, the accounts
      * payable check register, a line-sequential log appended by
      * APCHK01 - one row for every voucher a check paid, carrying
      * the check number and date, the vendor, and the amount of
      * the voucher the check settled. A check that paid several
      * vouchers leaves several rows with the same check number;
      * their amounts add up to the face of the check. A debit memo
      * the check took off leaves a negative row behind the vouchers
      * it paid. This is the AP counterpart of ARCASH.DAT and the
      * record of what was actually paid to each vendor.
      ******************************************************************
       01  AP-PAYMENT-RECORD.
                 05 APPAY-CHECK-NUMBER     PIC 9(7).
                 05 APPAY-CHECK-DATE       PIC 9(8).
                 05 APPAY-VENDOR-NUMBER    PIC 9(5).
                 05 APPAY-VOUCHER-NUMBER   PIC 9(7).
                 05 APPAY-VENDOR-INVOICE   PIC X(15).
                 05 APPAY-AMOUNT           PIC S9(9)V99.
                 05 APPAY-OPERATOR-ID      PIC X(10).
