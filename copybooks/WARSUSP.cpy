      ******************************************************************
      * WARSUSP - shared record layout for ARSUSP.DAT, the unapplied
      * cash suspense file, a line-sequential log appended by the
      * ARLBX01 lockbox import. A lockbox payment - or the part of
      * one - that cannot be matched to an account on CUSTOMER.DAT
      * or to an open item on ARITEM.DAT lands here with the reason,
      * so the money the bank deposited is never lost track of while
      * somebody works out whose it is. The suspense total and the
      * ARCASH.DAT rows posted by the same batch add up to the
      * bank's batch total.
      *
      * REASON CODES:
      *     S001  ACCOUNT NOT NUMERIC OR NOT ON FILE
      *     S002  NO INVOICE ON THE REMITTANCE IS OPEN ON THE ACCOUNT
      *     S003  PAID MORE THAN THE INVOICES NAMED - THE REMAINDER
      *     S004  AMOUNT NOT NUMERIC
      *     S005  AN INVOICE NAMED IS BILLED IN A FOREIGN CURRENCY -
      *           POST THE PAYMENT THROUGH ARCSH01
      ******************************************************************
       01  AR-SUSPENSE-RECORD.
                 05 SUSP-DATE              PIC 9(8).
                 05 SUSP-BATCH-NUMBER      PIC 9(6).
                 05 SUSP-ACCOUNT           PIC X(7).
                 05 SUSP-CHECK-NUMBER      PIC X(10).
                 05 SUSP-AMOUNT            PIC 9(9)V99.
                 05 SUSP-REASON            PIC X(4).
                 05 SUSP-OPERATOR-ID       PIC X(10).
