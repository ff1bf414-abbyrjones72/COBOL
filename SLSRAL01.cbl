           CLOSE MASTER-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY ACCOUNTS-MOVED " ACCOUNT(S) REASSIGNED".
           IF ACCOUNTS-MOVED NOT = ZERO
                     DISPLAY "RERUN SLSBOOK01 FOR THE NEW CONTACT "
                             "BOOKS OF " FROM-SALES-ID " AND "
                             TO-SALES-ID.

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
