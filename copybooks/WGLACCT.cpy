      ******************************************************************
      * WGLACCT - shared record layout for GLACCT.DAT, the chart of
      * accounts, indexed on the ledger account number. GLAMNT01
      * maintains it; GLRMNT01 will only point a posting rule at an
      * active account here, and GLJRN01 refuses any journal line
      * whose account has since gone missing or been dropped. The
      * account type says which side of the balance sheet (or the
      * income statement) the account lives on.
      ******************************************************************
       01  GL-ACCOUNT-RECORD.
                 05 GL-ACCOUNT-NUMBER      PIC X(8).
                 05 GL-ACCOUNT-NAME        PIC X(30).
                 05 GL-ACCOUNT-TYPE        PIC X(1).
                           88 GL-ACCOUNT-IS-ASSET     VALUE "A".
                           88 GL-ACCOUNT-IS-LIABILITY VALUE "L".
                           88 GL-ACCOUNT-IS-EQUITY    VALUE "Q".
                           88 GL-ACCOUNT-IS-REVENUE   VALUE "R".
                           88 GL-ACCOUNT-IS-EXPENSE   VALUE "E".
                           88 GL-ACCOUNT-TYPE-IS-VALID
                                     VALUE "A" "L" "Q" "R" "E".
                 05 GL-ACCOUNT-STATUS      PIC X(1).
                           88 GL-ACCOUNT-IS-ACTIVE    VALUE "A".
                           88 GL-ACCOUNT-IS-DROPPED   VALUE "D".
