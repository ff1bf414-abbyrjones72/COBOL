      ******************************************************************
      * WCUSFAM - one customer's corporate family as FAMFND01 hands it
      * back from CUSTOMER.DAT: the account asked about, whether it is
      * on file, the head of its family (its parent, or the account
      * itself when it has none), the head's credit limit, and - when
      * the whole family is asked for - every member account, the
      * head first. A standalone account is a family of one. Callers
      * COPY it into WORKING-STORAGE, set the account and the scope,
      * and pass all three items on the CALL.
      ******************************************************************
       01  FAMILY-FIND-ACCOUNT       PIC 9(7).
       01  FAMILY-FIND-SCOPE         PIC X.
                 88 FAMILY-HEAD-ONLY       VALUE "H".
                 88 FAMILY-IN-FULL         VALUE "F".
       01  CUSTOMER-FAMILY-TABLE.
                 05 FAMILY-ACCOUNT-FOUND   PIC X.
                 05 FAMILY-ACCOUNT-PARENT  PIC 9(7).
                 05 FAMILY-HEAD            PIC 9(7).
                 05 FAMILY-CREDIT-LIMIT    PIC 9(9)V99.
                 05 FAMILY-MEMBER-COUNT    PIC 9(3).
                 05 FAMILY-MEMBER OCCURS 200 TIMES
                                           PIC 9(7).
