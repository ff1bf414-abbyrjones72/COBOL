      ******************************************************************
      * WTERMREF - shared record layout for TERMS.DAT, the customer
      * payment-terms table, indexed on the terms code the customer
      * record carries in CUSTOMER-TERMS-CODE. TERMMNT01 maintains it
      * the way TAXMNT01 maintains the tax table. ORDINV01 reads the
      * billed customer's terms here to stamp the due date (invoice
      * date plus the net days) and, when a discount is offered, the
      * discount date (invoice date plus the discount days) and the
      * discount amount on each open item. "2/10 NET 30" IS KEYED AS
      * PERCENT 2.00, DISCOUNT DAYS 10, NET DAYS 30; "COD" IS NET 0.
      ******************************************************************
       01  TERMS-REF-RECORD.
                 05 TERMS-REF-CODE         PIC X(4).
                 05 TERMS-REF-DESCRIPTION  PIC X(20).
                 05 TERMS-REF-DISC-PERCENT PIC 99V99.
                 05 TERMS-REF-DISC-DAYS    PIC 9(3).
                 05 TERMS-REF-NET-DAYS     PIC 9(3).
