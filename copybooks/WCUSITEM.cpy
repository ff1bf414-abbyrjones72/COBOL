      ******************************************************************
      * WCUSITEM - shared record layout for CUSTITEM.DAT, the
      * customer part-number cross-reference, keyed by account and
      * the part number the customer orders by. Each row points the
      * customer's number at one of our product codes, so an account
      * that buys on its own numbers can key them at order entry or
      * send them on the order feed. CXRMNT01 maintains the file;
      * CXRFND01 is the one place it is looked up, either way round.
      ******************************************************************
       01  CUSTOMER-ITEM-RECORD.
                 05 CXREF-KEY.
                           10 CXREF-ACCOUNT       PIC 9(7).
                           10 CXREF-CUSTOMER-PART PIC X(20).
                 05 CXREF-PRODUCT-CODE     PIC X(10).
