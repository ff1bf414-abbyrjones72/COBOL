      ******************************************************************
      * WCPRICE - shared record layout for CPRICE.DAT, the customer
      * price-agreement file, keyed by account and product. CPRMNT01
      * maintains it; CPRFND01 is the one place an order or quote
      * line is priced from it. An agreement holds from its
      * effective-from date through its effective-to date (zero
      * means open-ended) and carries up to four quantity-break
      * tiers in ascending break order: a line takes the price of
      * the highest tier whose break quantity it reaches. A line
      * short of the first break, or outside the dates, is charged
      * the product's list price.
      ******************************************************************
       01  CONTRACT-PRICE-RECORD.
                 05 CPRICE-KEY.
                           10 CPRICE-ACCOUNT      PIC 9(7).
                           10 CPRICE-PRODUCT-CODE PIC X(10).
                 05 CPRICE-EFFECTIVE-FROM  PIC 9(8).
                 05 CPRICE-EFFECTIVE-TO    PIC 9(8).
                 05 CPRICE-TIER OCCURS 4 TIMES.
                           10 CPRICE-BREAK-QTY   PIC 9(5).
                           10 CPRICE-TIER-PRICE  PIC 9(7)V99.
