      * MEANS NO SPLIT.
                 05 DETAIL-SPLIT-SALES-ID  PIC X(10).
                 05 DETAIL-SPLIT-PERCENT   PIC 99V9.
      * THE INVOICE THE SALE WAS BILLED ON, SO A SALESPERSON PAID ON
      * COLLECTIONS EARNS WHEN THAT INVOICE IS PAID AND A BOOKED SALE
      * CAN BE CLAWED BACK IF IT NEVER IS. ZERO - OR BLANK, AS ROWS
      * FILED BEFORE IT WAS KEPT READ BACK - MEANS NO INVOICE.
                 05 DETAIL-INVOICE-NUMBER  PIC 9(7).
