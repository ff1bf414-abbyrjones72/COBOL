      * applies flat). SALESMNT01 maintains it; SALESRPT01 and the
      * statement run look rates up here so a rate is set once,
      * centrally, instead of travelling inside each sales record.
      * THE COMMISSION BASIS SAYS WHEN A SALE EARNS: "B" (OR BLANK,
      * AS EVERY RECORD SET UP BEFORE THE BASIS WAS KEPT READS) WHEN
      * IT IS BOOKED, "C" ONLY ONCE ARCASH.DAT SHOWS THE INVOICE IT
      * WAS BILLED ON PAID - SEE COMCOL01. COMMISSION PAID ON A
      * BOOKED SALE WHOSE INVOICE IS LATER WRITTEN OFF OR LEFT OPEN
      * TOO LONG IS CLAWED BACK BY COMCLW01.
      ******************************************************************
       01  SALES-MASTER-RECORD.
                 05 SALES-MASTER-ID        PIC X(10).
                 05 SALES-MASTER-STATUS    PIC X(1).
                           88 SALESPERSON-IS-ACTIVE  VALUE "A".
                           88 SALESPERSON-IS-RETIRED VALUE "R".
                 05 SALES-MASTER-COMM-BASIS PIC X(1).
                           88 COMMISSION-ON-BOOKINGS
                                                 VALUE "B" " ".
                           88 COMMISSION-ON-COLLECTIONS VALUE "C".
