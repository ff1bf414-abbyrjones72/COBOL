      * WTAXREF - shared record layout for TAXRATE.DAT, the standing
      * sales-tax rate table, indexed on the same two-letter state
      * code STATEREF.DAT carries. TAXMNT01 maintains it the way
      * ZIPMNT01 maintains the ZIP table; ORDADD01 looks the state
      * the order ships to up here to compute the tax on it, and
      * TAXRPT01 totals what was collected by state for the monthly
      * remittance filing. The rate is a percent, keyed "6.500" FOR
      * SIX AND A HALF. A state not on the table is not taxed.
