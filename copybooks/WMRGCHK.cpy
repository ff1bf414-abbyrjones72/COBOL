      ******************************************************************
      * WMRGCHK - the margin check of one priced line as MRGCHK01
      * hands it back. The caller fills in the product's category,
      * the unit price the line is being sold at and the product's
      * unit cost; MRGCHK01 fills in the gross margin as a percent of
      * the price, the minimum margin that applies (the category's
      * own, else the company-wide one on MRGPOL.DAT) and whether the
      * line falls short - under cost, or under the minimum. A
      * product with no cost on file is never short. Callers COPY it
      * into WORKING-STORAGE and pass it on the CALL.
      ******************************************************************
       01  MARGIN-CHECK-AREA.
                 05 MARGIN-CATEGORY        PIC X(4).
                 05 MARGIN-UNIT-PRICE      PIC 9(7)V99.
                 05 MARGIN-UNIT-COST       PIC 9(7)V99.
                 05 MARGIN-PERCENT         PIC S9(3)V9.
                 05 MARGIN-MINIMUM         PIC 9(2).
                 05 MARGIN-SHORT           PIC X(1).
                           88 MARGIN-IS-SHORT       VALUE "Y".
