      ******************************************************************
      * WMRGPOL - shared record layout for MRGPOL.DAT, the one-row
      * margin policy file. CATMNT01's margin action keys it and
      * MRGCHK01 reads it whenever a product's category sets no
      * minimum margin of its own: the lowest gross margin, as a
      * whole percent of the selling price, a line may be sold at
      * without a supervisor's approval. With no policy on file the
      * minimum is zero, and only a line priced under cost is held.
      ******************************************************************
       01  MARGIN-POLICY-RECORD.
                 05 MARGIN-POLICY-MINIMUM  PIC 9(2).
