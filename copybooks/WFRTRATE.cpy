      ******************************************************************
      * WFRTRATE - shared record layout for FRTRATE.DAT, the carrier
      * freight rate table, keyed by carrier code and the first three
      * digits of the destination ZIP - the carrier's zone. FRTMNT01
      * maintains it. ORDSHP01 rates a shipment as the base charge
      * plus the shipped weight in pounds at the rate per pound, and
      * never less than the minimum charge.
      ******************************************************************
       01  FREIGHT-RATE-RECORD.
                 05 FREIGHT-KEY.
                           10 FREIGHT-CARRIER     PIC X(4).
                           10 FREIGHT-ZIP-PREFIX  PIC 9(3).
                 05 FREIGHT-CARRIER-NAME   PIC X(20).
                 05 FREIGHT-ZONE           PIC X(2).
                 05 FREIGHT-BASE-CHARGE    PIC 9(5)V99.
                 05 FREIGHT-RATE-PER-POUND PIC 9(3)V9999.
                 05 FREIGHT-MINIMUM-CHARGE PIC 9(5)V99.
