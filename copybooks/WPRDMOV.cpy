      * EACH LOCATION - MINUS WHERE IT LEFT, PLUS WHERE IT LANDED -
      * SO THE HISTORY BALANCES BY LOCATION AS WELL AS IN TOTAL.
                 05 MOVEMENT-LOCATION      PIC X(3).
      * WHAT RAISED THE MOVEMENT AND THE UNIT COST IT MOVED AT, SO
      * GLJRN01 CAN VALUE IT AND PICK ITS POSTING RULE. BLANK ON ROWS
      * FROM BEFORE THE JOURNAL EXISTED; A ZERO COST MEANS "USE THE
      * PRODUCT'S CURRENT UNIT COST".
      *     PO - PURCHASE ORDER RECEIPT      VR - RETURN TO VENDOR
      *     CR - CUSTOMER RETURN             WR - WARRANTY REPLACEMENT
      *     LQ - EXPIRED-LOT QUARANTINE      PC - PHYSICAL COUNT
      *     KY - KEYED AT PRODMOV01          KA - KIT ASSEMBLY
      *     OS - ORDER STOCK HOLD RELEASED OR RESTORED
                 05 MOVEMENT-SOURCE        PIC X(2).
                 05 MOVEMENT-UNIT-COST     PIC 9(7)V99.
