                 05 ORDER-OPERATOR-ID      PIC X(10).
      * THE TAX FIELDS RIDE BEHIND THE OLDER ONES SO THE EARLIER
      * OFFSETS DID NOT MOVE. ORDER-TOTAL STAYS THE MERCHANDISE
      * TOTAL; ORDADD01 COMPUTES THE TAX FROM THE SHIP-TO STATE
      * AGAINST TAXRATE.DAT AND THE INVOICE BILLS TOTAL PLUS TAX.
      * THE STATE THE TAX WAS CHARGED FOR IS KEPT ON THE ORDER SO
      * THE REMITTANCE REPORT DOES NOT SHIFT WHEN A CUSTOMER MOVES.
      * INVCTL.DAT WHEN ORDINV01 PRINTS - ZERO UNTIL THEN. THE
      * INVREG.DAT REGISTER CARRIES THE BILLING SEQUENCE ITSELF.
                 05 ORDER-INVOICE-NUMBER   PIC 9(7).
      * THE CARRIER THE ORDER SHIPPED BY AND THE FREIGHT CHARGED FOR
      * IT, RATED BY ORDSHP01 FROM FRTRATE.DAT ON THE SHIPPED WEIGHT
      * AND BILLED BY ORDINV01 AS ITS OWN LINE. ORDER-TOTAL STAYS THE
      * MERCHANDISE TOTAL. A BLANK CARRIER (CUSTOMER PICK-UP) OR A
      * PREPAID-FREIGHT ACCOUNT CARRIES ZERO FREIGHT.
                 05 ORDER-CARRIER          PIC X(4).
                 05 ORDER-FREIGHT-AMOUNT   PIC 9(7)V99.
      * THE SHIP-TO THE ORDER GOES TO - A CODE ON SHIPTO.DAT UNDER THE
      * ORDER'S ACCOUNT, OR BLANK FOR THE BILL-TO ADDRESS. THE PICK
      * LIST, SHIPMENT CONFIRMATION AND INVOICE PRINT IT APART FROM
      * THE BILL-TO; THE TAX STATE AND THE FREIGHT ZIP FOLLOW IT.
                 05 ORDER-SHIP-TO-CODE     PIC X(4).
      * THE ACKNOWLEDGMENT THE CUSTOMER IS OWED. EVERY PROGRAM THAT
      * FILES AN ORDER SETS THE FLAG TO N (NOT YET SENT), AND ORDCHG01
      * SETS IT BACK TO N AND COUNTS UP THE REVISION WHENEVER IT
      * CHANGES OR CANCELS ONE. THE NIGHTLY ORDACK01 PASS SENDS ONE
      * ACKNOWLEDGMENT FOR EACH ORDER FLAGGED N AND MARKS IT A, SO
      * EACH VERSION OF AN ORDER IS ACKNOWLEDGED EXACTLY ONCE. A
      * BLANK FLAG (ORDERS FILED BEFORE ACKNOWLEDGMENTS WERE SENT) IS
      * NEVER PICKED UP; A BLANK REVISION READS AS ZERO.
                 05 ORDER-ACK-FLAG         PIC X(1).
                           88 ORDER-ACK-NEEDED   VALUE "N".
                           88 ORDER-ACK-SENT     VALUE "A".
                 05 ORDER-REVISION         PIC 9(3).
      * THE TIME OF DAY THE ORDER WAS FILED, HHMMSSCC, SET ONCE WHEN
      * THE HEADER IS FIRST WRITTEN SO OPRACT01 CAN SPREAD EACH
      * CLERK'S ORDERS OVER THE HOURS OF THE DAY. ORDERS FILED BEFORE
      * IT WAS KEPT CARRY ZERO AND COUNT UNDER AN UNKNOWN HOUR.
                 05 ORDER-ENTERED-TIME     PIC 9(8).
      * THE CUSTOMER'S CURRENCY AND THE RATE (HOME UNITS PER ONE
      * FOREIGN UNIT, FROM FXRATE.DAT FOR THE ORDER DATE) STAMPED
      * WHEN THE ORDER IS FILED. EVERY AMOUNT ON THE ORDER STAYS IN
      * HOME CURRENCY; THE ACKNOWLEDGMENT AND INVOICE DIVIDE BY THE
      * RATE TO PRICE IN THE CUSTOMER'S CURRENCY. A BLANK CODE (OR
      * AN ORDER FILED BEFORE THESE WERE KEPT) IS HOME CURRENCY.
                 05 ORDER-CURRENCY-CODE    PIC X(3).
                 05 ORDER-EXCHANGE-RATE    PIC 9(3)V9(6).
