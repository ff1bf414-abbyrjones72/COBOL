      ******************************************************************
      * WFXRATE - shared record layout for FXRATE.DAT, the dated
      * exchange-rate table, keyed by currency code and the date the
      * rate takes effect. FXMNT01 maintains it; FXFND01 is the one
      * place a rate is looked up, and hands back the rate with the
      * latest effective date on or before the date asked about. A
      * rate is the number of home-currency units one unit of the
      * foreign currency buys, so a foreign amount times the rate is
      * its home equivalent. The home currency itself carries no
      * rows - a blank currency code always converts at one.
      ******************************************************************
       01  FX-RATE-RECORD.
                 05 FX-RATE-KEY.
                           10 FX-CURRENCY-CODE    PIC X(3).
                           10 FX-EFFECTIVE-DATE   PIC 9(8).
                 05 FX-CURRENCY-NAME       PIC X(20).
                 05 FX-RATE                PIC 9(3)V9(6).
                 05 FX-ENTERED-BY          PIC X(10).
                 05 FX-ENTERED-DATE        PIC 9(8).
