      ******************************************************************
      * WDNCREG - shared record layout for DNCREG.DAT, our copy of the
      * national do-not-call registry, keyed by the ten-digit number
      * (area code first, digits only). DNCLOAD01 loads it from the
      * registry's download; DNCFND01 is the one place it is looked
      * up, and the DNCSCR01 scrub flags every PHONE.DAT entry and
      * customer number it finds there.
      ******************************************************************
       01  DNC-REGISTRY-RECORD.
                 05 DNC-REG-NUMBER         PIC X(10).
                 05 DNC-REG-LOADED-DATE    PIC 9(8).
