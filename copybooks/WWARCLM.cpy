      ******************************************************************
      * WWARCLM - shared record layout for WARCLAIM.DAT, the
      * warranty claim log. WARCLM01 appends one row per claim - the
      * serial it was made against, the customer, whether the unit
      * was repaired or replaced (and by which serial), whether it
      * was still under warranty, and what was wrong with it.
      * WARINQ01 lists a serial's claims under its history.
      ******************************************************************
       01  WARRANTY-CLAIM-RECORD.
                 05 CLAIM-DATE             PIC 9(8).
                 05 CLAIM-PRODUCT-CODE     PIC X(10).
                 05 CLAIM-SERIAL-NUMBER    PIC X(20).
                 05 CLAIM-ACCOUNT          PIC 9(7).
                 05 CLAIM-ACTION           PIC X(1).
                           88 CLAIM-IS-REPAIR    VALUE "R".
                           88 CLAIM-IS-REPLACE   VALUE "P".
      * "Y" WHEN THE CLAIM FELL INSIDE THE WARRANTY, "N" WHEN THE
      * WORK IS CHARGEABLE.
                 05 CLAIM-IN-WARRANTY      PIC X(1).
                 05 CLAIM-REPLACEMENT-SERIAL PIC X(20).
                 05 CLAIM-FAULT            PIC X(40).
                 05 CLAIM-OPERATOR-ID      PIC X(10).
