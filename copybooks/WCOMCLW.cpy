      ******************************************************************
      * WCOMCLW - shared record layout for COMCLAW.DAT, the commission
      * clawback file, indexed on salesperson, invoice and entry
      * type. COMCLW01 files a "C" entry when commission already
      * settled on a booked sale is to be taken back because the
      * invoice was written off (reason W) or is still open past the
      * keyed number of days (reason A). If an invoice clawed back for
      * age is paid after all, the pending clawback is cancelled, or -
      * once it has already been deducted - an "R" reinstatement entry
      * gives the commission back, carried as a negative clawback.
      * SALESTMT01 shows pending entries as negative lines on the next
      * statement; SLSSTL01 deducts them from the next settlement and
      * marks them deducted with the period that settled them.
      ******************************************************************
       01  CLAWBACK-RECORD.
                 05 CLAW-KEY.
                           10 CLAW-SALES-ID      PIC X(10).
                           10 CLAW-INVOICE-NUMBER PIC 9(7).
                           10 CLAW-ENTRY-TYPE    PIC X(1).
                                     88 CLAW-IS-CLAWBACK    VALUE "C".
                                     88 CLAW-IS-REINSTATEMENT
                                                            VALUE "R".
                 05 CLAW-DATE              PIC 9(8).
                 05 CLAW-ACCOUNT-NUMBER    PIC 9(7).
                 05 CLAW-REASON            PIC X(1).
                           88 CLAW-FOR-WRITE-OFF VALUE "W".
                           88 CLAW-FOR-AGE       VALUE "A".
                 05 CLAW-SALES-AMOUNT      PIC S9(7)V99.
                 05 CLAW-RATE              PIC 99V9.
                 05 CLAW-COMMISSION        PIC S9(7)V99.
                 05 CLAW-STATUS            PIC X(1).
                           88 CLAW-IS-PENDING    VALUE "P".
                           88 CLAW-IS-DEDUCTED   VALUE "D".
                           88 CLAW-IS-CANCELLED  VALUE "X".
                 05 CLAW-SETTLE-PERIOD     PIC 9(6).
                 05 CLAW-OPERATOR-ID       PIC X(10).
