      ******************************************************************
      * WREBPGM - shared record layout for REBPGM.DAT, the customer
      * volume-rebate programs, keyed by account and program year.
      * REBMNT01 maintains it. A program runs from its start date
      * through its end date (by default the calendar year) and
      * carries up to four purchase thresholds in ascending order,
      * each with the rebate percent earned once purchases reach it.
      * The percent of the highest threshold reached is paid on ALL
      * the year's purchases - net of returns - not just the part
      * above the threshold. REBACR01 reports progress and the
      * accrued liability each month; REBSTL01 settles the year once
      * its end date has passed, posting the credit to ARITEM.DAT
      * and sending the rebate letter.
      ******************************************************************
       01  REBATE-PROGRAM-RECORD.
                 05 REBATE-KEY.
                           10 REBATE-ACCOUNT      PIC 9(7).
                           10 REBATE-YEAR         PIC 9(4).
                 05 REBATE-START-DATE      PIC 9(8).
                 05 REBATE-END-DATE        PIC 9(8).
                 05 REBATE-TIER OCCURS 4 TIMES.
                           10 REBATE-THRESHOLD    PIC 9(9)V99.
                           10 REBATE-PERCENT      PIC 99V99.
      * SETTLEMENT: BLANK WHILE THE YEAR IS OPEN; "S" ONCE REBSTL01
      * HAS SETTLED IT, WITH THE DATE, THE YEAR'S PURCHASES, THE
      * REBATE EARNED (ZERO WHEN NO THRESHOLD WAS REACHED) AND THE
      * ARITEM.DAT CREDIT IT WAS POSTED AS. THE LETTER FLAG IS "N"
      * UNTIL THE REBATE LETTER HAS PRINTED, SO A LETTER LOST TO A
      * FAILED RUN GOES OUT ON THE NEXT ONE AND NONE GOES TWICE.
                 05 REBATE-STATUS          PIC X(1).
                           88 REBATE-IS-SETTLED  VALUE "S".
                 05 REBATE-SETTLED-DATE    PIC 9(8).
                 05 REBATE-SETTLED-SALES   PIC S9(9)V99.
                 05 REBATE-SETTLED-AMOUNT  PIC 9(9)V99.
                 05 REBATE-CREDIT-NUMBER   PIC 9(7).
                 05 REBATE-LETTER-FLAG     PIC X(1).
                           88 REBATE-LETTER-IS-DUE VALUE "N".
