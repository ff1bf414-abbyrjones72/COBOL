      * maintains it (with its product lines on STNDLINE.DAT), and
      * the nightly STNDGEN01 pass turns every active standing order
      * whose next-run date has come up into a real ORDHDR/ORDLINE
      * order, then walks the schedule forward by the frequency.
      * The frequency counts from the schedule date, the day the
      * order nominally falls; the next-run date is that day rolled
      * on to a business day (see BUSDAY01), so a Christmas run
      * goes out on the 26th without the weeks after it sliding.
      ******************************************************************
       01  STANDING-ORDER-RECORD.
                 05 STANDING-ORDER-ID      PIC 9(5).
                           88 STANDING-IS-ACTIVE  VALUE "A".
                           88 STANDING-IS-STOPPED VALUE "S".
                 05 STANDING-OPERATOR-ID   PIC X(10).
      * THE SHIP-TO CODE EVERY GENERATED ORDER CARRIES (BLANK FOR THE
      * BILL-TO ADDRESS) - SEE WSHIPTO.CPY.
                 05 STANDING-SHIP-TO-CODE  PIC X(4).
      * THE NOMINAL DATE THE NEXT-RUN DATE WAS ROLLED FROM. ZERO (OR
      * BLANK ON A ROW FILED BEFORE THE FIELD EXISTED) MEANS THE
      * NEXT-RUN DATE IS THE SCHEDULE.
                 05 STANDING-SCHEDULE-DATE PIC 9(8).
