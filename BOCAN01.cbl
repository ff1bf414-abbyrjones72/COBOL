      * notice to every cancelled row not yet announced - this
      * program only flips the rows, so the letter wording stays in
      * one program. The nightly cycle runs this before BOLTR01 for
      * exactly that reason. The days are calendar days unless the
      * business-day calendar options (HOLMNT01) count the cancel
      * days in business days, when weekends and holidays the shop
      * is shut do not count toward them.
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

      * THE BUSDAY01 QUESTION AND ANSWER - SEE
      * COPYBOOKS/WBUSDAY.CPY.
       COPY WBUSDAY.

      * THE CUTOFF WALK-BACK, THE SAME DAY WALK ARAGE01 USES.
       01  AGE-DATE-PARTS.
                 05 AGE-YEAR               PIC 9(4).
                 05 FILLER                 PIC X(34) VALUE
                     "BACK-ORDER AUTO-CANCEL - WAITING  ".
                 05 PRINT-DAYS             PIC ZZ9.
                 05 PRINT-DAY-KIND         PIC X(22) VALUE
                                           " DAYS OR MORE".

       01  DETAIL-LINE.
                     GO TO GET-THE-DAYS.
           MOVE KEYED-NUMBER-VALUE TO DAYS-TO-WAIT.

      * COMPUTE-THE-CUTOFF COUNTS THE DAYS BACK FROM TODAY IN
      * BUSINESS DAYS WHEN THE BUSINESS-DAY CALENDAR OPTIONS SAY SO,
      * AND IN CALENDAR DAYS OTHERWISE. BUSDAY01 HANDS THE RULE BACK
      * WITH ITS ANSWER, SO THE ONE CALL SERVES BOTH WAYS.
       COMPUTE-THE-CUTOFF.
           ACCEPT AGE-DATE-WHOLE FROM DATE YYYYMMDD.
           MOVE "S" TO BUSDAY-FUNCTION.
           MOVE AGE-DATE-WHOLE TO BUSDAY-FROM-DATE.
           MOVE DAYS-TO-WAIT TO BUSDAY-DAYS.
           CALL "BUSDAY01" USING BUSINESS-DAY-AREA.
           IF BUSDAY-CANCEL-IN-BUSINESS-DAYS
                     MOVE BUSDAY-RESULT-DATE TO AGE-DATE-WHOLE
                     MOVE " BUSINESS DAYS OR MORE" TO PRINT-DAY-KIND
           ELSE
                     PERFORM WALK-BACK-ONE-DAY
                               VARYING MONTH-COUNTER FROM 1 BY 1
                               UNTIL MONTH-COUNTER > DAYS-TO-WAIT.
           MOVE AGE-DATE-WHOLE TO CUTOFF-DATE.

       WALK-BACK-ONE-DAY.
