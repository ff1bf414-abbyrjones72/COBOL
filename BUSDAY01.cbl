      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDAY01.

      ******************************************************************
      * This subprogram is the one place a date is tested or walked
      * against the business-day calendar on HOLIDAY.DAT, the way
      * FISCHK01 is the one place a posting date is tested against
      * the fiscal calendar. Called with the area in
      * COPYBOOKS/WBUSDAY.CPY, it says whether the from-date is open
      * and whether it is the last business day of its month, rolls
      * it on to the next business day, or adds or takes away a
      * number of business days. A day is shut when it is a Saturday
      * or Sunday the calendar options do not work, or when it has a
      * holiday row of its own. The day of the week is worked out
      * from the date itself, so nothing has to be set up for the
      * weekends. On a system with no calendar file yet every day is
      * a business day, so the shop runs exactly as it did before
      * HOLMNT01 sets the calendar up; the console says so the first
      * time it happens.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT HOLIDAY-FILE
                           ASSIGN TO "HOLIDAY.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS HOLIDAY-DATE
                           FILE STATUS IS HOLIDAY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * HOLIDAY-RECORD IS THE SHARED CALENDAR LAYOUT - SEE
      * COPYBOOKS/WHOLCAL.CPY.
       FD  HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WHOLCAL.

       WORKING-STORAGE SECTION.

       01  HOLIDAY-FILE-STATUS       PIC XX.
       01  CALENDAR-ON-FILE          PIC X.
       01  NOTICE-SHOWN              PIC X VALUE "N".

      * THE WEEKEND OPTIONS OFF THE 00000000 ROW, KEPT HERE BECAUSE
      * EVERY HOLIDAY READ AFTER IT OVERLAYS THE RECORD AREA.
       01  THE-SATURDAY              PIC X.
       01  THE-SUNDAY                PIC X.

      * THE DAY BEING LOOKED AT, AND WHAT THE CALENDAR SAYS OF IT.
       01  DAY-IS-OPEN               PIC X.
       01  DAY-NAME                  PIC X(30).
       01  DAYS-STEPPED              PIC 9(5).
       01  DAYS-COUNTED              PIC 9(3).
       01  LATER-DAY-FOUND           PIC X.
       01  THE-MONTH                 PIC 99.

      * A WALK THAT FINDS NO OPEN DAY IN TEN YEARS IS STOPPED RATHER
      * THAN LEFT TO RUN - A CALENDAR WITH EVERY DAY SHUT IS A
      * MISTAKE AT THE KEYBOARD, NOT A REASON TO HANG THE CALLER.
       01  STEP-LIMIT                PIC 9(5) VALUE 3660.

      * THE DAY WALK, THE SAME ONE STNDGEN01 AND ORDACK01 USE.
       01  WALK-DATE-PARTS.
                 05 WALK-YEAR              PIC 9(4).
                 05 WALK-MONTH             PIC 99.
                 05 WALK-DAY               PIC 99.
       01  WALK-DATE-WHOLE REDEFINES WALK-DATE-PARTS
                                           PIC 9(8).
       01  THIS-MONTH-LENGTH         PIC 99.
       01  MONTH-LENGTH-TEXT         PIC X(24) VALUE
                                     "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-TEXT.
                 05 MONTH-LENGTH OCCURS 12 TIMES PIC 99.
       01  LEAP-QUOTIENT             PIC 9(4).
       01  LEAP-REMAINDER            PIC 9(4).

      * WORK FIELDS FOR THE DAY OF THE WEEK. THE WEEKDAY COMES OUT
      * 0 FOR SATURDAY, 1 FOR SUNDAY, 2 FOR MONDAY AND SO ON TO 6
      * FOR FRIDAY; JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14
      * OF THE YEAR BEFORE.
       01  WEEK-YEAR                 PIC 9(4).
       01  WEEK-MONTH                PIC 99.
       01  WEEK-TERM                 PIC 9(5).
       01  WEEK-SUM                  PIC 9(7).
       01  WEEK-QUOTIENT             PIC 9(7).
       01  WEEKDAY                   PIC 9.

       LINKAGE SECTION.

       COPY WBUSDAY.

       PROCEDURE DIVISION USING BUSINESS-DAY-AREA.
       MAIN-PROCEDURE.
            MOVE BUSDAY-FROM-DATE TO BUSDAY-RESULT-DATE.
            MOVE "Y" TO BUSDAY-FROM-IS-OPEN.
            MOVE "N" TO BUSDAY-MONTH-END.
            MOVE SPACE TO BUSDAY-HOLIDAY-NAME BUSDAY-DUE-RULE
                          BUSDAY-CANCEL-RULE.
            MOVE "Y" TO CALENDAR-ON-FILE.
            OPEN INPUT HOLIDAY-FILE.
            IF HOLIDAY-FILE-STATUS = "35"
                      PERFORM LET-EVERY-DAY-THROUGH
            ELSE
                      IF HOLIDAY-FILE-STATUS NOT = "00"
                                DISPLAY "UNABLE TO OPEN HOLIDAY.DAT - "
                                        "STATUS " HOLIDAY-FILE-STATUS
                                MOVE "N" TO CALENDAR-ON-FILE
                      ELSE
                                PERFORM LOAD-THE-OPTIONS.
            PERFORM ANSWER-THE-QUESTION.
            IF CALENDAR-ON-FILE = "Y"
                      CLOSE HOLIDAY-FILE.
            GOBACK.

      * LET-EVERY-DAY-THROUGH APPLIES WHEN THE CALENDAR IS NOT ON
      * THE SYSTEM YET - THE SAME QUIET PASS FISCHK01 GIVES AN
      * UNSET FISCAL CALENDAR.
       LET-EVERY-DAY-THROUGH.
           MOVE "N" TO CALENDAR-ON-FILE.
           IF NOTICE-SHOWN = "N"
                     MOVE "Y" TO NOTICE-SHOWN
                     DISPLAY "BUSINESS-DAY CALENDAR NOT ON FILE - "
                             "EVERY DAY COUNTS AS A BUSINESS DAY "
                             "UNTIL HOLMNT01 SETS IT UP".

       LOAD-THE-OPTIONS.
           MOVE "N" TO THE-SATURDAY THE-SUNDAY.
           MOVE ZERO TO HOLIDAY-DATE.
           READ HOLIDAY-FILE
                     INVALID KEY
                     CONTINUE
                     NOT INVALID KEY
                     PERFORM TAKE-THE-OPTIONS.

       TAKE-THE-OPTIONS.
           MOVE OPTIONS-SATURDAY TO THE-SATURDAY.
           MOVE OPTIONS-SUNDAY TO THE-SUNDAY.
           MOVE OPTIONS-DUE-RULE TO BUSDAY-DUE-RULE.
           MOVE OPTIONS-CANCEL-RULE TO BUSDAY-CANCEL-RULE.

      * ANSWER-THE-QUESTION LOOKS AT THE FROM-DATE FIRST, SINCE
      * EVERY FUNCTION HANDS BACK WHAT THE CALENDAR SAYS OF IT, AND
      * THEN WALKS AS THE FUNCTION ASKS.
       ANSWER-THE-QUESTION.
           MOVE BUSDAY-FROM-DATE TO WALK-DATE-WHOLE.
           PERFORM CHECK-THE-DAY.
           MOVE DAY-IS-OPEN TO BUSDAY-FROM-IS-OPEN.
           MOVE DAY-NAME TO BUSDAY-HOLIDAY-NAME.
           MOVE ZERO TO DAYS-STEPPED DAYS-COUNTED.
           IF BUSDAY-FUNCTION = "T"
                     PERFORM CHECK-FOR-MONTH-END
           ELSE IF BUSDAY-FUNCTION = "R"
                     PERFORM STEP-FORWARD-ONE-DAY
                           UNTIL DAY-IS-OPEN = "Y"
                              OR DAYS-STEPPED > STEP-LIMIT
                     MOVE WALK-DATE-WHOLE TO BUSDAY-RESULT-DATE
           ELSE IF BUSDAY-FUNCTION = "A"
                     PERFORM STEP-FORWARD-ONE-DAY
                           UNTIL DAYS-COUNTED NOT < BUSDAY-DAYS
                              OR DAYS-STEPPED > STEP-LIMIT
                     MOVE WALK-DATE-WHOLE TO BUSDAY-RESULT-DATE
           ELSE IF BUSDAY-FUNCTION = "S"
                     PERFORM STEP-BACK-ONE-DAY
                           UNTIL DAYS-COUNTED NOT < BUSDAY-DAYS
                              OR DAYS-STEPPED > STEP-LIMIT
                     MOVE WALK-DATE-WHOLE TO BUSDAY-RESULT-DATE.

      * CHECK-FOR-MONTH-END - AN OPEN DAY IS THE MONTH'S LAST
      * BUSINESS DAY WHEN EVERY DAY LEFT IN THE MONTH AFTER IT IS
      * SHUT. A SHUT DAY NEVER IS.
       CHECK-FOR-MONTH-END.
           IF BUSDAY-FROM-IS-OPEN = "Y"
                     MOVE WALK-MONTH TO THE-MONTH
                     MOVE "N" TO LATER-DAY-FOUND
                     PERFORM LOOK-AT-THE-NEXT-DAY
                           UNTIL LATER-DAY-FOUND = "Y"
                              OR WALK-MONTH NOT = THE-MONTH
                     IF LATER-DAY-FOUND = "N"
                               MOVE "Y" TO BUSDAY-MONTH-END.

       LOOK-AT-THE-NEXT-DAY.
           PERFORM WALK-FORWARD-ONE-DAY.
           IF WALK-MONTH = THE-MONTH
                     PERFORM CHECK-THE-DAY
                     IF DAY-IS-OPEN = "Y"
                               MOVE "Y" TO LATER-DAY-FOUND.

       STEP-FORWARD-ONE-DAY.
           PERFORM WALK-FORWARD-ONE-DAY.
           ADD 1 TO DAYS-STEPPED.
           PERFORM CHECK-THE-DAY.
           IF DAY-IS-OPEN = "Y"
                     ADD 1 TO DAYS-COUNTED.

       STEP-BACK-ONE-DAY.
           PERFORM WALK-BACK-ONE-DAY.
           ADD 1 TO DAYS-STEPPED.
           PERFORM CHECK-THE-DAY.
           IF DAY-IS-OPEN = "Y"
                     ADD 1 TO DAYS-COUNTED.

      * CHECK-THE-DAY SAYS WHETHER THE WALK DATE IS OPEN, AND WHAT
      * IT IS SHUT FOR WHEN IT IS NOT. WITH NO CALENDAR ON FILE
      * EVERY DAY IS OPEN.
       CHECK-THE-DAY.
           MOVE "Y" TO DAY-IS-OPEN.
           MOVE SPACE TO DAY-NAME.
           IF CALENDAR-ON-FILE = "Y"
                     PERFORM CHECK-THE-CALENDAR.

       CHECK-THE-CALENDAR.
           PERFORM FIGURE-THE-WEEKDAY.
           IF WEEKDAY = 0 AND THE-SATURDAY NOT = "Y"
                     MOVE "N" TO DAY-IS-OPEN
                     MOVE "SATURDAY" TO DAY-NAME.
           IF WEEKDAY = 1 AND THE-SUNDAY NOT = "Y"
                     MOVE "N" TO DAY-IS-OPEN
                     MOVE "SUNDAY" TO DAY-NAME.
           MOVE WALK-DATE-WHOLE TO HOLIDAY-DATE.
           READ HOLIDAY-FILE
                     INVALID KEY
                     CONTINUE
                     NOT INVALID KEY
                     MOVE "N" TO DAY-IS-OPEN
                     MOVE HOLIDAY-NAME TO DAY-NAME.

      * FIGURE-THE-WEEKDAY WORKS THE DAY OF THE WEEK OUT OF THE WALK
      * DATE WITH WHOLE-NUMBER DIVISION ONLY, SO NO TABLE OF YEARS
      * HAS TO BE KEPT.
       FIGURE-THE-WEEKDAY.
           MOVE WALK-YEAR TO WEEK-YEAR.
           MOVE WALK-MONTH TO WEEK-MONTH.
           IF WEEK-MONTH < 3
                     ADD 12 TO WEEK-MONTH
                     SUBTRACT 1 FROM WEEK-YEAR.
           COMPUTE WEEK-TERM = 13 * (WEEK-MONTH + 1).
           DIVIDE WEEK-TERM BY 5 GIVING WEEK-QUOTIENT.
           COMPUTE WEEK-SUM = WALK-DAY + WEEK-QUOTIENT + WEEK-YEAR.
           DIVIDE WEEK-YEAR BY 4 GIVING WEEK-QUOTIENT.
           ADD WEEK-QUOTIENT TO WEEK-SUM.
           DIVIDE WEEK-YEAR BY 100 GIVING WEEK-QUOTIENT.
           SUBTRACT WEEK-QUOTIENT FROM WEEK-SUM.
           DIVIDE WEEK-YEAR BY 400 GIVING WEEK-QUOTIENT.
           ADD WEEK-QUOTIENT TO WEEK-SUM.
           DIVIDE WEEK-SUM BY 7 GIVING WEEK-QUOTIENT
                     REMAINDER WEEKDAY.

       WALK-FORWARD-ONE-DAY.
           PERFORM FIGURE-THE-MONTH-LENGTH.
           IF WALK-DAY < THIS-MONTH-LENGTH
                     ADD 1 TO WALK-DAY
           ELSE
                     MOVE 1 TO WALK-DAY
                     IF WALK-MONTH = 12
                               MOVE 1 TO WALK-MONTH
                               ADD 1 TO WALK-YEAR
                     ELSE
                               ADD 1 TO WALK-MONTH.

       WALK-BACK-ONE-DAY.
           IF WALK-DAY > 1
                     SUBTRACT 1 FROM WALK-DAY
           ELSE
                     PERFORM BACK-INTO-PRIOR-MONTH.

       BACK-INTO-PRIOR-MONTH.
           IF WALK-MONTH = 1
                     MOVE 12 TO WALK-MONTH
                     SUBTRACT 1 FROM WALK-YEAR
           ELSE
                     SUBTRACT 1 FROM WALK-MONTH.
           PERFORM FIGURE-THE-MONTH-LENGTH.
           MOVE THIS-MONTH-LENGTH TO WALK-DAY.

       FIGURE-THE-MONTH-LENGTH.
           MOVE MONTH-LENGTH (WALK-MONTH) TO THIS-MONTH-LENGTH.
           IF WALK-MONTH = 2
                     DIVIDE WALK-YEAR BY 4 GIVING LEAP-QUOTIENT
                               REMAINDER LEAP-REMAINDER
                     IF LEAP-REMAINDER = ZERO
                               MOVE 29 TO THIS-MONTH-LENGTH.

       END PROGRAM BUSDAY01.
