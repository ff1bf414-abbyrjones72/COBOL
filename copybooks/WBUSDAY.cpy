      ******************************************************************
      * WBUSDAY - the business-day question and answer BUSDAY01
      * works. The caller sets the function, the from-date and (to
      * add or take away) the number of business days:
      *   T  - TEST THE FROM-DATE: OPEN OR SHUT, WHAT IT IS SHUT FOR,
      *        AND WHETHER IT IS THE LAST BUSINESS DAY OF ITS MONTH
      *   R  - ROLL THE FROM-DATE ON TO THE FIRST BUSINESS DAY ON OR
      *        AFTER IT (THE DATE ITSELF WHEN IT IS OPEN)
      *   A  - ADD THE NUMBER OF BUSINESS DAYS TO THE FROM-DATE
      *   S  - TAKE THE NUMBER OF BUSINESS DAYS AWAY FROM IT
      * BUSDAY01 hands back the result date (the from-date itself
      * for T), the from-date's open/shut answer and holiday name,
      * and the shop's two counting rules off the calendar options
      * so a caller can decide whether to count business days at
      * all. With no calendar on file every day is open and both
      * rules come back blank (calendar days). Callers COPY it into
      * WORKING-STORAGE and pass it on the CALL.
      ******************************************************************
       01  BUSINESS-DAY-AREA.
                 05 BUSDAY-FUNCTION        PIC X(1).
                 05 BUSDAY-FROM-DATE       PIC 9(8).
                 05 BUSDAY-DAYS            PIC 9(3).
                 05 BUSDAY-RESULT-DATE     PIC 9(8).
                 05 BUSDAY-FROM-IS-OPEN    PIC X(1).
                 05 BUSDAY-HOLIDAY-NAME    PIC X(30).
                 05 BUSDAY-MONTH-END       PIC X(1).
                 05 BUSDAY-DUE-RULE        PIC X(1).
                           88 BUSDAY-DUE-IN-BUSINESS-DAYS VALUE "B".
                 05 BUSDAY-CANCEL-RULE     PIC X(1).
                           88 BUSDAY-CANCEL-IN-BUSINESS-DAYS
                                                   VALUE "B".
