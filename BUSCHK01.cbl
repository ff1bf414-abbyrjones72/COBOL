      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCHK01.

      ******************************************************************
      * This program tells the nightly cycle what kind of night its
      * business date is, off the business-day calendar (BUSDAY01
      * and HOLIDAY.DAT). Fed the business date (YYYYMMDD, blank for
      * today) on one console line, it says on the console whether
      * the date is a business day - and what it is shut for when it
      * is not - and ends with RETURN CODE 0 when the date is the
      * last business day of its month and 4 when it is not, the
      * same go/skip convention as RUNCHK01. The cycle runs its
      * month-end block on the 0, so a month ending on a weekend or
      * a holiday still gets its statements on the last night the
      * shop is open. With no calendar on file every day is a
      * business day and the month-end night is the last day of the
      * month, as it always was.
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  DATE-ENTRY                PIC X(8).
       01  THE-BUSINESS-DATE         PIC 9(8).

      * THE BUSDAY01 QUESTION AND ANSWER - SEE
      * COPYBOOKS/WBUSDAY.CPY.
       COPY WBUSDAY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM GET-THE-BUSINESS-DATE.
            MOVE "T" TO BUSDAY-FUNCTION.
            MOVE THE-BUSINESS-DATE TO BUSDAY-FROM-DATE.
            CALL "BUSDAY01" USING BUSINESS-DAY-AREA.
            IF BUSDAY-FROM-IS-OPEN = "Y"
                      DISPLAY THE-BUSINESS-DATE " IS A BUSINESS DAY"
            ELSE
                      DISPLAY THE-BUSINESS-DATE " IS NOT A BUSINESS "
                              "DAY - " BUSDAY-HOLIDAY-NAME.
            IF BUSDAY-MONTH-END = "Y"
                      DISPLAY "LAST BUSINESS DAY OF THE MONTH - "
                              "MONTH-END NIGHT"
                      MOVE ZERO TO RETURN-CODE
            ELSE
                      MOVE 4 TO RETURN-CODE.
            STOP RUN.

       GET-THE-BUSINESS-DATE.
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY IS NUMERIC
                     MOVE DATE-ENTRY TO THE-BUSINESS-DATE
           ELSE
                     ACCEPT THE-BUSINESS-DATE FROM DATE YYYYMMDD.

       END PROGRAM BUSCHK01.
