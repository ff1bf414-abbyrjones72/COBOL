      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLMNT01.

      ******************************************************************
      * This program maintains the business-day calendar on
      * HOLIDAY.DAT: (A)DD a day the shop is shut, with its name,
      * (D)ELETE one keyed in error, set the calendar (O)PTIONS -
      * whether Saturday and Sunday are worked, and whether AR due
      * dates and the back-order cancel days count business days or
      * calendar days - (C)HECK what the calendar makes of a date,
      * and (L)IST the calendar. The calendar moves standing-order
      * run dates, PO expected dates, ship promises and the
      * month-end night of the batch cycle, so the whole program
      * takes a supervisor sign-on, the same as FISCMNT01.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL HOLIDAY-FILE
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

           01 HOLIDAY-FILE-STATUS PIC XX.
           01 YES-NO             PIC X.
           01 ACTION-CODE        PIC X.
           01 RECORD-FOUND       PIC X.
           01 END-OF-FILE        PIC X.
           01 DATE-ENTRY         PIC X(8).
           01 ANSWER-ENTRY       PIC X.
           01 SCREEN-LINES       PIC 99.
           01 A-DUMMY            PIC X.

      * THE KEYED DATE, TAKEN APART FOR THE MONTH AND DAY CHECKS.
           01 THE-DATE-PARTS.
                     05 THE-YEAR         PIC 9(4).
                     05 THE-MONTH        PIC 99.
                     05 THE-DAY          PIC 99.
           01 THE-DATE REDEFINES THE-DATE-PARTS PIC 9(8).

      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

      * THE BUSDAY01 QUESTION AND ANSWER - SEE
      * COPYBOOKS/WBUSDAY.CPY.
       COPY WBUSDAY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM GET-OPERATOR-ID.
            IF OPERATOR-AUTHORITY < 9
                      DISPLAY "SUPERVISOR AUTHORITY IS NEEDED TO "
                              "WORK THE BUSINESS-DAY CALENDAR"
                      STOP RUN.
            PERFORM OPENING-PROCEDURE.
            MOVE "Y" TO YES-NO.
            PERFORM PROCESS-ACTIONS
                           UNTIL YES-NO = "N".
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           OPEN I-O HOLIDAY-FILE.
           IF HOLIDAY-FILE-STATUS = "35"
                     OPEN OUTPUT HOLIDAY-FILE
                     CLOSE HOLIDAY-FILE
                     OPEN I-O HOLIDAY-FILE.
           IF HOLIDAY-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN HOLIDAY.DAT - STATUS "
                             HOLIDAY-FILE-STATUS
                     STOP RUN.

       CLOSING-PROCEDURE.
           CLOSE HOLIDAY-FILE.

       PROCESS-ACTIONS.
           DISPLAY "(A)DD A HOLIDAY, (D)ELETE ONE, (O)PTIONS, "
                   "(C)HECK A DATE, OR (L)IST?".
           ACCEPT ACTION-CODE.
           INSPECT ACTION-CODE CONVERTING "adocl" TO "ADOCL".
           IF ACTION-CODE = "A"
                     PERFORM ADD-A-HOLIDAY.
           IF ACTION-CODE = "D"
                     PERFORM DELETE-A-HOLIDAY.
           IF ACTION-CODE = "O"
                     PERFORM CHANGE-THE-OPTIONS.
           IF ACTION-CODE = "C"
                     PERFORM CHECK-A-DATE.
           IF ACTION-CODE = "L"
                     PERFORM LIST-THE-CALENDAR.
           PERFORM GO-AGAIN.

       GET-THE-DATE-KEY.
           DISPLAY "DATE (YYYYMMDD) ? ".
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY NOT NUMERIC
                     DISPLAY "DATE MUST BE 8 DIGITS"
                     GO TO GET-THE-DATE-KEY.
           MOVE DATE-ENTRY TO THE-DATE.
           IF THE-MONTH < 1 OR THE-MONTH > 12 OR
              THE-DAY < 1 OR THE-DAY > 31
                     DISPLAY "NOT A CALENDAR DATE"
                     GO TO GET-THE-DATE-KEY.
           MOVE THE-DATE TO HOLIDAY-DATE.

       ADD-A-HOLIDAY.
           PERFORM GET-THE-DATE-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ HOLIDAY-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     DISPLAY "ALREADY ON THE CALENDAR: " HOLIDAY-NAME
           ELSE
                     PERFORM FILE-THE-HOLIDAY.

       FILE-THE-HOLIDAY.
           MOVE SPACE TO HOLIDAY-RECORD.
           MOVE THE-DATE TO HOLIDAY-DATE.
           PERFORM GET-THE-HOLIDAY-NAME.
           MOVE OPERATOR-ID TO HOLIDAY-ADDED-BY.
           ACCEPT HOLIDAY-ADDED-DATE FROM DATE YYYYMMDD.
           WRITE HOLIDAY-RECORD
                     INVALID KEY
                     DISPLAY "WRITE FAILED - STATUS "
                             HOLIDAY-FILE-STATUS
                     NOT INVALID KEY
                     DISPLAY HOLIDAY-DATE " " HOLIDAY-NAME
                             " IS NOT A BUSINESS DAY".

       GET-THE-HOLIDAY-NAME.
           DISPLAY "WHAT IS THE DAY (E.G. CHRISTMAS DAY) ? ".
           ACCEPT HOLIDAY-NAME.
           INSPECT HOLIDAY-NAME CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF HOLIDAY-NAME = SPACE
                     DISPLAY "THE DAY MUST HAVE A NAME"
                     GO TO GET-THE-HOLIDAY-NAME.

       DELETE-A-HOLIDAY.
           PERFORM GET-THE-DATE-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ HOLIDAY-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NOT ON THE CALENDAR - NOTHING TO DELETE"
           ELSE
                     DISPLAY "DELETE " HOLIDAY-DATE " "
                             HOLIDAY-NAME " (Y/N)?"
                     ACCEPT ANSWER-ENTRY
                     IF ANSWER-ENTRY = "Y" OR ANSWER-ENTRY = "y"
                               DELETE HOLIDAY-FILE RECORD
                                         INVALID KEY
                                         DISPLAY "DELETE FAILED - "
                                                 "STATUS "
                                                 HOLIDAY-FILE-STATUS
                                         NOT INVALID KEY
                                         DISPLAY "DELETED - "
                                                 HOLIDAY-DATE
                                                 " IS A BUSINESS DAY "
                                                 "AGAIN".

      * CHANGE-THE-OPTIONS WORKS THE 00000000 ROW, FILING IT THE
      * FIRST TIME THE OPTIONS ARE SET.
       CHANGE-THE-OPTIONS.
           MOVE ZERO TO HOLIDAY-DATE.
           MOVE "Y" TO RECORD-FOUND.
           READ HOLIDAY-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     MOVE SPACE TO CALENDAR-OPTIONS-RECORD
                     MOVE ZERO TO OPTIONS-KEY OPTIONS-CHANGED-DATE
                     MOVE "N" TO OPTIONS-SATURDAY OPTIONS-SUNDAY.
           PERFORM SHOW-THE-OPTIONS.
           PERFORM GET-THE-SATURDAY.
           PERFORM GET-THE-SUNDAY.
           PERFORM GET-THE-DUE-RULE.
           PERFORM GET-THE-CANCEL-RULE.
           MOVE OPERATOR-ID TO OPTIONS-CHANGED-BY.
           ACCEPT OPTIONS-CHANGED-DATE FROM DATE YYYYMMDD.
           IF RECORD-FOUND = "N"
                     WRITE HOLIDAY-RECORD
                               INVALID KEY
                               DISPLAY "WRITE FAILED - STATUS "
                                       HOLIDAY-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "CALENDAR OPTIONS FILED"
           ELSE
                     REWRITE HOLIDAY-RECORD
                               INVALID KEY
                               DISPLAY "REWRITE FAILED - STATUS "
                                       HOLIDAY-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "CALENDAR OPTIONS CHANGED".

       SHOW-THE-OPTIONS.
           IF SATURDAY-IS-WORKED
                     DISPLAY "SATURDAY:  WORKED"
           ELSE
                     DISPLAY "SATURDAY:  SHUT".
           IF SUNDAY-IS-WORKED
                     DISPLAY "SUNDAY:    WORKED"
           ELSE
                     DISPLAY "SUNDAY:    SHUT".
           IF DUE-IN-BUSINESS-DAYS
                     DISPLAY "AR DUE DATES COUNT BUSINESS DAYS"
           ELSE
                     DISPLAY "AR DUE DATES COUNT CALENDAR DAYS".
           IF CANCEL-IN-BUSINESS-DAYS
                     DISPLAY "BACK-ORDER CANCEL DAYS COUNT BUSINESS "
                             "DAYS"
           ELSE
                     DISPLAY "BACK-ORDER CANCEL DAYS COUNT CALENDAR "
                             "DAYS".
           IF OPTIONS-CHANGED-BY NOT = SPACE
                     DISPLAY "LAST CHANGED " OPTIONS-CHANGED-DATE
                             " BY " OPTIONS-CHANGED-BY.

       GET-THE-SATURDAY.
           DISPLAY "IS SATURDAY A WORKING DAY (Y/N)?".
           ACCEPT ANSWER-ENTRY.
           INSPECT ANSWER-ENTRY CONVERTING "yn" TO "YN".
           IF ANSWER-ENTRY NOT = "Y" AND ANSWER-ENTRY NOT = "N"
                     DISPLAY "ANSWER Y OR N"
                     GO TO GET-THE-SATURDAY.
           MOVE ANSWER-ENTRY TO OPTIONS-SATURDAY.

       GET-THE-SUNDAY.
           DISPLAY "IS SUNDAY A WORKING DAY (Y/N)?".
           ACCEPT ANSWER-ENTRY.
           INSPECT ANSWER-ENTRY CONVERTING "yn" TO "YN".
           IF ANSWER-ENTRY NOT = "Y" AND ANSWER-ENTRY NOT = "N"
                     DISPLAY "ANSWER Y OR N"
                     GO TO GET-THE-SUNDAY.
           MOVE ANSWER-ENTRY TO OPTIONS-SUNDAY.

      * A DUE DATE COUNTED IN BUSINESS DAYS SKIPS THE SHUT DAYS, SO
      * NET 30 FROM A FRIDAY IS THIRTY WORKING DAYS ON.
       GET-THE-DUE-RULE.
           DISPLAY "COUNT AR DUE DATES IN (B)USINESS OR (C)ALENDAR "
                   "DAYS?".
           ACCEPT ANSWER-ENTRY.
           INSPECT ANSWER-ENTRY CONVERTING "bc" TO "BC".
           IF ANSWER-ENTRY NOT = "B" AND ANSWER-ENTRY NOT = "C"
                     DISPLAY "ANSWER B OR C"
                     GO TO GET-THE-DUE-RULE.
           IF ANSWER-ENTRY = "B"
                     MOVE "B" TO OPTIONS-DUE-RULE
           ELSE
                     MOVE SPACE TO OPTIONS-DUE-RULE.

       GET-THE-CANCEL-RULE.
           DISPLAY "COUNT BACK-ORDER CANCEL DAYS IN (B)USINESS OR "
                   "(C)ALENDAR DAYS?".
           ACCEPT ANSWER-ENTRY.
           INSPECT ANSWER-ENTRY CONVERTING "bc" TO "BC".
           IF ANSWER-ENTRY NOT = "B" AND ANSWER-ENTRY NOT = "C"
                     DISPLAY "ANSWER B OR C"
                     GO TO GET-THE-CANCEL-RULE.
           IF ANSWER-ENTRY = "B"
                     MOVE "B" TO OPTIONS-CANCEL-RULE
           ELSE
                     MOVE SPACE TO OPTIONS-CANCEL-RULE.

      * CHECK-A-DATE ASKS BUSDAY01 ABOUT A KEYED DATE, SO THE
      * SUPERVISOR SEES WHAT THE REST OF THE SYSTEM WILL MAKE OF IT.
      * THE FILE IS CLOSED ACROSS THE CALL AND REOPENED AFTER.
       CHECK-A-DATE.
           PERFORM GET-THE-DATE-KEY.
           CLOSE HOLIDAY-FILE.
           MOVE "T" TO BUSDAY-FUNCTION.
           MOVE THE-DATE TO BUSDAY-FROM-DATE.
           CALL "BUSDAY01" USING BUSINESS-DAY-AREA.
           IF BUSDAY-FROM-IS-OPEN = "Y"
                     DISPLAY THE-DATE " IS A BUSINESS DAY"
           ELSE
                     DISPLAY THE-DATE " IS SHUT - "
                             BUSDAY-HOLIDAY-NAME.
           IF BUSDAY-MONTH-END = "Y"
                     DISPLAY "IT IS THE LAST BUSINESS DAY OF ITS "
                             "MONTH - THE MONTH-END NIGHT".
           MOVE "R" TO BUSDAY-FUNCTION.
           CALL "BUSDAY01" USING BUSINESS-DAY-AREA.
           IF BUSDAY-RESULT-DATE NOT = THE-DATE
                     DISPLAY "A DATE FALLING THERE ROLLS TO "
                             BUSDAY-RESULT-DATE.
           OPEN I-O HOLIDAY-FILE.

      * LIST-THE-CALENDAR PAGES THROUGH THE WHOLE CALENDAR, THE
      * OPTIONS ROW FIRST SINCE IT SORTS LOWEST. THE FILE IS CLOSED
      * AND REOPENED SO THE SCAN STARTS AT THE TOP.
       LIST-THE-CALENDAR.
           CLOSE HOLIDAY-FILE.
           OPEN I-O HOLIDAY-FILE.
           MOVE ZEROES TO SCREEN-LINES.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-HOLIDAY.
           PERFORM LIST-ONE-HOLIDAY
                 UNTIL END-OF-FILE = "Y".

       READ-NEXT-HOLIDAY.
           READ HOLIDAY-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       LIST-ONE-HOLIDAY.
           IF SCREEN-LINES = 15
                     PERFORM PRESS-ENTER.
           IF HOLIDAY-DATE = ZERO
                     PERFORM SHOW-THE-OPTIONS
                     ADD 4 TO SCREEN-LINES
           ELSE
                     DISPLAY HOLIDAY-DATE " " HOLIDAY-NAME
                             " ADDED BY " HOLIDAY-ADDED-BY.
           ADD 1 TO SCREEN-LINES.
           PERFORM READ-NEXT-HOLIDAY.

       GO-AGAIN.
           DISPLAY "GO AGAIN?".
           ACCEPT YES-NO.
           IF YES-NO = "y"
                     MOVE "Y" TO YES-NO.
           IF YES-NO NOT = "Y"
                     MOVE "N" TO YES-NO.

       PRESS-ENTER.
                 DISPLAY "PRESS ENTER TO CONTINUE..."
                 ACCEPT A-DUMMY.
                 MOVE 0 TO SCREEN-LINES.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM HOLMNT01.
