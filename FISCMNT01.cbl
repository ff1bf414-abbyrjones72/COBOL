      * calendar. Closing is the destructive half - once closed, the
      * posting programs refuse the period through FISCHK01 - so
      * the whole program takes a supervisor sign-on.
      * Before a period closes, the CLSRDY01 readiness checks run
      * and print their checklist (GL batch accepted, statements
      * printed, commission settled, shipped orders invoiced, the
      * posting log clear, count variances posted). A failed check
      * stops the close unless the supervisor overrides it, and the
      * override is kept on the period's row. (R)EADINESS prints
      * the checklist without closing anything.
      ******************************************************************

       ENVIRONMENT DIVISION.
           01 MONTH-ENTRY        PIC X(6).
           01 SCREEN-LINES       PIC 99.
           01 A-DUMMY            PIC X.
           01 THE-PERIOD         PIC 9(6).
           01 CHECKS-FAILED      PIC 9.
           01 OVERRIDE-ANSWER    PIC X.

      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
           CLOSE FISCAL-FILE.

       PROCESS-ACTIONS.
           DISPLAY "(O)PEN A PERIOD, (C)LOSE ONE, (R)EADINESS "
                   "CHECK, OR (L)IST?".
           ACCEPT ACTION-CODE.
           INSPECT ACTION-CODE CONVERTING "ocrl" TO "OCRL".
           IF ACTION-CODE = "O"
                     PERFORM OPEN-A-PERIOD.
           IF ACTION-CODE = "C"
                     PERFORM CLOSE-A-PERIOD.
           IF ACTION-CODE = "R"
                     PERFORM CHECK-A-PERIOD.
           IF ACTION-CODE = "L"
                     PERFORM LIST-THE-CALENDAR.
           PERFORM GO-AGAIN.
           IF RECORD-FOUND = "N"
                     MOVE MONTH-ENTRY TO FISCAL-PERIOD
                     MOVE "O" TO FISCAL-STATUS
                     MOVE ZERO TO FISCAL-CLOSE-DATE
                     MOVE SPACE TO FISCAL-CLOSED-BY
                     MOVE "N" TO FISCAL-CLOSE-OVERRIDE
                     WRITE FISCAL-RECORD
                               INVALID KEY
                               DISPLAY "WRITE FAILED - STATUS "
                     IF PERIOD-IS-CLOSED
                               DISPLAY "PERIOD IS ALREADY CLOSED"
                     ELSE
                               PERFORM CHECK-THE-READINESS.

      * CHECK-THE-READINESS RUNS THE CLSRDY01 CHECKS FOR THE PERIOD
      * JUST READ AND CLOSES IT WHEN THEY ALL PASS, OR WHEN THE
      * SUPERVISOR CHOOSES TO OVERRIDE THE ONES THAT FAILED.
       CHECK-THE-READINESS.
           MOVE FISCAL-PERIOD TO THE-PERIOD.
           CALL "CLSRDY01" USING THE-PERIOD CHECKS-FAILED.
           MOVE "N" TO FISCAL-CLOSE-OVERRIDE.
           IF CHECKS-FAILED = ZERO
                     PERFORM SHUT-THE-PERIOD
           ELSE
                     DISPLAY CHECKS-FAILED " READINESS CHECK(S) "
                             "FAILED - SEE THE PRINTED CHECKLIST"
                     PERFORM ASK-ABOUT-OVERRIDING
                     IF OVERRIDE-ANSWER = "Y"
                               MOVE "Y" TO FISCAL-CLOSE-OVERRIDE
                               PERFORM SHUT-THE-PERIOD
                     ELSE
                               DISPLAY "PERIOD " FISCAL-PERIOD
                                       " LEFT OPEN".

       ASK-ABOUT-OVERRIDING.
           DISPLAY "OVERRIDE THE FAILED CHECKS AND CLOSE ANYWAY (Y/N)?".
           ACCEPT OVERRIDE-ANSWER.
           IF OVERRIDE-ANSWER = "y"
                     MOVE "Y" TO OVERRIDE-ANSWER.
           IF OVERRIDE-ANSWER NOT = "Y"
                     MOVE "N" TO OVERRIDE-ANSWER.

      * SHUT-THE-PERIOD RE-READS THE ROW, SINCE THE CHECKS TOOK TIME
      * AT THE CONSOLE, AND STAMPS WHO CLOSED IT.
       SHUT-THE-PERIOD.
           MOVE FISCAL-CLOSE-OVERRIDE TO OVERRIDE-ANSWER.
           MOVE THE-PERIOD TO FISCAL-PERIOD.
           READ FISCAL-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           MOVE "C" TO FISCAL-STATUS.
           ACCEPT FISCAL-CLOSE-DATE FROM DATE YYYYMMDD.
           MOVE OPERATOR-ID TO FISCAL-CLOSED-BY.
           MOVE OVERRIDE-ANSWER TO FISCAL-CLOSE-OVERRIDE.
           REWRITE FISCAL-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED - STATUS "
                             FISCAL-FILE-STATUS
                     NOT INVALID KEY
                     DISPLAY "PERIOD " FISCAL-PERIOD
                             " CLOSED - NOTHING POSTS THERE AGAIN".

      * CHECK-A-PERIOD PRINTS THE READINESS CHECKLIST FOR A KEYED
      * PERIOD WITHOUT CLOSING IT.
       CHECK-A-PERIOD.
           PERFORM GET-THE-PERIOD-KEY.
           MOVE FISCAL-PERIOD TO THE-PERIOD.
           CALL "CLSRDY01" USING THE-PERIOD CHECKS-FAILED.
           IF CHECKS-FAILED = ZERO
                     DISPLAY "PERIOD " THE-PERIOD " IS READY TO CLOSE"
           ELSE
                     DISPLAY CHECKS-FAILED " READINESS CHECK(S) "
                             "FAILED FOR " THE-PERIOD.

      * LIST-THE-CALENDAR PAGES THROUGH THE WHOLE CALENDAR. THE
      * FILE IS CLOSED AND REOPENED SO THE SCAN STARTS AT THE TOP.
           IF PERIOD-IS-OPEN
                     DISPLAY FISCAL-PERIOD " OPEN"
           ELSE
                     IF CLOSE-WAS-OVERRIDDEN
                               DISPLAY FISCAL-PERIOD " CLOSED "
                                       FISCAL-CLOSE-DATE " BY "
                                       FISCAL-CLOSED-BY
                                       " ON OVERRIDE"
                     ELSE
                               DISPLAY FISCAL-PERIOD " CLOSED".
           ADD 1 TO SCREEN-LINES.
           PERFORM READ-NEXT-PERIOD.

