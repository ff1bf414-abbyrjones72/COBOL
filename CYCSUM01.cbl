      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCSUM01.

      ******************************************************************
      * This program prints the morning exception summary for the
      * nightly cycle - one page that says whether anything went
      * wrong overnight, so the on-call person reads one sheet
      * instead of a dozen printouts. It is the cycle script's last
      * act and runs even when the cycle dies part way. Each area
      * is rated RED, AMBER or GREEN and the worst rating is the
      * cycle's overall status:
      *     STEPS          - RUNCTL.DAT. A STEP PLANNED OR STARTED
      *                      FOR THE BUSINESS DATE WITH NO CHECK-OUT
      *                      IS RED, SO A STEP THE CYCLE NEVER
      *                      REACHED STILL SHOWS; A STEP THAT RAN
      *                      MORE THAN TWICE ITS AVERAGE (OVER A
      *                      MINUTE, AT LEAST THREE EARLIER RUNS) IS
      *                      AMBER.
      *     IMPORT REJECTS - ROWS WAITING ON CUSTREJ.DAT AND
      *                      ORDREJ.DAT ARE AMBER.
      *     PHONE LINKS    - PHONE ENTRIES LINKED TO AN ACCOUNT NO
      *                      LONGER ON CUSTOMER.DAT (THE PHNCHK01
      *                      TEST) ARE AMBER.
      *     CONTROL TOTALS - FILES CTLTOT01 FLAGGED OUT OF BALANCE
      *                      ARE RED.
      *     RETENTION      - FILES RETSWP01 LEFT UNTRIMMED ARE AMBER.
      *     SECURITY       - SECLOG.DAT FOR THE BUSINESS DATE: ANY
      *                      LOCKOUT IS RED, FAILED SIGN-ONS ALONE
      *                      ARE AMBER.
      *     CREDIT HOLDS   - ACCOUNTS ARHLD01 NEWLY HELD ARE AMBER;
      *                      THE COUNT ON HOLD IN ALL PRINTS BESIDE.
      * The balancing, retention and hold figures come off
      * CYCEXC.DAT, where those steps log each exception as they
      * print it. Under the area ratings the page lists the
      * exceptions themselves - each failed or slow step, then each
      * logged balancing or retention exception - as far as the
      * page allows. The run ends with return code 0, 4 or 8 for
      * GREEN, AMBER or RED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL RUN-CONTROL-FILE
                           ASSIGN TO "RUNCTL.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CONTROL-FILE-STATUS.

                 SELECT OPTIONAL CUSTOMER-REJECT-FILE
                           ASSIGN TO "CUSTREJ.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS REJECT-FILE-STATUS.

                 SELECT OPTIONAL ORDER-REJECT-FILE
                           ASSIGN TO "ORDREJ.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS REJECT-FILE-STATUS.

                 SELECT OPTIONAL PHONE-FILE
                           ASSIGN TO "PHONE.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS PHONE-NAME-KEY
                           FILE STATUS IS PHONE-FILE-STATUS.

                 SELECT OPTIONAL CUSTOMER-FILE
                           ASSIGN TO "CUSTOMER.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                           FILE STATUS IS CUSTOMER-FILE-STATUS.

                 SELECT OPTIONAL SECLOG-FILE
                           ASSIGN TO "SECLOG.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SECLOG-FILE-STATUS.

                 SELECT OPTIONAL EXCEPTION-FILE
                           ASSIGN TO "CYCEXC.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS EXCEPTION-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * THE RUNCHK01 LAYOUT: "P" PLANNED, "S" STARTED, "C" COMPLETE.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-RECORD.
                 05 CONTROL-BUSINESS-DATE  PIC 9(8).
                 05 CONTROL-STEP-NAME      PIC X(12).
                 05 CONTROL-STEP-STATUS    PIC X(1).
                 05 CONTROL-STAMP-TIME     PIC 9(8).
                 05 CONTROL-RECORD-COUNT   PIC 9(9).

      * ONLY THE ROWS ARE COUNTED, SO THE REJECT FILES ARE READ
      * THROUGH A PLAIN LINE RATHER THAN THEIR IMPORT LAYOUTS.
       FD  CUSTOMER-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-REJECT-RECORD          PIC X(80).

       FD  ORDER-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORDER-REJECT-RECORD             PIC X(80).

      * PHONE-RECORD, CUSTOMER-RECORD, SECURITY-LOG-RECORD AND
      * CYCLE-EXCEPTION-RECORD ARE THE SHARED LAYOUTS - SEE
      * COPYBOOKS/WPHONEF.CPY, WCUSTF.CPY, WSECLOG.CPY AND
      * WCYCEXC.CPY.
       FD  PHONE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPHONEF.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

       FD  SECLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WSECLOG.

       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCYCEXC.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                  PIC X(100).

       WORKING-STORAGE SECTION.

       01  CONTROL-FILE-STATUS       PIC XX.
       01  REJECT-FILE-STATUS        PIC XX.
       01  PHONE-FILE-STATUS         PIC XX.
       01  CUSTOMER-FILE-STATUS      PIC XX.
       01  SECLOG-FILE-STATUS        PIC XX.
       01  EXCEPTION-FILE-STATUS     PIC XX.
       01  END-OF-FILE               PIC X.
       01  DATE-ENTRY                PIC X(8).
       01  THE-BUSINESS-DATE         PIC 9(8).
       01  ACCOUNT-FOUND             PIC X.

      * ONE SLOT PER STEP NAME SEEN ON RUNCTL.DAT UP TO THE BUSINESS
      * DATE. TONIGHT'S FIELDS COME FROM THE BUSINESS DATE'S ROWS;
      * THE HISTORY FIELDS TOTAL EVERY EARLIER START/COMPLETE PAIR
      * FOR THE AVERAGE RUN TIME.
       01  STEP-TABLE.
                 05 STEP-ENTRY OCCURS 60 TIMES.
                           10 STEP-NAME          PIC X(12).
                           10 STEP-WAS-PLANNED   PIC X(1).
                           10 STEP-WAS-STARTED   PIC X(1).
                           10 STEP-IS-DONE       PIC X(1).
                           10 STEP-START-TIME    PIC 9(8).
                           10 STEP-END-TIME      PIC 9(8).
                           10 STEP-SECONDS       PIC 9(7).
                           10 STEP-AVERAGE       PIC 9(7).
                           10 STEP-VERDICT       PIC X(1).
                                     88 STEP-IS-FAILED VALUE "F".
                                     88 STEP-IS-SLOW   VALUE "S".
                           10 HISTORY-START-DATE PIC 9(8).
                           10 HISTORY-START-TIME PIC 9(8).
                           10 HISTORY-SECONDS    PIC 9(9).
                           10 HISTORY-RUNS       PIC 9(5).
       01  STEPS-HELD                PIC 99.
       01  STEP-SUBSCRIPT            PIC 99.
       01  STEPS-NOT-HELD            PIC 9(5).
       01  STEPS-ON-FILE             PIC 9(5).
       01  STEPS-FAILED              PIC 9(5).
       01  STEPS-SLOW                PIC 9(5).

      * A STEP RUNS SLOW WHEN IT TAKES MORE THAN SLOW-FACTOR TIMES
      * ITS AVERAGE, IS OVER SLOW-FLOOR-SECONDS, AND THE AVERAGE
      * RESTS ON AT LEAST SLOW-MINIMUM-RUNS EARLIER RUNS.
       01  SLOW-FACTOR               PIC 9 VALUE 2.
       01  SLOW-FLOOR-SECONDS        PIC 9(5) VALUE 60.
       01  SLOW-MINIMUM-RUNS         PIC 9(5) VALUE 3.

      * WORK FIELDS FOR TURNING THE HHMMSSHH STAMPS INTO SECONDS.
       01  STAMP-PARTS.
                 05 STAMP-HH               PIC 99.
                 05 STAMP-MM               PIC 99.
                 05 STAMP-SS               PIC 99.
                 05 STAMP-FRACTION         PIC 99.
       01  STAMP-WHOLE REDEFINES STAMP-PARTS PIC 9(8).
       01  START-SECONDS             PIC 9(7).
       01  END-SECONDS               PIC 9(7).
       01  DURATION-SECONDS          PIC S9(7).

       01  CUSTOMER-REJECTS          PIC 9(7).
       01  ORDER-REJECTS             PIC 9(7).
       01  LINKS-CHECKED             PIC 9(7).
       01  DEAD-LINK-COUNT           PIC 9(7).
       01  FILES-OUT-OF-BALANCE      PIC 9(7).
       01  FILES-UNTRIMMED           PIC 9(7).
       01  OTHER-EXCEPTIONS          PIC 9(7).
       01  LOCKOUT-COUNT             PIC 9(7).
       01  FAILED-SIGNON-COUNT       PIC 9(7).
       01  ACCOUNTS-NEWLY-HELD       PIC 9(7).
       01  ACCOUNTS-ON-HOLD          PIC 9(7).

      * ONE SLOT PER AREA ON THE PAGE, IN PRINT ORDER. A RATING OF
      * 3 IS RED, 2 AMBER, 1 GREEN, SO THE OVERALL STATUS IS SIMPLY
      * THE HIGHEST.
       01  AREA-TABLE.
                 05 AREA-ENTRY OCCURS 7 TIMES.
                           10 AREA-NAME          PIC X(16).
                           10 AREA-RATING        PIC 9.
                           10 AREA-COUNT-1       PIC 9(7).
                           10 AREA-LABEL-1       PIC X(22).
                           10 AREA-COUNT-2       PIC 9(7).
                           10 AREA-LABEL-2       PIC X(22).
       01  AREA-SUBSCRIPT            PIC 9.
       01  OVERALL-RATING            PIC 9.

       01  RATING-NAMES.
                 05 FILLER                 PIC X(5) VALUE "GREEN".
                 05 FILLER                 PIC X(5) VALUE "AMBER".
                 05 FILLER                 PIC X(5) VALUE "RED  ".
       01  FILLER REDEFINES RATING-NAMES.
                 05 RATING-NAME            PIC X(5) OCCURS 3 TIMES.

      * THE EXCEPTION LIST STOPS AT DETAIL-LINE-LIMIT LINES SO THE
      * SUMMARY STAYS ON ONE PAGE; THE REST ARE COUNTED.
       01  DETAIL-LINE-LIMIT         PIC 99 VALUE 36.
       01  DETAIL-LINES-PRINTED      PIC 99.
       01  DETAILS-NOT-SHOWN         PIC 9(5).

      * Structures for the printed summary.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(33) VALUE
                     "NIGHTLY CYCLE EXCEPTION SUMMARY  ".
                 05 FILLER                 PIC X(15) VALUE
                                           "BUSINESS DATE: ".
                 05 PRINT-BUSINESS-DATE    PIC 9(8).
                 05 FILLER                 PIC X(10) VALUE
                                           "  PRINTED ".
                 05 PRINT-RUN-DATE         PIC 9(8).

       01  OVERALL-LINE.
                 05 FILLER                 PIC X(22) VALUE
                                           "OVERALL CYCLE STATUS: ".
                 05 PRINT-OVERALL-STATUS   PIC X(5).

       01  AREA-HEADING-LINE.
                 05 FILLER                 PIC X(16) VALUE "AREA".
                 05 FILLER                 PIC X(8) VALUE "STATUS".
                 05 FILLER                 PIC X(6) VALUE "DETAIL".

       01  AREA-LINE.
                 05 PRINT-AREA-NAME        PIC X(16).
                 05 PRINT-AREA-STATUS      PIC X(5).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-AREA-COUNT-1     PIC ZZZZZZ9.
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-AREA-LABEL-1     PIC X(22).
                 05 PRINT-AREA-COUNT-2     PIC ZZZZZZ9.
                 05 PRINT-AREA-COUNT-2-X REDEFINES
                    PRINT-AREA-COUNT-2     PIC X(7).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-AREA-LABEL-2     PIC X(22).

       01  EXCEPTION-HEADING-LINE.
                 05 FILLER                 PIC X(20) VALUE
                                           "EXCEPTIONS".

       01  NO-EXCEPTION-LINE.
                 05 FILLER                 PIC X(20) VALUE
                                           "NONE".

       01  STEP-LINE.
                 05 FILLER                 PIC X(6) VALUE "STEP  ".
                 05 PRINT-STEP-NAME        PIC X(12).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-STEP-VERDICT     PIC X(15).
                 05 PRINT-STEP-DETAIL      PIC X(40).

      * THE DETAIL BESIDE A STEP: WHEN A STEP THAT DID NOT FINISH
      * STARTED, OR A SLOW STEP'S RUN AGAINST ITS AVERAGE.
       01  STARTED-DETAIL.
                 05 FILLER                 PIC X(8) VALUE "STARTED ".
                 05 PRINT-START-HH         PIC 99.
                 05 FILLER                 PIC X VALUE ":".
                 05 PRINT-START-MM         PIC 99.
                 05 FILLER                 PIC X VALUE ":".
                 05 PRINT-START-SS         PIC 99.

       01  RUN-DETAIL.
                 05 FILLER                 PIC X(4) VALUE "RAN ".
                 05 PRINT-STEP-SECONDS     PIC ZZZZZZ9.
                 05 FILLER                 PIC X(18) VALUE
                                           " SECS, AVERAGE OF ".
                 05 PRINT-STEP-AVERAGE     PIC ZZZZZZ9.

       01  LOGGED-LINE.
                 05 FILLER                 PIC X(6) VALUE "LOG   ".
                 05 PRINT-LOGGED-STEP      PIC X(12).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-LOGGED-SUBJECT   PIC X(12).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-LOGGED-TEXT      PIC X(40).

       01  NOT-SHOWN-LINE.
                 05 PRINT-NOT-SHOWN        PIC ZZZZ9.
                 05 FILLER                 PIC X(45) VALUE
                     " MORE EXCEPTION(S) - SEE THE STEPS' REPORTS".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM GET-THE-BUSINESS-DATE.
            PERFORM GATHER-THE-STEPS.
            PERFORM JUDGE-THE-STEPS.
            PERFORM COUNT-THE-REJECTS.
            PERFORM CHECK-THE-CUSTOMER-LINKS.
            PERFORM READ-THE-SECURITY-LOG.
            PERFORM READ-THE-EXCEPTION-LOG.
            PERFORM RATE-THE-AREAS.
            PERFORM PRINT-THE-SUMMARY.
            DISPLAY "NIGHTLY CYCLE STATUS FOR " THE-BUSINESS-DATE
                    ": " RATING-NAME (OVERALL-RATING).
            IF OVERALL-RATING = 3
                      MOVE 8 TO RETURN-CODE
            ELSE
                      IF OVERALL-RATING = 2
                                MOVE 4 TO RETURN-CODE
                      ELSE
                                MOVE 0 TO RETURN-CODE.
            STOP RUN.

       GET-THE-BUSINESS-DATE.
           DISPLAY "BUSINESS DATE (YYYYMMDD, BLANK FOR TODAY) ? ".
           MOVE SPACE TO DATE-ENTRY.
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY IS NUMERIC
                     MOVE DATE-ENTRY TO THE-BUSINESS-DATE
           ELSE
                     ACCEPT THE-BUSINESS-DATE FROM DATE YYYYMMDD.

      ******************************************************************
      * STEP STATUS AND RUN TIMES OFF RUNCTL.DAT.
      ******************************************************************
       GATHER-THE-STEPS.
           MOVE ZEROES TO STEPS-HELD.
           MOVE ZEROES TO STEPS-NOT-HELD.
           OPEN INPUT RUN-CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-CONTROL-ROW
                     PERFORM SIFT-ONE-CONTROL-ROW
                          UNTIL END-OF-FILE = "Y".
           CLOSE RUN-CONTROL-FILE.

       READ-NEXT-CONTROL-ROW.
           READ RUN-CONTROL-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

      * SIFT-ONE-CONTROL-ROW PASSES BY ANY ROW FOR A LATER DATE, SO
      * AN OLD BUSINESS DATE CAN BE SUMMARIZED AGAIN AFTERWARDS.
       SIFT-ONE-CONTROL-ROW.
           IF CONTROL-BUSINESS-DATE NOT > THE-BUSINESS-DATE
                     PERFORM FIND-THE-STEP-SLOT
                     IF STEP-SUBSCRIPT NOT = ZERO
                               PERFORM FILE-THE-CONTROL-ROW.
           PERFORM READ-NEXT-CONTROL-ROW.

       FIND-THE-STEP-SLOT.
           PERFORM LOOK-FOR-THE-STEP-SLOT
                     VARYING STEP-SUBSCRIPT FROM 1 BY 1
                     UNTIL STEP-SUBSCRIPT > STEPS-HELD OR
                           STEP-NAME (STEP-SUBSCRIPT) =
                                     CONTROL-STEP-NAME.
           IF STEP-SUBSCRIPT > STEPS-HELD
                     PERFORM OPEN-A-STEP-SLOT.

       LOOK-FOR-THE-STEP-SLOT.
           CONTINUE.

       OPEN-A-STEP-SLOT.
           IF STEPS-HELD = 60
                     ADD 1 TO STEPS-NOT-HELD
                     MOVE ZERO TO STEP-SUBSCRIPT
           ELSE
                     ADD 1 TO STEPS-HELD
                     MOVE STEPS-HELD TO STEP-SUBSCRIPT
                     MOVE CONTROL-STEP-NAME TO
                               STEP-NAME (STEP-SUBSCRIPT)
                     MOVE "N" TO STEP-WAS-PLANNED (STEP-SUBSCRIPT)
                     MOVE "N" TO STEP-WAS-STARTED (STEP-SUBSCRIPT)
                     MOVE "N" TO STEP-IS-DONE (STEP-SUBSCRIPT)
                     MOVE ZEROES TO STEP-START-TIME (STEP-SUBSCRIPT)
                     MOVE ZEROES TO STEP-END-TIME (STEP-SUBSCRIPT)
                     MOVE ZEROES TO STEP-SECONDS (STEP-SUBSCRIPT)
                     MOVE ZEROES TO STEP-AVERAGE (STEP-SUBSCRIPT)
                     MOVE SPACE TO STEP-VERDICT (STEP-SUBSCRIPT)
                     MOVE ZEROES TO
                               HISTORY-START-DATE (STEP-SUBSCRIPT)
                     MOVE ZEROES TO
                               HISTORY-START-TIME (STEP-SUBSCRIPT)
                     MOVE ZEROES TO HISTORY-SECONDS (STEP-SUBSCRIPT)
                     MOVE ZEROES TO HISTORY-RUNS (STEP-SUBSCRIPT).

       FILE-THE-CONTROL-ROW.
           IF CONTROL-BUSINESS-DATE = THE-BUSINESS-DATE
                     PERFORM FILE-A-TONIGHT-ROW
           ELSE
                     PERFORM FILE-A-HISTORY-ROW.

      * A RESTARTED STEP'S SECOND CHECK-IN OVERWRITES THE FIRST, AS
      * ON THE RUNTRD01 TREND.
       FILE-A-TONIGHT-ROW.
           IF CONTROL-STEP-STATUS = "P"
                     MOVE "Y" TO STEP-WAS-PLANNED (STEP-SUBSCRIPT).
           IF CONTROL-STEP-STATUS = "S"
                     MOVE "Y" TO STEP-WAS-STARTED (STEP-SUBSCRIPT)
                     MOVE CONTROL-STAMP-TIME TO
                               STEP-START-TIME (STEP-SUBSCRIPT).
           IF CONTROL-STEP-STATUS = "C"
                     MOVE "Y" TO STEP-IS-DONE (STEP-SUBSCRIPT)
                     MOVE CONTROL-STAMP-TIME TO
                               STEP-END-TIME (STEP-SUBSCRIPT).

      * FILE-A-HISTORY-ROW PAIRS AN EARLIER DATE'S CHECK-OUT WITH
      * THE CHECK-IN BEFORE IT FOR THE SAME DATE AND ADDS THE RUN TO
      * THE STEP'S HISTORY.
       FILE-A-HISTORY-ROW.
           IF CONTROL-STEP-STATUS = "S"
                     MOVE CONTROL-BUSINESS-DATE TO
                               HISTORY-START-DATE (STEP-SUBSCRIPT)
                     MOVE CONTROL-STAMP-TIME TO
                               HISTORY-START-TIME (STEP-SUBSCRIPT).
           IF CONTROL-STEP-STATUS = "C" AND
              CONTROL-BUSINESS-DATE =
                        HISTORY-START-DATE (STEP-SUBSCRIPT)
                     MOVE HISTORY-START-TIME (STEP-SUBSCRIPT) TO
                               STAMP-WHOLE
                     COMPUTE START-SECONDS =
                          STAMP-HH * 3600 + STAMP-MM * 60 + STAMP-SS
                     MOVE CONTROL-STAMP-TIME TO STAMP-WHOLE
                     PERFORM TIME-THE-RUN
                     ADD DURATION-SECONDS TO
                               HISTORY-SECONDS (STEP-SUBSCRIPT)
                     ADD 1 TO HISTORY-RUNS (STEP-SUBSCRIPT)
                     MOVE ZEROES TO
                               HISTORY-START-DATE (STEP-SUBSCRIPT).

      * TIME-THE-RUN TAKES THE START IN START-SECONDS AND THE END
      * STAMP IN STAMP-WHOLE; A RUN THAT CROSSED MIDNIGHT GETS THE
      * DAY ADDED BACK.
       TIME-THE-RUN.
           COMPUTE END-SECONDS =
                     STAMP-HH * 3600 + STAMP-MM * 60 + STAMP-SS.
           COMPUTE DURATION-SECONDS = END-SECONDS - START-SECONDS.
           IF DURATION-SECONDS < ZERO
                     ADD 86400 TO DURATION-SECONDS.

       JUDGE-THE-STEPS.
           MOVE ZEROES TO STEPS-ON-FILE.
           MOVE ZEROES TO STEPS-FAILED.
           MOVE ZEROES TO STEPS-SLOW.
           PERFORM JUDGE-ONE-STEP
                     VARYING STEP-SUBSCRIPT FROM 1 BY 1
                     UNTIL STEP-SUBSCRIPT > STEPS-HELD.

      * JUDGE-ONE-STEP: A STEP PLANNED OR STARTED TONIGHT WITH NO
      * CHECK-OUT HAS FAILED, WHETHER IT DIED OR WAS NEVER REACHED.
      * A STEP DONE TONIGHT WITHOUT A CHECK-IN WAS SKIPPED BY THE
      * GUARD AFTER AN EARLIER RUN AND IS NOT TIMED.
       JUDGE-ONE-STEP.
           IF STEP-WAS-PLANNED (STEP-SUBSCRIPT) = "Y" OR
              STEP-WAS-STARTED (STEP-SUBSCRIPT) = "Y"
                     ADD 1 TO STEPS-ON-FILE
                     IF STEP-IS-DONE (STEP-SUBSCRIPT) = "N"
                               MOVE "F" TO STEP-VERDICT (STEP-SUBSCRIPT)
                               ADD 1 TO STEPS-FAILED
                     ELSE
                               IF STEP-WAS-STARTED (STEP-SUBSCRIPT) =
                                         "Y"
                                         PERFORM TIME-ONE-STEP.

       TIME-ONE-STEP.
           MOVE STEP-START-TIME (STEP-SUBSCRIPT) TO STAMP-WHOLE.
           COMPUTE START-SECONDS =
                     STAMP-HH * 3600 + STAMP-MM * 60 + STAMP-SS.
           MOVE STEP-END-TIME (STEP-SUBSCRIPT) TO STAMP-WHOLE.
           PERFORM TIME-THE-RUN.
           MOVE DURATION-SECONDS TO STEP-SECONDS (STEP-SUBSCRIPT).
           IF HISTORY-RUNS (STEP-SUBSCRIPT) NOT < SLOW-MINIMUM-RUNS
                     COMPUTE STEP-AVERAGE (STEP-SUBSCRIPT) =
                               HISTORY-SECONDS (STEP-SUBSCRIPT) /
                               HISTORY-RUNS (STEP-SUBSCRIPT)
                     IF STEP-SECONDS (STEP-SUBSCRIPT) >
                               SLOW-FLOOR-SECONDS AND
                        STEP-SECONDS (STEP-SUBSCRIPT) >
                               STEP-AVERAGE (STEP-SUBSCRIPT) *
                               SLOW-FACTOR
                               MOVE "S" TO STEP-VERDICT (STEP-SUBSCRIPT)
                               ADD 1 TO STEPS-SLOW.

      ******************************************************************
      * ROWS WAITING ON THE IMPORT REJECT FILES.
      ******************************************************************
       COUNT-THE-REJECTS.
           MOVE ZEROES TO CUSTOMER-REJECTS.
           MOVE ZEROES TO ORDER-REJECTS.
           OPEN INPUT CUSTOMER-REJECT-FILE.
           IF REJECT-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-CUSTOMER-REJECT
                     PERFORM COUNT-ONE-CUSTOMER-REJECT
                          UNTIL END-OF-FILE = "Y".
           CLOSE CUSTOMER-REJECT-FILE.
           OPEN INPUT ORDER-REJECT-FILE.
           IF REJECT-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-ORDER-REJECT
                     PERFORM COUNT-ONE-ORDER-REJECT
                          UNTIL END-OF-FILE = "Y".
           CLOSE ORDER-REJECT-FILE.

       READ-NEXT-CUSTOMER-REJECT.
           READ CUSTOMER-REJECT-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       COUNT-ONE-CUSTOMER-REJECT.
           ADD 1 TO CUSTOMER-REJECTS.
           PERFORM READ-NEXT-CUSTOMER-REJECT.

       READ-NEXT-ORDER-REJECT.
           READ ORDER-REJECT-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       COUNT-ONE-ORDER-REJECT.
           ADD 1 TO ORDER-REJECTS.
           PERFORM READ-NEXT-ORDER-REJECT.

      ******************************************************************
      * CREDIT HOLDS ON FILE AND DEAD PHONE BOOK ACCOUNT LINKS, BOTH
      * OFF ONE OPENING OF CUSTOMER.DAT.
      ******************************************************************
       CHECK-THE-CUSTOMER-LINKS.
           MOVE ZEROES TO ACCOUNTS-ON-HOLD.
           MOVE ZEROES TO LINKS-CHECKED.
           MOVE ZEROES TO DEAD-LINK-COUNT.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "
                             CUSTOMER-FILE-STATUS
           ELSE
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-CUSTOMER
                     PERFORM COUNT-ONE-HOLD
                          UNTIL END-OF-FILE = "Y"
                     PERFORM CHECK-THE-PHONE-LINKS
                     CLOSE CUSTOMER-FILE.

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       COUNT-ONE-HOLD.
           IF CUSTOMER-IS-ON-CREDIT-HOLD
                     ADD 1 TO ACCOUNTS-ON-HOLD.
           PERFORM READ-NEXT-CUSTOMER.

       CHECK-THE-PHONE-LINKS.
           OPEN INPUT PHONE-FILE.
           IF PHONE-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-PHONE
                     PERFORM CHECK-ONE-PHONE-LINK
                          UNTIL END-OF-FILE = "Y".
           CLOSE PHONE-FILE.

       READ-NEXT-PHONE.
           READ PHONE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       CHECK-ONE-PHONE-LINK.
           IF PHONE-ACCOUNT-NUMBER NOT = ZERO
                     ADD 1 TO LINKS-CHECKED
                     PERFORM LOOK-UP-THE-ACCOUNT.
           PERFORM READ-NEXT-PHONE.

       LOOK-UP-THE-ACCOUNT.
           MOVE "Y" TO ACCOUNT-FOUND.
           MOVE PHONE-ACCOUNT-NUMBER TO CUSTOMER-ACCOUNT-NUMBER.
           READ CUSTOMER-FILE
                     INVALID KEY
                     MOVE "N" TO ACCOUNT-FOUND.
           IF ACCOUNT-FOUND = "N"
                     ADD 1 TO DEAD-LINK-COUNT.

      ******************************************************************
      * THE BUSINESS DATE'S FAILED SIGN-ONS AND LOCKOUTS.
      ******************************************************************
       READ-THE-SECURITY-LOG.
           MOVE ZEROES TO FAILED-SIGNON-COUNT.
           MOVE ZEROES TO LOCKOUT-COUNT.
           OPEN INPUT SECLOG-FILE.
           IF SECLOG-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-SECLOG
                     PERFORM COUNT-ONE-SECLOG
                          UNTIL END-OF-FILE = "Y".
           CLOSE SECLOG-FILE.

       READ-NEXT-SECLOG.
           READ SECLOG-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       COUNT-ONE-SECLOG.
           IF SECLOG-DATE = THE-BUSINESS-DATE
                     IF SECLOG-EVENT = "LOCKED"
                               ADD 1 TO LOCKOUT-COUNT
                     ELSE
                               ADD 1 TO FAILED-SIGNON-COUNT.
           PERFORM READ-NEXT-SECLOG.

      ******************************************************************
      * WHAT CTLTOT01, RETSWP01 AND ARHLD01 LOGGED TO CYCEXC.DAT. A
      * CYCLE THAT CROSSES MIDNIGHT LOGS UNDER THE NEXT DAY'S DATE,
      * SO EVERY ROW FROM THE BUSINESS DATE ON COUNTS.
      ******************************************************************
       READ-THE-EXCEPTION-LOG.
           MOVE ZEROES TO FILES-OUT-OF-BALANCE.
           MOVE ZEROES TO FILES-UNTRIMMED.
           MOVE ZEROES TO ACCOUNTS-NEWLY-HELD.
           MOVE ZEROES TO OTHER-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE.
           IF EXCEPTION-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-EXCEPTION
                     PERFORM COUNT-ONE-EXCEPTION
                          UNTIL END-OF-FILE = "Y".
           CLOSE EXCEPTION-FILE.

       READ-NEXT-EXCEPTION.
           READ EXCEPTION-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       COUNT-ONE-EXCEPTION.
           IF CYCEXC-DATE NOT < THE-BUSINESS-DATE
                     IF CYCEXC-STEP-NAME = "CTLTOT01"
                               ADD 1 TO FILES-OUT-OF-BALANCE
                     ELSE
                               IF CYCEXC-STEP-NAME = "RETSWP01"
                                         ADD 1 TO FILES-UNTRIMMED
                               ELSE
                                         IF CYCEXC-STEP-NAME =
                                                   "ARHLD01"
                                                   ADD 1 TO
                                                   ACCOUNTS-NEWLY-HELD
                                         ELSE
                                                   ADD 1 TO
                                                   OTHER-EXCEPTIONS.
           PERFORM READ-NEXT-EXCEPTION.

      ******************************************************************
      * RATE-THE-AREAS LOADS THE AREA TABLE IN PRINT ORDER AND TAKES
      * THE WORST RATING AS THE CYCLE'S.
      ******************************************************************
       RATE-THE-AREAS.
           PERFORM CLEAR-ONE-AREA
                     VARYING AREA-SUBSCRIPT FROM 1 BY 1
                     UNTIL AREA-SUBSCRIPT > 7.
           PERFORM RATE-THE-STEPS.
           PERFORM RATE-THE-REJECTS.
           PERFORM RATE-THE-PHONE-LINKS.
           PERFORM RATE-THE-CONTROL-TOTALS.
           PERFORM RATE-THE-RETENTION.
           PERFORM RATE-THE-SECURITY.
           PERFORM RATE-THE-CREDIT-HOLDS.
           MOVE 1 TO OVERALL-RATING.
           PERFORM TAKE-THE-WORST-RATING
                     VARYING AREA-SUBSCRIPT FROM 1 BY 1
                     UNTIL AREA-SUBSCRIPT > 7.

       CLEAR-ONE-AREA.
           MOVE SPACE TO AREA-NAME (AREA-SUBSCRIPT).
           MOVE 1 TO AREA-RATING (AREA-SUBSCRIPT).
           MOVE ZEROES TO AREA-COUNT-1 (AREA-SUBSCRIPT).
           MOVE SPACE TO AREA-LABEL-1 (AREA-SUBSCRIPT).
           MOVE ZEROES TO AREA-COUNT-2 (AREA-SUBSCRIPT).
           MOVE SPACE TO AREA-LABEL-2 (AREA-SUBSCRIPT).

       TAKE-THE-WORST-RATING.
           IF AREA-RATING (AREA-SUBSCRIPT) > OVERALL-RATING
                     MOVE AREA-RATING (AREA-SUBSCRIPT) TO
                               OVERALL-RATING.

      * NOTHING PLANNED OR STARTED FOR THE DATE MEANS THE CYCLE
      * NEVER RAN AT ALL - THE WORST NEWS OF ALL, SO IT IS RED.
       RATE-THE-STEPS.
           MOVE "STEPS" TO AREA-NAME (1).
           IF STEPS-ON-FILE = ZERO
                     MOVE 3 TO AREA-RATING (1)
                     MOVE "STEPS ON FILE" TO AREA-LABEL-1 (1)
           ELSE
                     MOVE STEPS-FAILED TO AREA-COUNT-1 (1)
                     MOVE "NOT COMPLETE" TO AREA-LABEL-1 (1)
                     MOVE STEPS-SLOW TO AREA-COUNT-2 (1)
                     MOVE "RAN SLOW" TO AREA-LABEL-2 (1)
                     IF STEPS-FAILED NOT = ZERO
                               MOVE 3 TO AREA-RATING (1)
                     ELSE
                               IF STEPS-SLOW NOT = ZERO
                                         MOVE 2 TO AREA-RATING (1)
                               ELSE
                                         MOVE 1 TO AREA-RATING (1).

       RATE-THE-REJECTS.
           MOVE "IMPORT REJECTS" TO AREA-NAME (2).
           MOVE CUSTOMER-REJECTS TO AREA-COUNT-1 (2).
           MOVE "CUSTOMER ROWS" TO AREA-LABEL-1 (2).
           MOVE ORDER-REJECTS TO AREA-COUNT-2 (2).
           MOVE "ORDER ROWS" TO AREA-LABEL-2 (2).
           IF CUSTOMER-REJECTS NOT = ZERO OR ORDER-REJECTS NOT = ZERO
                     MOVE 2 TO AREA-RATING (2)
           ELSE
                     MOVE 1 TO AREA-RATING (2).

       RATE-THE-PHONE-LINKS.
           MOVE "PHONE LINKS" TO AREA-NAME (3).
           MOVE DEAD-LINK-COUNT TO AREA-COUNT-1 (3).
           MOVE "DEAD ACCOUNT LINKS" TO AREA-LABEL-1 (3).
           MOVE LINKS-CHECKED TO AREA-COUNT-2 (3).
           MOVE "LINKS CHECKED" TO AREA-LABEL-2 (3).
           IF DEAD-LINK-COUNT NOT = ZERO
                     MOVE 2 TO AREA-RATING (3)
           ELSE
                     MOVE 1 TO AREA-RATING (3).

       RATE-THE-CONTROL-TOTALS.
           MOVE "CONTROL TOTALS" TO AREA-NAME (4).
           MOVE FILES-OUT-OF-BALANCE TO AREA-COUNT-1 (4).
           MOVE "FILES OUT OF BALANCE" TO AREA-LABEL-1 (4).
           IF FILES-OUT-OF-BALANCE NOT = ZERO
                     MOVE 3 TO AREA-RATING (4)
           ELSE
                     MOVE 1 TO AREA-RATING (4).

       RATE-THE-RETENTION.
           MOVE "RETENTION" TO AREA-NAME (5).
           MOVE FILES-UNTRIMMED TO AREA-COUNT-1 (5).
           MOVE "FILES LEFT UNTRIMMED" TO AREA-LABEL-1 (5).
           IF FILES-UNTRIMMED NOT = ZERO
                     MOVE 2 TO AREA-RATING (5)
           ELSE
                     MOVE 1 TO AREA-RATING (5).

       RATE-THE-SECURITY.
           MOVE "SECURITY" TO AREA-NAME (6).
           MOVE LOCKOUT-COUNT TO AREA-COUNT-1 (6).
           MOVE "LOCKOUTS" TO AREA-LABEL-1 (6).
           MOVE FAILED-SIGNON-COUNT TO AREA-COUNT-2 (6).
           MOVE "FAILED SIGN-ONS" TO AREA-LABEL-2 (6).
           IF LOCKOUT-COUNT NOT = ZERO
                     MOVE 3 TO AREA-RATING (6)
           ELSE
                     IF FAILED-SIGNON-COUNT NOT = ZERO
                               MOVE 2 TO AREA-RATING (6)
                     ELSE
                               MOVE 1 TO AREA-RATING (6).

       RATE-THE-CREDIT-HOLDS.
           MOVE "CREDIT HOLDS" TO AREA-NAME (7).
           MOVE ACCOUNTS-NEWLY-HELD TO AREA-COUNT-1 (7).
           MOVE "NEWLY HELD" TO AREA-LABEL-1 (7).
           MOVE ACCOUNTS-ON-HOLD TO AREA-COUNT-2 (7).
           MOVE "ON HOLD IN ALL" TO AREA-LABEL-2 (7).
           IF ACCOUNTS-NEWLY-HELD NOT = ZERO
                     MOVE 2 TO AREA-RATING (7)
           ELSE
                     MOVE 1 TO AREA-RATING (7).

      ******************************************************************
      * THE ONE-PAGE SUMMARY.
      ******************************************************************
       PRINT-THE-SUMMARY.
           OPEN OUTPUT PRINTER-FILE.
           MOVE THE-BUSINESS-DATE TO PRINT-BUSINESS-DATE.
           ACCEPT PRINT-RUN-DATE FROM DATE YYYYMMDD.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE RATING-NAME (OVERALL-RATING) TO PRINT-OVERALL-STATUS.
           MOVE OVERALL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE AREA-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           PERFORM PRINT-ONE-AREA
                     VARYING AREA-SUBSCRIPT FROM 1 BY 1
                     UNTIL AREA-SUBSCRIPT > 7.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE EXCEPTION-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE ZEROES TO DETAIL-LINES-PRINTED.
           MOVE ZEROES TO DETAILS-NOT-SHOWN.
           PERFORM PRINT-ONE-STEP-EXCEPTION
                     VARYING STEP-SUBSCRIPT FROM 1 BY 1
                     UNTIL STEP-SUBSCRIPT > STEPS-HELD.
           PERFORM PRINT-THE-LOGGED-EXCEPTIONS.
           IF DETAIL-LINES-PRINTED = ZERO AND
              DETAILS-NOT-SHOWN = ZERO
                     MOVE NO-EXCEPTION-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF DETAILS-NOT-SHOWN NOT = ZERO
                     MOVE DETAILS-NOT-SHOWN TO PRINT-NOT-SHOWN
                     MOVE NOT-SHOWN-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           IF STEPS-NOT-HELD NOT = ZERO
                     DISPLAY STEPS-NOT-HELD " RUNCTL.DAT ROW(S) FOR "
                             "STEPS BEYOND THE 60 THE TABLE HOLDS "
                             "WERE NOT SUMMARIZED".
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           CLOSE PRINTER-FILE.

       PRINT-ONE-AREA.
           MOVE AREA-NAME (AREA-SUBSCRIPT) TO PRINT-AREA-NAME.
           MOVE RATING-NAME (AREA-RATING (AREA-SUBSCRIPT)) TO
                     PRINT-AREA-STATUS.
           MOVE AREA-COUNT-1 (AREA-SUBSCRIPT) TO PRINT-AREA-COUNT-1.
           MOVE AREA-LABEL-1 (AREA-SUBSCRIPT) TO PRINT-AREA-LABEL-1.
           MOVE AREA-LABEL-2 (AREA-SUBSCRIPT) TO PRINT-AREA-LABEL-2.
           IF AREA-LABEL-2 (AREA-SUBSCRIPT) = SPACE
                     MOVE SPACE TO PRINT-AREA-COUNT-2-X
           ELSE
                     MOVE AREA-COUNT-2 (AREA-SUBSCRIPT) TO
                               PRINT-AREA-COUNT-2.
           MOVE AREA-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * PRINT-ONE-STEP-EXCEPTION: A FAILED STEP SHOWS WHEN IT
      * STARTED, OR THAT IT NEVER DID; A SLOW STEP SHOWS ITS RUN
      * AGAINST ITS AVERAGE.
       PRINT-ONE-STEP-EXCEPTION.
           IF STEP-IS-FAILED (STEP-SUBSCRIPT) OR
              STEP-IS-SLOW (STEP-SUBSCRIPT)
                     PERFORM PRINT-ONE-STEP-LINE.

       PRINT-ONE-STEP-LINE.
           IF DETAIL-LINES-PRINTED NOT < DETAIL-LINE-LIMIT
                     ADD 1 TO DETAILS-NOT-SHOWN
           ELSE
                     PERFORM EDIT-ONE-STEP-LINE
                     MOVE STEP-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1
                     ADD 1 TO DETAIL-LINES-PRINTED.

       EDIT-ONE-STEP-LINE.
           MOVE STEP-NAME (STEP-SUBSCRIPT) TO PRINT-STEP-NAME.
           MOVE SPACE TO PRINT-STEP-DETAIL.
           IF STEP-IS-SLOW (STEP-SUBSCRIPT)
                     MOVE "RAN SLOW" TO PRINT-STEP-VERDICT
                     MOVE STEP-SECONDS (STEP-SUBSCRIPT) TO
                               PRINT-STEP-SECONDS
                     MOVE STEP-AVERAGE (STEP-SUBSCRIPT) TO
                               PRINT-STEP-AVERAGE
                     MOVE RUN-DETAIL TO PRINT-STEP-DETAIL
           ELSE
                     IF STEP-WAS-STARTED (STEP-SUBSCRIPT) = "Y"
                               MOVE "DID NOT FINISH" TO
                                         PRINT-STEP-VERDICT
                               MOVE STEP-START-TIME (STEP-SUBSCRIPT)
                                         TO STAMP-WHOLE
                               MOVE STAMP-HH TO PRINT-START-HH
                               MOVE STAMP-MM TO PRINT-START-MM
                               MOVE STAMP-SS TO PRINT-START-SS
                               MOVE STARTED-DETAIL TO
                                         PRINT-STEP-DETAIL
                     ELSE
                               MOVE "NEVER STARTED" TO
                                         PRINT-STEP-VERDICT.

      * PRINT-THE-LOGGED-EXCEPTIONS LISTS THE BALANCING AND
      * RETENTION ROWS OFF CYCEXC.DAT. NEW HOLDS ARE ONLY COUNTED -
      * THE ACCOUNTS ARE ON THE ARHLD01 REPORT.
       PRINT-THE-LOGGED-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE.
           IF EXCEPTION-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-EXCEPTION
                     PERFORM PRINT-ONE-LOGGED-EXCEPTION
                          UNTIL END-OF-FILE = "Y".
           CLOSE EXCEPTION-FILE.

       PRINT-ONE-LOGGED-EXCEPTION.
           IF CYCEXC-DATE NOT < THE-BUSINESS-DATE AND
              CYCEXC-STEP-NAME NOT = "ARHLD01"
                     PERFORM PRINT-ONE-LOGGED-LINE.
           PERFORM READ-NEXT-EXCEPTION.

       PRINT-ONE-LOGGED-LINE.
           IF DETAIL-LINES-PRINTED NOT < DETAIL-LINE-LIMIT
                     ADD 1 TO DETAILS-NOT-SHOWN
           ELSE
                     MOVE CYCEXC-STEP-NAME TO PRINT-LOGGED-STEP
                     MOVE CYCEXC-SUBJECT TO PRINT-LOGGED-SUBJECT
                     MOVE CYCEXC-TEXT TO PRINT-LOGGED-TEXT
                     MOVE LOGGED-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1
                     ADD 1 TO DETAIL-LINES-PRINTED.

       END PROGRAM CYCSUM01.
