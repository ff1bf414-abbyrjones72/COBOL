      * double-post. The cycle script calls it twice around each
      * step, feeding three console lines:
      *     B OR E        - BEGINNING OR ENDING THE STEP
      *                     (OR P - PLANNING IT, BELOW)
      *     THE STEP NAME - E.G. SALESRPT01
      *     THE BUSINESS DATE (YYYYMMDD)
      * A "B" FOR A STEP ALREADY COMPLETE FOR THAT DATE ENDS WITH
      * CHECK-IN AND CHECK-OUT IS APPENDED TO RUNCTL.DAT, SO A
      * RESTART SIMPLY PICKS UP AT THE FIRST STEP WITH NO COMPLETION
      * ON FILE FOR THE DATE.
      *
      * BEFORE THE FIRST STEP RUNS, THE SCRIPT ALSO FILES A "P" ROW
      * FOR EVERY STEP IT MEANS TO RUN THAT NIGHT. CYCSUM01 READS
      * THEM BACK IN THE MORNING, SO A STEP THE CYCLE NEVER REACHED
      * - BECAUSE AN EARLIER STEP DIED - STILL SHOWS AS NOT DONE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       FILE SECTION.

      * ONE ROW PER CHECK-IN ("S" FOR STARTED) OR CHECK-OUT ("C" FOR
      * COMPLETE), OR PLANNED STEP ("P"), IN THE ORDER THEY HAPPENED.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-RECORD.
            IF FUNCTION-CODE = "B"
                      PERFORM CHECK-IN-THE-STEP
            ELSE
                      IF FUNCTION-CODE = "P"
                                PERFORM PLAN-THE-STEP
                      ELSE
                                PERFORM CHECK-OUT-THE-STEP.
            STOP RUN.

       GET-THE-REQUEST.
                     MOVE "B" TO FUNCTION-CODE.
           IF FUNCTION-CODE = "e"
                     MOVE "E" TO FUNCTION-CODE.
           IF FUNCTION-CODE = "p"
                     MOVE "P" TO FUNCTION-CODE.
           IF FUNCTION-CODE NOT = "B" AND FUNCTION-CODE NOT = "E" AND
              FUNCTION-CODE NOT = "P"
                     DISPLAY "FUNCTION MUST BE B, E OR P"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN.
           ACCEPT STEP-NAME-ENTRY.
           PERFORM APPEND-A-CONTROL-ROW.
           MOVE 0 TO RETURN-CODE.

      * PLAN-THE-STEP RECORDS THAT THE CYCLE MEANS TO RUN THE STEP
      * FOR THE BUSINESS DATE. IT CHECKS NOTHING - A RESTARTED CYCLE
      * SIMPLY PLANS THE SAME STEPS AGAIN.
       PLAN-THE-STEP.
           MOVE "P" TO CONTROL-STEP-STATUS.
           PERFORM APPEND-A-CONTROL-ROW.
           MOVE 0 TO RETURN-CODE.

       LOOK-FOR-A-COMPLETION.
           MOVE "N" TO STEP-IS-COMPLETE.
           OPEN INPUT RUN-CONTROL-FILE.
