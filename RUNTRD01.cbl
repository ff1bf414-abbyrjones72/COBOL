      * A CHECK-IN SETS THE START, A CHECK-OUT THE END AND COUNT.
      * A RESTARTED STEP'S SECOND CHECK-IN OVERWRITES THE FIRST,
      * WHICH IS THE HONEST DURATION OF THE RUN THAT FINISHED.
      * A PLANNED-STEP ("P") ROW CARRIES NO TIMING AND IS PASSED BY.
       FILE-THE-STAMP.
           IF CONTROL-STEP-STATUS = "S" OR CONTROL-STEP-STATUS = "C"
                     PERFORM FIND-THE-DAY-SLOT.
           IF CONTROL-STEP-STATUS = "S"
                     MOVE CONTROL-STAMP-TIME TO
                               DAY-START-TIME (DAY-SUBSCRIPT)
           ELSE
                     IF CONTROL-STEP-STATUS = "C"
                               PERFORM FILE-THE-END-STAMP.

       FILE-THE-END-STAMP.
           MOVE CONTROL-STAMP-TIME TO DAY-END-TIME (DAY-SUBSCRIPT).
           MOVE "Y" TO DAY-HAS-END (DAY-SUBSCRIPT).
           IF CONTROL-COUNT-TEXT IS NUMERIC
                     MOVE CONTROL-RECORD-COUNT TO
                               DAY-COUNT (DAY-SUBSCRIPT)
           ELSE
                     MOVE ZERO TO DAY-COUNT (DAY-SUBSCRIPT).

       FIND-THE-DAY-SLOT.
           IF DAYS-HELD NOT = ZERO AND
