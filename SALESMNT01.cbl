      * tier-1 limit, tier-2 rate above it), change the plan, retire
      * a salesperson, or list the master. The commission reporting
      * looks rates up here, so the plan is set once and centrally.
      * The plan also says whether the person is paid on sales booked
      * or only on sales collected.
      ******************************************************************

       ENVIRONMENT DIVISION.
           01 RATE-ENTRY-FIELD   PIC Z9.9.
           01 THE-TIER1-RATE     PIC 99V9.
           01 THE-TIER2-RATE     PIC 99V9.
           01 BASIS-ENTRY        PIC X.

      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
           IF THE-TIER1-RATE = ZERO
                     DISPLAY "TIER-1 RATE MUST NOT BE ZERO"
                     GO TO GET-THE-PLAN.
           PERFORM GET-THE-BASIS.

      * GET-THE-BASIS TAKES WHEN A SALE EARNS - WHEN IT IS BOOKED, OR
      * ONLY ONCE ITS INVOICE IS PAID.
       GET-THE-BASIS.
           DISPLAY "PAID ON (B)OOKINGS OR (C)OLLECTIONS (BLANK = B) ? ".
           ACCEPT BASIS-ENTRY.
           IF BASIS-ENTRY = "b" OR BASIS-ENTRY = SPACE
                     MOVE "B" TO BASIS-ENTRY.
           IF BASIS-ENTRY = "c"
                     MOVE "C" TO BASIS-ENTRY.
           IF BASIS-ENTRY NOT = "B" AND BASIS-ENTRY NOT = "C"
                     DISPLAY "BASIS MUST BE B OR C"
                     GO TO GET-THE-BASIS.

       ADD-A-SALESPERSON.
           PERFORM GET-THE-MASTER-KEY.
           MOVE THE-TIER1-LIMIT TO SALES-MASTER-TIER1-LIMIT.
           MOVE THE-TIER1-RATE TO SALES-MASTER-TIER1-RATE.
           MOVE THE-TIER2-RATE TO SALES-MASTER-TIER2-RATE.
           MOVE BASIS-ENTRY TO SALES-MASTER-COMM-BASIS.
           MOVE "A" TO SALES-MASTER-STATUS.
           WRITE SALES-MASTER-RECORD
                     INVALID KEY
                             " LIMIT " SALES-MASTER-TIER1-LIMIT
                             " RATES " SALES-MASTER-TIER1-RATE "/"
                             SALES-MASTER-TIER2-RATE
                             " BASIS " SALES-MASTER-COMM-BASIS
                     PERFORM GET-THE-PLAN
                     MOVE NAME-ENTRY TO SALES-MASTER-NAME
                     MOVE TERRITORY-ENTRY TO SALES-MASTER-TERRITORY
                     MOVE THE-TIER1-LIMIT TO SALES-MASTER-TIER1-LIMIT
                     MOVE THE-TIER1-RATE TO SALES-MASTER-TIER1-RATE
                     MOVE THE-TIER2-RATE TO SALES-MASTER-TIER2-RATE
                     MOVE BASIS-ENTRY TO SALES-MASTER-COMM-BASIS
                     REWRITE SALES-MASTER-RECORD
                               INVALID KEY
                               DISPLAY "REWRITE FAILED - STATUS "
                   SALES-MASTER-TIER1-LIMIT " RATES "
                   SALES-MASTER-TIER1-RATE "/"
                   SALES-MASTER-TIER2-RATE " "
                   SALES-MASTER-COMM-BASIS " "
                   SALES-MASTER-STATUS.
           ADD 1 TO SCREEN-LINES.
           PERFORM READ-NEXT-MASTER.
