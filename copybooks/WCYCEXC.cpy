      ******************************************************************
      * WCYCEXC - shared record layout for CYCEXC.DAT, the nightly
      * cycle exception log. A cycle step that finds something the
      * on-call person must hear about in the morning appends one row
      * here as well as printing it: CTLTOT01 for each file out of
      * balance, RETSWP01 for each file left untrimmed, ARHLD01 for
      * each account put on credit hold. CYCSUM01 reads the rows
      * dated on or after the business date into the morning
      * exception summary, so nobody has to open every printout to
      * learn whether the night went wrong.
      ******************************************************************
       01  CYCLE-EXCEPTION-RECORD.
                 05 CYCEXC-DATE            PIC 9(8).
                 05 CYCEXC-TIME            PIC 9(8).
                 05 CYCEXC-STEP-NAME       PIC X(12).
      * WHAT THE ROW IS ABOUT - A FILE NAME OR KEY, OR AN ACCOUNT
      * NUMBER - AND WHAT WAS FOUND.
                 05 CYCEXC-SUBJECT         PIC X(12).
                 05 CYCEXC-TEXT            PIC X(40).
