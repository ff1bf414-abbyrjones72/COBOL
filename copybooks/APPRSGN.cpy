      * paragraph exists to stop. The including program must COPY
      * WOPRSGNW and WAPPSGNW into its WORKING-STORAGE and must have
      * performed GET-OPERATOR-ID first. Three refused approvals in
      * all end the program with return code 8, like the sign-on -
      * unless the program has set APPROVAL-MAY-BE-DECLINED to "Y",
      * where a blank id, or three refusals, hand back
      * APPROVER-SIGNON-OK "N" and the program carries on without
      * the approval.
      ******************************************************************
       GET-APPROVER-ID.
                 IF APPROVAL-MAY-BE-DECLINED = "Y"
                           DISPLAY "DUAL CONTROL - A SECOND "
                                   "SUPERVISOR MUST APPROVE THIS "
                                   "(BLANK ID TO DECLINE)."
                 ELSE
                           DISPLAY "DUAL CONTROL - A SECOND "
                                   "SUPERVISOR MUST APPROVE THIS RUN.".
                 DISPLAY "APPROVING SUPERVISOR ID: "
                         WITH NO ADVANCING.
                 ACCEPT APPROVER-ID.
                 MOVE SPACE TO APPROVER-SIGNON-OK.
                 IF APPROVAL-MAY-BE-DECLINED = "Y" AND
                    APPROVER-ID = SPACE
                           DISPLAY "APPROVAL DECLINED"
                           MOVE "D" TO APPROVER-SIGNON-OK.
                 IF APPROVER-SIGNON-OK NOT = "D"
                           DISPLAY "PASSWORD: " WITH NO ADVANCING
                           ACCEPT APPROVER-PASSWORD
                           CALL "OPERVAL01" USING APPROVER-ID
                                     APPROVER-PASSWORD
                                     APPROVER-AUTHORITY
                                     APPROVER-SIGNON-OK.
                 IF APPROVER-SIGNON-OK = "Y" AND
                    APPROVER-AUTHORITY < 9
                           DISPLAY "APPROVER MUST HAVE SUPERVISOR "
                           DISPLAY "APPROVER MUST BE A DIFFERENT "
                                   "OPERATOR THAN THE ONE SIGNED ON"
                           MOVE "N" TO APPROVER-SIGNON-OK.
                 IF APPROVER-SIGNON-OK NOT = "Y" AND
                    APPROVER-SIGNON-OK NOT = "D"
                           ADD 1 TO APPROVER-SIGNON-TRIES
                           IF APPROVER-SIGNON-TRIES < 3
                                     DISPLAY "APPROVAL REFUSED - TRY "
                           ELSE
                                     DISPLAY "APPROVAL REFUSED - "
                                             "GIVING UP"
                                     IF APPROVAL-MAY-BE-DECLINED
                                        NOT = "Y"
                                               MOVE 8 TO RETURN-CODE
                                               STOP RUN.
                 IF APPROVER-SIGNON-OK = "D"
                           MOVE "N" TO APPROVER-SIGNON-OK.
