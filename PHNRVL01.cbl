      * punctuation. An alternate index on PHONE-NUMBER was considered,
      * but changing the physical key structure of PHONE.DAT would
      * orphan every existing program that opens it, so this reads the
      * file front to back the same way PHNFND01 does. Numbers on the
      * do-not-call registry are marked the same way PHNFND01 marks
      * them, so a caller-id match is not rung straight back.
      ******************************************************************

       ENVIRONMENT DIVISION.
                05 DISPLAY-FIRST-NAME PIC X(20).
                05 PROMPT-3           PIC X(3) VALUE "NO:".
                05 DISPLAY-NUMBER     PIC X(15).
                05 DISPLAY-DNC-MARK   PIC X(19).

       01  SEARCH-NUMBER              PIC X(15).
       01  SEARCH-DIGITS              PIC X(15).
                 MOVE PHONE-LAST-NAME TO DISPLAY-LAST-NAME.
                 MOVE PHONE-FIRST-NAME TO DISPLAY-FIRST-NAME.
                 MOVE PHONE-NUMBER TO DISPLAY-NUMBER.
                 PERFORM SET-THE-DNC-MARK.
                 DISPLAY FIELDS-TO-DISPLAY.
                 ADD 1 TO SCREEN-LINES.

      * SET-THE-DNC-MARK FLAGS A NUMBER THE DNCSCR01 SCRUB FOUND ON
      * THE DO-NOT-CALL REGISTRY, AND ONE THERE BUT COVERED BY THE
      * ACCOUNT'S EXISTING-BUSINESS-RELATIONSHIP EXEMPTION.
       SET-THE-DNC-MARK.
                 MOVE SPACE TO DISPLAY-DNC-MARK.
                 IF PHONE-IS-DO-NOT-CALL
                           MOVE " ** DO NOT CALL **" TO
                                DISPLAY-DNC-MARK.
                 IF PHONE-IS-DNC-EXEMPT
                           MOVE " DNC - EBR EXEMPT" TO
                                DISPLAY-DNC-MARK.

       READ-NEXT-RECORD.
                 READ PHONE-FILE NEXT RECORD
                 AT END
