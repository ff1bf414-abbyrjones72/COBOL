      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DNCFND01.

      ******************************************************************
      * This subprogram is the one place a phone number is checked
      * against our copy of the do-not-call registry on DNCREG.DAT.
      * The number comes in however it was keyed; it is stripped to
      * its digits the way NUMFIX01 strips them, a leading long-
      * distance 1 is dropped, and what is left must be the ten
      * digits the registry is keyed on. "Y" comes back when the
      * number is on the registry, "N" when it is not, and "?" when
      * it cannot be checked - a seven-digit number with no area code,
      * a blank number, or no registry file on the system at all.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL DNC-REGISTRY-FILE
                           ASSIGN TO "DNCREG.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS DNC-REG-NUMBER
                           FILE STATUS IS DNC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * DNC-REGISTRY-RECORD IS THE SHARED REGISTRY LAYOUT - SEE
      * COPYBOOKS/WDNCREG.CPY.
       FD  DNC-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WDNCREG.

       WORKING-STORAGE SECTION.

       01  DNC-FILE-STATUS           PIC XX.

      * VARIABLES FOR STRIPPING THE NUMBER DOWN TO ITS DIGITS.
       01  DIGITS-ONLY               PIC X(15).
       01  DIGIT-COUNT               PIC 99.
       01  CHAR-INDEX                PIC 99.
       01  ONE-CHARACTER             PIC X.
       01  TEN-DIGITS                PIC X(10).

       LINKAGE SECTION.

       01  DNC-FIND-NUMBER           PIC X(15).
       01  DNC-FIND-RESULT           PIC X.

       PROCEDURE DIVISION USING DNC-FIND-NUMBER DNC-FIND-RESULT.
       MAIN-PROCEDURE.
            MOVE "?" TO DNC-FIND-RESULT.
            PERFORM EXTRACT-DIGITS.
            MOVE SPACE TO TEN-DIGITS.
            IF DIGIT-COUNT = 11 AND DIGITS-ONLY (1:1) = "1"
                      MOVE DIGITS-ONLY (2:10) TO TEN-DIGITS.
            IF DIGIT-COUNT = 10
                      MOVE DIGITS-ONLY (1:10) TO TEN-DIGITS.
            IF TEN-DIGITS NOT = SPACE
                      PERFORM LOOK-UP-THE-NUMBER.
            GOBACK.

      * A REGISTRY FILE THAT IS NOT THERE OPENS AS EMPTY BUT IS NOT
      * THE SAME AS A CLEAN NUMBER, SO THE ANSWER STAYS "?".
       LOOK-UP-THE-NUMBER.
           OPEN INPUT DNC-REGISTRY-FILE.
           IF DNC-FILE-STATUS = "00"
                     MOVE TEN-DIGITS TO DNC-REG-NUMBER
                     MOVE "Y" TO DNC-FIND-RESULT
                     READ DNC-REGISTRY-FILE
                               INVALID KEY
                               MOVE "N" TO DNC-FIND-RESULT.
           CLOSE DNC-REGISTRY-FILE.

      * EXTRACT-DIGITS STRIPS ALL NON-DIGIT CHARACTERS OUT OF THE
      * NUMBER, LEAVING DIGITS-ONLY/DIGIT-COUNT BEHIND.
       EXTRACT-DIGITS.
           MOVE SPACE TO DIGITS-ONLY.
           MOVE ZEROES TO DIGIT-COUNT.
           PERFORM STRIP-ONE-CHARACTER
                     VARYING CHAR-INDEX FROM 1 BY 1
                     UNTIL CHAR-INDEX > 15.

       STRIP-ONE-CHARACTER.
           MOVE DNC-FIND-NUMBER (CHAR-INDEX:1) TO ONE-CHARACTER.
           IF ONE-CHARACTER IS NUMERIC
                     ADD 1 TO DIGIT-COUNT
                     MOVE ONE-CHARACTER TO DIGITS-ONLY (DIGIT-COUNT:1).

       END PROGRAM DNCFND01.
