      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DNCSCR01.

      ******************************************************************
      * This program is the do-not-call scrub. Every CUSTOMER-NUMBER
      * on CUSTOMER.DAT and every PHONE-NUMBER on PHONE.DAT is checked
      * against our copy of the registry (DNCREG.DAT, loaded by
      * DNCLOAD01) through DNCFND01, and the record's do-not-call
      * flag is set to match: "D" for a number on the registry, "E"
      * for one on the registry whose account holds an existing-
      * business-relationship exemption running through today (the
      * customer's own CUSTOMER-EBR-EXPIRES, or for a phone entry the
      * linked account's), blank for one that is not on it. Each
      * number checked has its scrub date stamped. Every number whose
      * flag changed prints, so the morning pile says who came on and
      * off the list; a number that cannot be checked - anything but
      * ten digits once punctuation and a leading 1 are dropped -
      * prints too, keeps the flag it had, and is left for NUMFIX01
      * or the operator to correct. Blank numbers are passed over.
      * It runs in the nightly cycle, so a registry load or an
      * exemption keyed in CUSTUPD01 reaches the phone book by the
      * next morning, and an exemption that has run out stops
      * covering its numbers the day after it ends. With no registry
      * on the system yet the run says so and changes nothing.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT PHONE-FILE
                           ASSIGN TO "PHONE.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PHONE-NAME-KEY
                           FILE STATUS IS PHONE-FILE-STATUS.

                 SELECT CUSTOMER-FILE
                           ASSIGN TO "CUSTOMER.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                           FILE STATUS IS CUSTOMER-FILE-STATUS.

                 SELECT OPTIONAL DNC-REGISTRY-FILE
                           ASSIGN TO "DNCREG.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS DNC-REG-NUMBER
                           FILE STATUS IS DNC-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PHONE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPHONEF.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

      * DNC-REGISTRY-RECORD IS THE SHARED REGISTRY LAYOUT - SEE
      * COPYBOOKS/WDNCREG.CPY. IT IS ONLY OPENED HERE TO PROVE THE
      * REGISTRY HAS BEEN LOADED; DNCFND01 DOES THE LOOKUPS.
       FD  DNC-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WDNCREG.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(100).

       WORKING-STORAGE SECTION.

       01  PHONE-FILE-STATUS         PIC XX.
       01  CUSTOMER-FILE-STATUS      PIC XX.
       01  DNC-FILE-STATUS           PIC XX.
       01  END-OF-FILE               PIC X.
       01  CUSTOMER-FILE-OPEN        PIC X VALUE "N".
       01  TODAYS-DATE               PIC 9(8).

      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

      * THE NUMBER BEING SCRUBBED, WHAT DNCFND01 SAID ABOUT IT, THE
      * EXEMPTION DATE OF THE ACCOUNT IT BELONGS TO, AND THE FLAG
      * BEFORE AND AFTER.
       01  SCRUB-NUMBER              PIC X(15).
       01  SCRUB-RESULT              PIC X.
       01  SCRUB-EBR-EXPIRES         PIC 9(8).
       01  OLD-DNC-FLAG              PIC X.
       01  NEW-DNC-FLAG              PIC X.

       01  CUSTOMERS-CHECKED         PIC 9(7) VALUE ZERO.
       01  PHONES-CHECKED            PIC 9(7) VALUE ZERO.
       01  FLAGS-SET                 PIC 9(7) VALUE ZERO.
       01  FLAGS-EXEMPTED            PIC 9(7) VALUE ZERO.
       01  FLAGS-CLEARED             PIC 9(7) VALUE ZERO.
       01  NUMBERS-UNCHECKED         PIC 9(7) VALUE ZERO.

      * Structures for the scrub report.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(30) VALUE
                                     "DO-NOT-CALL REGISTRY SCRUB".
                 05 FILLER                 PIC X(6) VALUE "DATE: ".
                 05 PRINT-TITLE-DATE       PIC 9(8).

       01  SUBTITLE-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 SUB-OPERATOR-ID        PIC X(10).

       01  CHANGE-LINE.
                 05 PRINT-WHICH-FILE       PIC X(9).
                 05 PRINT-ACCOUNT          PIC Z(6)9.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-WHO              PIC X(30).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-NUMBER           PIC X(15).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-WHAT-HAPPENED    PIC X(30).

       01  COUNT-LINE.
                 05 PRINT-COUNT-LABEL      PIC X(34).
                 05 PRINT-COUNT-VALUE      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM GET-OPERATOR-ID.
            IF OPERATOR-AUTHORITY < 5
                      DISPLAY "UPDATE AUTHORITY IS NEEDED TO RUN "
                              "THIS SCRUB"
                      STOP RUN.
            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
            OPEN OUTPUT PRINTER-FILE.
            MOVE TODAYS-DATE TO PRINT-TITLE-DATE.
            MOVE TITLE-LINE TO PRINTER-RECORD.
            WRITE PRINTER-RECORD BEFORE ADVANCING 2.
            MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
            MOVE SUBTITLE-LINE TO PRINTER-RECORD.
            WRITE PRINTER-RECORD BEFORE ADVANCING 2.
            PERFORM CHECK-THE-REGISTRY.
            IF DNC-FILE-STATUS = "00"
                      PERFORM SWEEP-THE-CUSTOMER-FILE
                      PERFORM SWEEP-THE-PHONE-FILE
                      PERFORM PRINT-THE-SUMMARY.
            MOVE SPACE TO PRINTER-RECORD.
            WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
            CLOSE PRINTER-FILE.
            STOP RUN.

      * CHECK-THE-REGISTRY REFUSES TO SCRUB AGAINST A REGISTRY THAT
      * HAS NEVER BEEN LOADED - EVERY NUMBER WOULD COME BACK CLEAN
      * AND EVERY FLAG ON FILE WOULD BE WIPED.
       CHECK-THE-REGISTRY.
           OPEN INPUT DNC-REGISTRY-FILE.
           IF DNC-FILE-STATUS NOT = "00"
                     MOVE "NO DO-NOT-CALL REGISTRY ON FILE - LOAD IT "
                          TO PRINTER-RECORD
                     MOVE "WITH DNCLOAD01" TO PRINTER-RECORD (43:)
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1
                     DISPLAY "NO DNCREG.DAT ON FILE - NOTHING SCRUBBED".
           CLOSE DNC-REGISTRY-FILE.

      * THE CUSTOMER FILE IS SWEPT FIRST AND LEFT OPEN, SO THE PHONE
      * SWEEP CAN READ EACH LINKED ACCOUNT'S EXEMPTION DATE.
       SWEEP-THE-CUSTOMER-FILE.
           OPEN I-O CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "CUSTOMER.DAT NOT AVAILABLE - STATUS "
                             CUSTOMER-FILE-STATUS
           ELSE
                     MOVE "Y" TO CUSTOMER-FILE-OPEN
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-CUSTOMER
                     PERFORM SCRUB-ONE-CUSTOMER
                          UNTIL END-OF-FILE = "Y".

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       SCRUB-ONE-CUSTOMER.
           IF CUSTOMER-NUMBER NOT = SPACE
                     ADD 1 TO CUSTOMERS-CHECKED
                     MOVE CUSTOMER-NUMBER TO SCRUB-NUMBER
                     MOVE CUSTOMER-EBR-EXPIRES TO SCRUB-EBR-EXPIRES
                     MOVE CUSTOMER-DNC-FLAG TO OLD-DNC-FLAG
                     PERFORM DECIDE-THE-FLAG
                     PERFORM RECORD-THE-CUSTOMER-RESULT.
           PERFORM READ-NEXT-CUSTOMER.

       RECORD-THE-CUSTOMER-RESULT.
           MOVE "CUSTOMER " TO PRINT-WHICH-FILE.
           MOVE CUSTOMER-ACCOUNT-NUMBER TO PRINT-ACCOUNT.
           MOVE SPACE TO PRINT-WHO.
           MOVE CUSTOMER-LAST-NAME TO PRINT-WHO (1:20).
           MOVE CUSTOMER-FIRST-NAME TO PRINT-WHO (22:9).
           MOVE CUSTOMER-NUMBER TO PRINT-NUMBER.
           IF SCRUB-RESULT = "?"
                     PERFORM PRINT-THE-UNCHECKED-NUMBER
           ELSE
                     MOVE NEW-DNC-FLAG TO CUSTOMER-DNC-FLAG
                     MOVE TODAYS-DATE TO CUSTOMER-DNC-SCRUB-DATE
                     REWRITE CUSTOMER-RECORD
                               INVALID KEY
                               DISPLAY "REWRITE FAILED - STATUS "
                                       CUSTOMER-FILE-STATUS
                     END-REWRITE
                     PERFORM PRINT-THE-CHANGE.

       SWEEP-THE-PHONE-FILE.
           OPEN I-O PHONE-FILE.
           IF PHONE-FILE-STATUS NOT = "00"
                     DISPLAY "PHONE.DAT NOT AVAILABLE - STATUS "
                             PHONE-FILE-STATUS
           ELSE
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-PHONE
                     PERFORM SCRUB-ONE-PHONE
                          UNTIL END-OF-FILE = "Y"
                     CLOSE PHONE-FILE.
           IF CUSTOMER-FILE-OPEN = "Y"
                     CLOSE CUSTOMER-FILE.

       READ-NEXT-PHONE.
           READ PHONE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       SCRUB-ONE-PHONE.
           IF PHONE-NUMBER NOT = SPACE
                     ADD 1 TO PHONES-CHECKED
                     MOVE PHONE-NUMBER TO SCRUB-NUMBER
                     PERFORM GET-THE-LINKED-EXEMPTION
                     MOVE PHONE-DNC-FLAG TO OLD-DNC-FLAG
                     PERFORM DECIDE-THE-FLAG
                     PERFORM RECORD-THE-PHONE-RESULT.
           PERFORM READ-NEXT-PHONE.

      * A PHONE ENTRY CARRIES NO EXEMPTION OF ITS OWN - IT HAS THE
      * LINKED ACCOUNT'S, AND NONE AT ALL WHEN IT IS NOT LINKED, THE
      * ACCOUNT IS GONE, OR THE CUSTOMER FILE COULD NOT BE OPENED.
       GET-THE-LINKED-EXEMPTION.
           MOVE ZERO TO SCRUB-EBR-EXPIRES.
           IF CUSTOMER-FILE-OPEN = "Y" AND
              PHONE-ACCOUNT-NUMBER IS NUMERIC AND
              PHONE-ACCOUNT-NUMBER NOT = ZERO
                     MOVE PHONE-ACCOUNT-NUMBER TO
                          CUSTOMER-ACCOUNT-NUMBER
                     READ CUSTOMER-FILE
                               INVALID KEY
                               MOVE ZERO TO CUSTOMER-EBR-EXPIRES
                     END-READ
                     MOVE CUSTOMER-EBR-EXPIRES TO SCRUB-EBR-EXPIRES.

       RECORD-THE-PHONE-RESULT.
           MOVE "PHONE    " TO PRINT-WHICH-FILE.
           MOVE PHONE-ACCOUNT-NUMBER TO PRINT-ACCOUNT.
           MOVE SPACE TO PRINT-WHO.
           MOVE PHONE-LAST-NAME TO PRINT-WHO (1:20).
           MOVE PHONE-FIRST-NAME TO PRINT-WHO (22:9).
           MOVE PHONE-NUMBER TO PRINT-NUMBER.
           IF SCRUB-RESULT = "?"
                     PERFORM PRINT-THE-UNCHECKED-NUMBER
           ELSE
                     MOVE NEW-DNC-FLAG TO PHONE-DNC-FLAG
                     MOVE TODAYS-DATE TO PHONE-DNC-SCRUB-DATE
                     REWRITE PHONE-RECORD
                               INVALID KEY
                               DISPLAY "REWRITE FAILED - STATUS "
                                       PHONE-FILE-STATUS
                     END-REWRITE
                     PERFORM PRINT-THE-CHANGE.

      * DECIDE-THE-FLAG LOOKS SCRUB-NUMBER UP ON THE REGISTRY AND
      * WORKS OUT THE FLAG IT SHOULD CARRY. AN EXEMPTION DATE THAT
      * IS NOT A NUMBER COUNTS AS NO EXEMPTION.
       DECIDE-THE-FLAG.
           CALL "DNCFND01" USING SCRUB-NUMBER SCRUB-RESULT.
           IF SCRUB-EBR-EXPIRES NOT NUMERIC
                     MOVE ZERO TO SCRUB-EBR-EXPIRES.
           MOVE OLD-DNC-FLAG TO NEW-DNC-FLAG.
           IF SCRUB-RESULT = "N"
                     MOVE SPACE TO NEW-DNC-FLAG.
           IF SCRUB-RESULT = "Y"
                     IF SCRUB-EBR-EXPIRES NOT < TODAYS-DATE
                               MOVE "E" TO NEW-DNC-FLAG
                     ELSE
                               MOVE "D" TO NEW-DNC-FLAG.

       PRINT-THE-CHANGE.
           IF NEW-DNC-FLAG NOT = OLD-DNC-FLAG
                     IF NEW-DNC-FLAG = "D"
                               ADD 1 TO FLAGS-SET
                               MOVE "NOW DO NOT CALL" TO
                                    PRINT-WHAT-HAPPENED
                               PERFORM PRINT-ONE-CHANGE-LINE
                     ELSE
                               IF NEW-DNC-FLAG = "E"
                                         ADD 1 TO FLAGS-EXEMPTED
                                         MOVE "ON REGISTRY - EBR EXEMPT"
                                              TO PRINT-WHAT-HAPPENED
                                         PERFORM PRINT-ONE-CHANGE-LINE
                               ELSE
                                         ADD 1 TO FLAGS-CLEARED
                                         MOVE "OFF REGISTRY - CLEARED"
                                              TO PRINT-WHAT-HAPPENED
                                         PERFORM PRINT-ONE-CHANGE-LINE.

       PRINT-THE-UNCHECKED-NUMBER.
           ADD 1 TO NUMBERS-UNCHECKED.
           MOVE "NOT TEN DIGITS - NOT CHECKED" TO PRINT-WHAT-HAPPENED.
           PERFORM PRINT-ONE-CHANGE-LINE.

       PRINT-ONE-CHANGE-LINE.
           MOVE CHANGE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       PRINT-THE-SUMMARY.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "CUSTOMER NUMBERS CHECKED" TO PRINT-COUNT-LABEL.
           MOVE CUSTOMERS-CHECKED TO PRINT-COUNT-VALUE.
           PERFORM PRINT-ONE-COUNT.
           MOVE "PHONE NUMBERS CHECKED" TO PRINT-COUNT-LABEL.
           MOVE PHONES-CHECKED TO PRINT-COUNT-VALUE.
           PERFORM PRINT-ONE-COUNT.
           MOVE "NEWLY MARKED DO NOT CALL" TO PRINT-COUNT-LABEL.
           MOVE FLAGS-SET TO PRINT-COUNT-VALUE.
           PERFORM PRINT-ONE-COUNT.
           MOVE "NEWLY ON REGISTRY BUT EBR EXEMPT" TO
                     PRINT-COUNT-LABEL.
           MOVE FLAGS-EXEMPTED TO PRINT-COUNT-VALUE.
           PERFORM PRINT-ONE-COUNT.
           MOVE "CLEARED - NO LONGER ON REGISTRY" TO
                     PRINT-COUNT-LABEL.
           MOVE FLAGS-CLEARED TO PRINT-COUNT-VALUE.
           PERFORM PRINT-ONE-COUNT.
           MOVE "NOT TEN DIGITS - NOT CHECKED" TO PRINT-COUNT-LABEL.
           MOVE NUMBERS-UNCHECKED TO PRINT-COUNT-VALUE.
           PERFORM PRINT-ONE-COUNT.
           DISPLAY FLAGS-SET " MARKED DO NOT CALL, " FLAGS-CLEARED
                   " CLEARED - SEE THE PRINTED REPORT".

       PRINT-ONE-COUNT.
           MOVE COUNT-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM DNCSCR01.
