      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUPDUE01.

      ******************************************************************
      * This program prints the morning follow-up due list off
      * FOLLOWUP.DAT. Every open follow-up due on or before the list
      * date prints on its assignee's own page - operator or
      * salesperson - oldest due first, with the customer's name and
      * every PHONE.DAT number linked to the account, so the calls
      * can be made straight off the page - a number on the
      * do-not-call registry is marked ** DO NOT CALL **, or DNC - EBR
      * EXEMPT when the account's existing-business-relationship
      * exemption covers it, as of the nightly DNCSCR01 scrub.
      * Anything already past due is flagged OVERDUE, stamped with
      * the date it was first found late, and listed again at the
      * back on the supervisor list, which shows how long each one
      * has been escalated. Run it at the start of the day; the list
      * date defaults to today.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL FOLLOW-UP-FILE
                           ASSIGN TO "FOLLOWUP.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS FOLLOW-KEY
                           FILE STATUS IS FOLLOW-FILE-STATUS.

                 SELECT DUE-WORK-FILE
                           ASSIGN TO "FUPDUE1.WRK"
                           ORGANIZATION IS SEQUENTIAL.

                 SELECT DUE-SORT-FILE
                           ASSIGN TO "FUPDUE2.WRK".

                 SELECT SORTED-DUE-FILE
                           ASSIGN TO "FUPDUE3.WRK"
                           ORGANIZATION IS SEQUENTIAL.

                 SELECT CUSTOMER-FILE
                           ASSIGN TO "CUSTOMER.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                           FILE STATUS IS CUSTOMER-FILE-STATUS.

                 SELECT OPTIONAL PHONE-FILE
                           ASSIGN TO "PHONE.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS PHONE-NAME-KEY
                           FILE STATUS IS PHONE-FILE-STATUS.

                 SELECT OPTIONAL OPERATOR-FILE
                           ASSIGN TO "OPERMST.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS OPERATOR-MASTER-ID
                           FILE STATUS IS OPERATOR-FILE-STATUS.

                 SELECT OPTIONAL SALES-MASTER-FILE
                           ASSIGN TO "SALESMST.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS SALES-MASTER-ID
                           FILE STATUS IS SALES-MASTER-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * FOLLOW-UP-RECORD IS THE SHARED TICKLER LAYOUT - SEE
      * COPYBOOKS/WFOLLOW.CPY.
       FD  FOLLOW-UP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WFOLLOW.

      * ONE ROW PER FOLLOW-UP ON THE LIST, SORTED BY ASSIGNEE AND
      * DUE DATE FOR PRINTING.
       FD  DUE-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUE-WORK-RECORD.
                 05 WORK-ASSIGNEE-ID       PIC X(10).
                 05 WORK-DUE-DATE          PIC 9(8).
                 05 WORK-ACCOUNT-NUMBER    PIC 9(7).
                 05 WORK-SEQUENCE          PIC 9(3).
                 05 WORK-ASSIGNEE-TYPE     PIC X(1).
                 05 WORK-OVERDUE-FLAG      PIC X(1).
                 05 WORK-ESCALATED-DATE    PIC 9(8).
                 05 WORK-REASON            PIC X(50).

       SD  DUE-SORT-FILE.
       01  DUE-SORT-RECORD.
                 05 SORT-ASSIGNEE-ID       PIC X(10).
                 05 SORT-DUE-DATE          PIC 9(8).
                 05 SORT-ACCOUNT-NUMBER    PIC 9(7).
                 05 SORT-SEQUENCE          PIC 9(3).
                 05 FILLER                 PIC X(60).

       FD  SORTED-DUE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-DUE-RECORD.
                 05 SORTED-ASSIGNEE-ID     PIC X(10).
                 05 SORTED-DUE-DATE        PIC 9(8).
                 05 SORTED-ACCOUNT-NUMBER  PIC 9(7).
                 05 SORTED-SEQUENCE        PIC 9(3).
                 05 SORTED-ASSIGNEE-TYPE   PIC X(1).
                 05 SORTED-OVERDUE-FLAG    PIC X(1).
                 05 SORTED-ESCALATED-DATE  PIC 9(8).
                 05 SORTED-REASON          PIC X(50).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

       FD  PHONE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPHONEF.

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WOPERMST.

       FD  SALES-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WSALEMST.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  FOLLOW-FILE-STATUS        PIC XX.
       01  CUSTOMER-FILE-STATUS      PIC XX.
       01  PHONE-FILE-STATUS         PIC XX.
       01  OPERATOR-FILE-STATUS      PIC XX.
       01  SALES-MASTER-FILE-STATUS  PIC XX.
       01  END-OF-FILE               PIC X.
       01  PHONE-END-OF-FILE         PIC X.
       01  RECORD-FOUND              PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       01  DATE-ENTRY                PIC X(8).
       01  THE-LIST-DATE             PIC 9(8).
       01  CURRENT-ASSIGNEE          PIC X(10).
       01  THE-ASSIGNEE-NAME         PIC X(30).
       01  THE-CUSTOMER-NAME         PIC X(41).
       01  PRINT-LINES               PIC 99.
       01  PHONES-FOUND              PIC 9(3).
       01  ITEMS-DUE                 PIC 9(7) VALUE ZERO.
       01  ITEMS-OVERDUE             PIC 9(7) VALUE ZERO.
       01  ITEMS-ESCALATED-TODAY     PIC 9(7) VALUE ZERO.

      * Structures for the printed due list.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(32) VALUE
                         "FOLLOW-UP DUE LIST  -  DUE BY   ".
                 05 PRINT-LIST-DATE        PIC 9(8).
                 05 FILLER                 PIC X(6) VALUE SPACE.
                 05 FILLER                 PIC X(4) VALUE "FOR ".
                 05 PRINT-ASSIGNEE-ID      PIC X(10).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-ASSIGNEE-NAME    PIC X(30).

       01  SUPERVISOR-TITLE-LINE.
                 05 FILLER                 PIC X(42) VALUE
                       "OVERDUE FOLLOW-UPS - SUPERVISOR LIST AS OF".
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-SUPERVISOR-DATE  PIC 9(8).

       01  COLUMN-LINE.
                 05 FILLER                 PIC X(10) VALUE "DUE".
                 05 FILLER                 PIC X(12) VALUE "ACCOUNT-NO".
                 05 FILLER                 PIC X(42) VALUE "CUSTOMER".
                 05 FILLER                 PIC X(10) VALUE SPACE.
                 05 FILLER                 PIC X(6) VALUE "REASON".

       01  SUPERVISOR-COLUMN-LINE.
                 05 FILLER                 PIC X(11) VALUE
                                           "ASSIGNED TO".
                 05 FILLER                 PIC X(10) VALUE "  DUE".
                 05 FILLER                 PIC X(10) VALUE
                                           "LATE SINCE".
                 05 FILLER                 PIC X(12) VALUE
                                           " ACCOUNT-NO".
                 05 FILLER                 PIC X(42) VALUE "CUSTOMER".
                 05 FILLER                 PIC X(6) VALUE "REASON".

       01  DETAIL-LINE.
                 05 PRINT-DUE-DATE         PIC 9(8).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-ACCOUNT          PIC 9(7).
                 05 FILLER                 PIC X(1) VALUE "-".
                 05 PRINT-SEQUENCE         PIC 9(3).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-CUSTOMER-NAME    PIC X(41).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-OVERDUE          PIC X(9).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-REASON           PIC X(50).

       01  PHONE-LINE.
                 05 FILLER                 PIC X(12) VALUE SPACE.
                 05 FILLER                 PIC X(7) VALUE "PHONE: ".
                 05 PRINT-PHONE-FIRST      PIC X(20).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-PHONE-LAST       PIC X(20).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-PHONE-NUMBER     PIC X(15).
                 05 FILLER                 PIC X(5) VALUE " EXT ".
                 05 PRINT-PHONE-EXTENSION  PIC X(5).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-PHONE-TYPE       PIC X(1).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-PHONE-DNC        PIC X(18).

       01  SUPERVISOR-DETAIL-LINE.
                 05 PRINT-SUP-ASSIGNEE     PIC X(10).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-SUP-DUE-DATE     PIC 9(8).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-SUP-ESCALATED    PIC 9(8).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-SUP-ACCOUNT      PIC 9(7).
                 05 FILLER                 PIC X(1) VALUE "-".
                 05 PRINT-SUP-SEQUENCE     PIC 9(3).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-SUP-CUSTOMER     PIC X(41).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-SUP-REASON       PIC X(47).

       01  TOTAL-LINE.
                 05 PRINT-TOTAL-LABEL      PIC X(40).
                 05 PRINT-TOTAL-COUNT      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            PERFORM GATHER-THE-DUE-ITEMS.
            SORT DUE-SORT-FILE
                      ON ASCENDING KEY SORT-ASSIGNEE-ID
                                       SORT-DUE-DATE
                                       SORT-ACCOUNT-NUMBER
                                       SORT-SEQUENCE
                      USING DUE-WORK-FILE
                      GIVING SORTED-DUE-FILE.
            PERFORM PRINT-THE-DUE-LISTS.
            PERFORM PRINT-THE-SUPERVISOR-LIST.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           PERFORM GET-THE-LIST-DATE.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "
                             CUSTOMER-FILE-STATUS
                     STOP RUN.
           OPEN INPUT OPERATOR-FILE.
           OPEN INPUT SALES-MASTER-FILE.
           OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
           CLOSE CUSTOMER-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE SALES-MASTER-FILE.
           CLOSE PRINTER-FILE.
           DISPLAY ITEMS-DUE " FOLLOW-UP(S) DUE, " ITEMS-OVERDUE
                   " OVERDUE, " ITEMS-ESCALATED-TODAY
                   " NEWLY ESCALATED".

       GET-THE-LIST-DATE.
           DISPLAY "DUE LIST FOR (YYYYMMDD, BLANK FOR TODAY) ? ".
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY = SPACE
                     ACCEPT THE-LIST-DATE FROM DATE YYYYMMDD
           ELSE
                     IF DATE-ENTRY IS NUMERIC
                               MOVE DATE-ENTRY TO THE-LIST-DATE
                     ELSE
                               DISPLAY "DATE MUST BE YYYYMMDD"
                               GO TO GET-THE-LIST-DATE.

      * GATHER-THE-DUE-ITEMS PICKS THE OPEN FOLLOW-UPS DUE BY THE
      * LIST DATE OFF FOLLOWUP.DAT. ONE FOUND PAST DUE FOR THE FIRST
      * TIME IS STAMPED WITH THE LIST DATE AS ITS ESCALATION DATE,
      * SO THE SUPERVISOR LIST CAN SHOW HOW LONG IT HAS BEEN LATE.
       GATHER-THE-DUE-ITEMS.
           OPEN OUTPUT DUE-WORK-FILE.
           OPEN I-O FOLLOW-UP-FILE.
           IF FOLLOW-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-FOLLOW-UP
                     PERFORM GATHER-ONE-FOLLOW-UP
                          UNTIL END-OF-FILE = "Y"
                     CLOSE FOLLOW-UP-FILE.
           CLOSE DUE-WORK-FILE.

       READ-NEXT-FOLLOW-UP.
           READ FOLLOW-UP-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       GATHER-ONE-FOLLOW-UP.
           IF FOLLOW-IS-OPEN AND
              FOLLOW-DUE-DATE NOT > THE-LIST-DATE
                     PERFORM FILE-ONE-DUE-ITEM.
           PERFORM READ-NEXT-FOLLOW-UP.

       FILE-ONE-DUE-ITEM.
           ADD 1 TO ITEMS-DUE.
           MOVE "N" TO WORK-OVERDUE-FLAG.
           IF FOLLOW-DUE-DATE < THE-LIST-DATE
                     MOVE "Y" TO WORK-OVERDUE-FLAG
                     ADD 1 TO ITEMS-OVERDUE
                     IF FOLLOW-ESCALATED-DATE = ZERO
                               PERFORM ESCALATE-THE-FOLLOW-UP.
           MOVE FOLLOW-ASSIGNEE-ID TO WORK-ASSIGNEE-ID.
           MOVE FOLLOW-DUE-DATE TO WORK-DUE-DATE.
           MOVE FOLLOW-ACCOUNT-NUMBER TO WORK-ACCOUNT-NUMBER.
           MOVE FOLLOW-SEQUENCE TO WORK-SEQUENCE.
           MOVE FOLLOW-ASSIGNEE-TYPE TO WORK-ASSIGNEE-TYPE.
           MOVE FOLLOW-ESCALATED-DATE TO WORK-ESCALATED-DATE.
           MOVE FOLLOW-REASON TO WORK-REASON.
           WRITE DUE-WORK-RECORD.

       ESCALATE-THE-FOLLOW-UP.
           MOVE THE-LIST-DATE TO FOLLOW-ESCALATED-DATE.
           REWRITE FOLLOW-UP-RECORD.
           IF FOLLOW-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR ESCALATING FOLLOW-UP "
                             FOLLOW-KEY " - STATUS "
                             FOLLOW-FILE-STATUS
           ELSE
                     ADD 1 TO ITEMS-ESCALATED-TODAY.

      * PRINT-THE-DUE-LISTS PRINTS EACH ASSIGNEE'S FOLLOW-UPS ON A
      * PAGE OF THEIR OWN, BREAKING ON THE ASSIGNEE.
       PRINT-THE-DUE-LISTS.
           MOVE SPACE TO CURRENT-ASSIGNEE.
           MOVE ZERO TO PRINT-LINES.
           OPEN INPUT SORTED-DUE-FILE.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-SORTED-DUE.
           IF END-OF-FILE = "Y"
                     MOVE "NO FOLLOW-UPS DUE" TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           PERFORM PRINT-ONE-DUE-ITEM
                 UNTIL END-OF-FILE = "Y".
           CLOSE SORTED-DUE-FILE.
           PERFORM END-THE-PAGE.

       READ-NEXT-SORTED-DUE.
           READ SORTED-DUE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       PRINT-ONE-DUE-ITEM.
           IF SORTED-ASSIGNEE-ID NOT = CURRENT-ASSIGNEE OR
              PRINT-LINES NOT < 55
                     PERFORM START-AN-ASSIGNEE-PAGE.
           PERFORM GET-THE-CUSTOMER-NAME.
           MOVE SORTED-DUE-DATE TO PRINT-DUE-DATE.
           MOVE SORTED-ACCOUNT-NUMBER TO PRINT-ACCOUNT.
           MOVE SORTED-SEQUENCE TO PRINT-SEQUENCE.
           MOVE THE-CUSTOMER-NAME TO PRINT-CUSTOMER-NAME.
           IF SORTED-OVERDUE-FLAG = "Y"
                     MOVE "OVERDUE" TO PRINT-OVERDUE
           ELSE
                     MOVE SPACE TO PRINT-OVERDUE.
           MOVE SORTED-REASON TO PRINT-REASON.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.
           PERFORM PRINT-THE-PHONE-NUMBERS.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.
           PERFORM READ-NEXT-SORTED-DUE.

       START-AN-ASSIGNEE-PAGE.
           IF CURRENT-ASSIGNEE NOT = SPACE
                     PERFORM END-THE-PAGE.
           MOVE SORTED-ASSIGNEE-ID TO CURRENT-ASSIGNEE.
           PERFORM GET-THE-ASSIGNEE-NAME.
           MOVE THE-LIST-DATE TO PRINT-LIST-DATE.
           MOVE SORTED-ASSIGNEE-ID TO PRINT-ASSIGNEE-ID.
           MOVE THE-ASSIGNEE-NAME TO PRINT-ASSIGNEE-NAME.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE 4 TO PRINT-LINES.

       END-THE-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           MOVE ZERO TO PRINT-LINES.

       GET-THE-ASSIGNEE-NAME.
           MOVE SPACE TO THE-ASSIGNEE-NAME.
           IF SORTED-ASSIGNEE-TYPE = "S"
                     MOVE SORTED-ASSIGNEE-ID TO SALES-MASTER-ID
                     READ SALES-MASTER-FILE
                               INVALID KEY
                               MOVE "** NOT ON SALESMST.DAT **" TO
                                    THE-ASSIGNEE-NAME
                               NOT INVALID KEY
                               MOVE SALES-MASTER-NAME TO
                                    THE-ASSIGNEE-NAME
           ELSE
                     MOVE SORTED-ASSIGNEE-ID TO OPERATOR-MASTER-ID
                     READ OPERATOR-FILE
                               INVALID KEY
                               MOVE "** NOT ON OPERMST.DAT **" TO
                                    THE-ASSIGNEE-NAME
                               NOT INVALID KEY
                               MOVE OPERATOR-MASTER-NAME TO
                                    THE-ASSIGNEE-NAME.

       GET-THE-CUSTOMER-NAME.
           MOVE SPACE TO THE-CUSTOMER-NAME.
           MOVE SORTED-ACCOUNT-NUMBER TO CUSTOMER-ACCOUNT-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     MOVE "** NOT ON CUSTOMER.DAT **" TO
                          THE-CUSTOMER-NAME
           ELSE
                     STRING CUSTOMER-FIRST-NAME DELIMITED BY "  "
                            " " DELIMITED BY SIZE
                            CUSTOMER-LAST-NAME DELIMITED BY "  "
                            INTO THE-CUSTOMER-NAME.

      * PRINT-THE-PHONE-NUMBERS LISTS EVERY PHONE.DAT ENTRY LINKED TO
      * THE ACCOUNT. THE PHONE FILE IS KEYED ON NAME, SO IT IS READ
      * FROM THE TOP FOR EACH FOLLOW-UP THE WAY APCHK01 RESCANS THE
      * OPEN ITEMS FOR EACH VENDOR.
       PRINT-THE-PHONE-NUMBERS.
           MOVE ZERO TO PHONES-FOUND.
           OPEN INPUT PHONE-FILE.
           IF PHONE-FILE-STATUS = "00"
                     MOVE "N" TO PHONE-END-OF-FILE
                     PERFORM READ-NEXT-PHONE
                     PERFORM CHECK-ONE-PHONE
                          UNTIL PHONE-END-OF-FILE = "Y"
                     CLOSE PHONE-FILE.
           IF PHONES-FOUND = ZERO
                     MOVE SPACE TO PRINTER-RECORD
                     MOVE "NO NUMBER ON PHONE.DAT FOR THIS ACCOUNT"
                          TO PRINTER-RECORD (20:)
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1
                     ADD 1 TO PRINT-LINES.

       READ-NEXT-PHONE.
           READ PHONE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO PHONE-END-OF-FILE.

       CHECK-ONE-PHONE.
           IF PHONE-ACCOUNT-NUMBER = SORTED-ACCOUNT-NUMBER
                     ADD 1 TO PHONES-FOUND
                     MOVE PHONE-FIRST-NAME TO PRINT-PHONE-FIRST
                     MOVE PHONE-LAST-NAME TO PRINT-PHONE-LAST
                     MOVE PHONE-NUMBER TO PRINT-PHONE-NUMBER
                     MOVE PHONE-EXTENSION TO PRINT-PHONE-EXTENSION
                     MOVE PHONE-TYPE TO PRINT-PHONE-TYPE
                     PERFORM SET-THE-DNC-MARK
                     MOVE PHONE-LINE TO PRINTER-RECORD
                     WRITE PRINTER-RECORD BEFORE ADVANCING 1
                     ADD 1 TO PRINT-LINES.
           PERFORM READ-NEXT-PHONE.

       SET-THE-DNC-MARK.
           MOVE SPACE TO PRINT-PHONE-DNC.
           IF PHONE-IS-DO-NOT-CALL
                     MOVE "** DO NOT CALL **" TO PRINT-PHONE-DNC.
           IF PHONE-IS-DNC-EXEMPT
                     MOVE "DNC - EBR EXEMPT" TO PRINT-PHONE-DNC.

      * PRINT-THE-SUPERVISOR-LIST GOES BACK OVER THE SORTED LIST FOR
      * THE OVERDUE FOLLOW-UPS ONLY, ALL ASSIGNEES TOGETHER.
       PRINT-THE-SUPERVISOR-LIST.
           PERFORM START-A-SUPERVISOR-PAGE.
           OPEN INPUT SORTED-DUE-FILE.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-SORTED-DUE.
           PERFORM PRINT-ONE-OVERDUE-ITEM
                 UNTIL END-OF-FILE = "Y".
           CLOSE SORTED-DUE-FILE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "OVERDUE FOLLOW-UPS" TO PRINT-TOTAL-LABEL.
           MOVE ITEMS-OVERDUE TO PRINT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "FIRST ESCALATED TODAY" TO PRINT-TOTAL-LABEL.
           MOVE ITEMS-ESCALATED-TODAY TO PRINT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           PERFORM END-THE-PAGE.

       START-A-SUPERVISOR-PAGE.
           MOVE THE-LIST-DATE TO PRINT-SUPERVISOR-DATE.
           MOVE SUPERVISOR-TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE SUPERVISOR-COLUMN-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE 4 TO PRINT-LINES.

       PRINT-ONE-OVERDUE-ITEM.
           IF SORTED-OVERDUE-FLAG = "Y"
                     PERFORM PRINT-THE-OVERDUE-LINE.
           PERFORM READ-NEXT-SORTED-DUE.

       PRINT-THE-OVERDUE-LINE.
           IF PRINT-LINES NOT < 55
                     PERFORM END-THE-PAGE
                     PERFORM START-A-SUPERVISOR-PAGE.
           PERFORM GET-THE-CUSTOMER-NAME.
           MOVE SORTED-ASSIGNEE-ID TO PRINT-SUP-ASSIGNEE.
           MOVE SORTED-DUE-DATE TO PRINT-SUP-DUE-DATE.
           MOVE SORTED-ESCALATED-DATE TO PRINT-SUP-ESCALATED.
           MOVE SORTED-ACCOUNT-NUMBER TO PRINT-SUP-ACCOUNT.
           MOVE SORTED-SEQUENCE TO PRINT-SUP-SEQUENCE.
           MOVE THE-CUSTOMER-NAME TO PRINT-SUP-CUSTOMER.
           MOVE SORTED-REASON TO PRINT-SUP-REASON.
           MOVE SUPERVISOR-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM FUPDUE01.
