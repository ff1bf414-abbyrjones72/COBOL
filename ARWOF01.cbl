      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARWOF01.

      ******************************************************************
      * This program writes AR open items off, so the pennies-and-
      * dimes balances and the invoices nobody is ever going to pay
      * stop cluttering ARAGE01 and ARDUN01. It works two ways:
      *   (S) SWEEP - every open item whose balance, owed or credit,
      *       is within a keyed tolerance is written off under reason
      *       SB;
      *   (I) INVOICE - one invoice at a time is written off with a
      *       reason code keyed by the operator (see WARWOFF.CPY).
      * A write-off takes the whole balance off the item and closes
      * it, exactly as a payment in full does in ARCSH01, and logs
      * a row on the ARWOFF.DAT write-off journal. Anything over the
      * write-off limit needs a second supervisor through the shared
      * dual-control approval - a sweep with a tolerance over the
      * limit is approved once, up front. The register prints every
      * item written off for finance.
      *
      * THE LIMIT IS READ FROM WOFCTL.DAT, A ONE-LINE CONTROL FILE
      * FINANCE KEEPS; 100.00 IS USED WHEN THERE IS NONE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT AR-ITEM-FILE
                           ASSIGN TO "ARITEM.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS AR-INVOICE-NUMBER
                           FILE STATUS IS AR-FILE-STATUS.

                 SELECT CUSTOMER-FILE
                           ASSIGN TO "CUSTOMER.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                           FILE STATUS IS CUSTOMER-FILE-STATUS.

                 SELECT OPTIONAL WRITE-OFF-FILE
                           ASSIGN TO "ARWOFF.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WRITE-OFF-FILE-STATUS.

                 SELECT OPTIONAL LIMIT-CONTROL-FILE
                           ASSIGN TO "WOFCTL.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS LIMIT-FILE-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * AR-ITEM-RECORD IS THE SHARED OPEN-ITEM LAYOUT - SEE
      * COPYBOOKS/WARITEM.CPY.
       FD  AR-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARITEM.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

      * AR-WRITE-OFF-RECORD IS THE SHARED WRITE-OFF JOURNAL LAYOUT -
      * SEE COPYBOOKS/WARWOFF.CPY.
       FD  WRITE-OFF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARWOFF.

       FD  LIMIT-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  LIMIT-CONTROL-RECORD.
                 05 WRITE-OFF-LIMIT        PIC 9(7)V99.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  AR-FILE-STATUS            PIC XX.
       01  CUSTOMER-FILE-STATUS      PIC XX.
       01  WRITE-OFF-FILE-STATUS     PIC XX.
       01  LIMIT-FILE-STATUS         PIC XX.
       01  YES-NO                    PIC X.
       01  RECORD-FOUND              PIC X.
       01  END-OF-FILE               PIC X.
       01  POSTING-CHECK-DATE        PIC 9(8).
       01  PERIOD-IS-GOOD            PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.
      * APPROVAL FIELDS FOR THE SHARED GET-APPROVER-ID DUAL-CONTROL
      * PARAGRAPH - SEE COPYBOOKS/WAPPSGNW.CPY.
       COPY WAPPSGNW.

       01  MODE-ENTRY                PIC X.
       01  INVOICE-ENTRY             PIC X(7).
       01  REASON-ENTRY              PIC X(2).
       01  TOLERANCE-ENTRY           PIC Z(4).ZZ.
       01  THE-TOLERANCE             PIC 9(4)V99.
       01  THE-LIMIT                 PIC 9(7)V99.
       01  THE-REASON                PIC X(2).
       01  THE-APPROVER              PIC X(10).
       01  THE-AMOUNT                PIC S9(9)V99.
       01  SIZE-OF-AMOUNT            PIC 9(9)V99.
       01  ITEMS-WRITTEN-OFF         PIC 9(5) VALUE ZERO.
       01  WRITE-OFF-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01  DISPLAY-BALANCE           PIC ZZZ,ZZZ,ZZ9.99-.
       01  DISPLAY-LIMIT             PIC Z,ZZZ,ZZ9.99.

      * THE REASON CODES AN INVOICE WRITE-OFF MAY CARRY; SB IS KEPT
      * FOR THE SWEEP. THE DESCRIPTIONS ARE WHAT THE REGISTER PRINTS.
       01  REASON-TEXT.
                 05 FILLER                 PIC X(22) VALUE
                                           "SBSMALL BALANCE       ".
                 05 FILLER                 PIC X(22) VALUE
                                           "BDBAD DEBT            ".
                 05 FILLER                 PIC X(22) VALUE
                                           "BKBANKRUPT            ".
                 05 FILLER                 PIC X(22) VALUE
                                           "DSDISPUTE SETTLED     ".
                 05 FILLER                 PIC X(22) VALUE
                                           "CLCLOSED / NOT FOUND  ".
       01  REASON-TABLE REDEFINES REASON-TEXT.
                 05 REASON-SLOT OCCURS 5 TIMES.
                           10 REASON-CODE        PIC X(2).
                           10 REASON-DESCRIPTION PIC X(20).
       01  REASON-SUBSCRIPT          PIC 9.
       01  REASON-WAS-FOUND          PIC X.
       01  THE-REASON-DESCRIPTION    PIC X(20).

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

      * Structures for the printed register.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(22) VALUE
                                           "AR WRITE-OFF REGISTER ".
                 05 PRINT-RUN-DATE         PIC 9(8).
                 05 FILLER                 PIC X(10) VALUE
                                           "  LIMIT ".
                 05 PRINT-LIMIT            PIC Z,ZZZ,ZZ9.99.

       01  SUBTITLE-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 SUB-OPERATOR-ID        PIC X(10).

       01  COLUMN-HEADING-LINE.
                 05 FILLER                 PIC X(8) VALUE "INVOICE".
                 05 FILLER                 PIC X(8) VALUE "ACCOUNT".
                 05 FILLER                 PIC X(9) VALUE "DATED".
                 05 FILLER                 PIC X(16) VALUE
                                           "     WRITTEN OFF".
                 05 FILLER                 PIC X(24) VALUE
                                           "  REASON".
                 05 FILLER                 PIC X(10) VALUE "APPROVED".

       01  WRITE-OFF-DETAIL-LINE.
                 05 PRINT-INVOICE-NUMBER   PIC 9(7).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-ACCOUNT          PIC 9(7).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-INVOICE-DATE     PIC 9(8).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-REASON           PIC X(2).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-REASON-TEXT      PIC X(20).
                 05 FILLER                 PIC X(1) VALUE SPACE.
                 05 PRINT-APPROVER         PIC X(10).

       01  TOTAL-LINE.
                 05 FILLER                 PIC X(8) VALUE SPACE.
                 05 PRINT-ITEMS            PIC ZZZZ9.
                 05 FILLER                 PIC X(11) VALUE
                                           " ITEM(S)".
                 05 PRINT-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            PERFORM GET-THE-MODE.
            IF MODE-ENTRY = "S"
                      PERFORM SWEEP-SMALL-BALANCES
            ELSE
                      MOVE "Y" TO YES-NO
                      PERFORM WRITE-OFF-INVOICES
                           UNTIL YES-NO = "N".
            PERFORM PRINT-THE-TOTAL.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           IF OPERATOR-AUTHORITY < 5
                     DISPLAY "UPDATE AUTHORITY IS NEEDED TO WRITE "
                             "OFF AR ITEMS"
                     STOP RUN.
           PERFORM CHECK-THE-OPEN-PERIOD.
           PERFORM LOAD-THE-LIMIT.
           OPEN I-O AR-ITEM-FILE.
           IF AR-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN ARITEM.DAT - STATUS "
                             AR-FILE-STATUS
                     STOP RUN.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "
                             CUSTOMER-FILE-STATUS
                     STOP RUN.
           OPEN EXTEND WRITE-OFF-FILE.
           IF WRITE-OFF-FILE-STATUS NOT = "00" AND
              WRITE-OFF-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN ARWOFF.DAT - STATUS "
                             WRITE-OFF-FILE-STATUS
                     STOP RUN.
           OPEN OUTPUT PRINTER-FILE.
           MOVE POSTING-CHECK-DATE TO PRINT-RUN-DATE.
           MOVE THE-LIMIT TO PRINT-LIMIT.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
           MOVE SUBTITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE COLUMN-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.

      * CHECK-THE-OPEN-PERIOD REFUSES TO START A POSTING SESSION
      * WHEN TODAY'S FISCAL PERIOD IS NOT OPEN, THROUGH THE SHARED
      * FISCHK01 CHECK - EVERYTHING THIS PROGRAM POSTS CARRIES
      * TODAY'S DATE.
       CHECK-THE-OPEN-PERIOD.
           ACCEPT POSTING-CHECK-DATE FROM DATE YYYYMMDD.
           CALL "FISCHK01" USING POSTING-CHECK-DATE PERIOD-IS-GOOD.
           IF PERIOD-IS-GOOD NOT = "Y"
                     DISPLAY "TODAY'S FISCAL PERIOD IS NOT OPEN FOR "
                             "POSTING - SEE FISCMNT01"
                     STOP RUN.

       LOAD-THE-LIMIT.
           MOVE 100.00 TO THE-LIMIT.
           OPEN INPUT LIMIT-CONTROL-FILE.
           IF LIMIT-FILE-STATUS = "00"
                     READ LIMIT-CONTROL-FILE
                     IF LIMIT-FILE-STATUS = "00" AND
                        WRITE-OFF-LIMIT IS NUMERIC
                               MOVE WRITE-OFF-LIMIT TO THE-LIMIT.
           CLOSE LIMIT-CONTROL-FILE.

       CLOSING-PROCEDURE.
           CLOSE AR-ITEM-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE WRITE-OFF-FILE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           CLOSE PRINTER-FILE.
           DISPLAY ITEMS-WRITTEN-OFF " ITEM(S) WRITTEN OFF".

       GET-THE-MODE.
           MOVE THE-LIMIT TO DISPLAY-LIMIT.
           DISPLAY "WRITE-OFF LIMIT WITHOUT APPROVAL IS " DISPLAY-LIMIT.
           DISPLAY "(S)WEEP SMALL BALANCES OR (I)NVOICE WRITE-OFFS ? ".
           ACCEPT MODE-ENTRY.
           IF MODE-ENTRY = "s"
                     MOVE "S" TO MODE-ENTRY.
           IF MODE-ENTRY = "i"
                     MOVE "I" TO MODE-ENTRY.
           IF MODE-ENTRY NOT = "S" AND MODE-ENTRY NOT = "I"
                     DISPLAY "ENTER S OR I"
                     GO TO GET-THE-MODE.

      * SWEEP-SMALL-BALANCES TAKES THE TOLERANCE AND CLEARS EVERY
      * OPEN ITEM WITHIN IT. A CREDIT LEFT BY A SMALL OVERPAYMENT IS
      * SWEPT THE SAME AS A SMALL AMOUNT OWED, SO THE WRITE-OFF ROW
      * CARRIES THE SIGN OF WHAT WAS TAKEN OFF.
       SWEEP-SMALL-BALANCES.
           DISPLAY "SWEEP BALANCES UP TO (E.G. 5.00) ? ".
           ACCEPT TOLERANCE-ENTRY.
           MOVE TOLERANCE-ENTRY TO THE-TOLERANCE.
           IF THE-TOLERANCE = ZERO
                     DISPLAY "NO TOLERANCE KEYED - NOTHING SWEPT"
           ELSE
                     PERFORM CONFIRM-THE-SWEEP.

       CONFIRM-THE-SWEEP.
           MOVE SPACE TO THE-APPROVER.
           DISPLAY "WRITE OFF EVERY OPEN BALANCE UP TO "
                   TOLERANCE-ENTRY " (Y/N)? ".
           ACCEPT YES-NO.
           IF YES-NO = "y"
                     MOVE "Y" TO YES-NO.
           IF YES-NO NOT = "Y"
                     DISPLAY "SWEEP CANCELLED - NOTHING WRITTEN OFF"
           ELSE
                     IF THE-TOLERANCE > THE-LIMIT
                               PERFORM GET-APPROVER-ID
                               MOVE APPROVER-ID TO THE-APPROVER
                     END-IF
                     MOVE "SB" TO THE-REASON
                     PERFORM FIND-THE-REASON
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-ITEM
                     PERFORM SWEEP-ONE-ITEM
                          UNTIL END-OF-FILE = "Y".

       READ-NEXT-ITEM.
           READ AR-ITEM-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       SWEEP-ONE-ITEM.
           MOVE AR-BALANCE-DUE TO SIZE-OF-AMOUNT.
           IF AR-ITEM-IS-OPEN AND
              AR-BALANCE-DUE NOT = ZERO AND
              SIZE-OF-AMOUNT NOT > THE-TOLERANCE
                     PERFORM POST-THE-WRITE-OFF.
           PERFORM READ-NEXT-ITEM.

      * WRITE-OFF-INVOICES TAKES ONE INVOICE, SHOWS WHAT IS OWED ON
      * IT, AND WRITES THE WHOLE BALANCE OFF UNDER THE KEYED REASON.
       WRITE-OFF-INVOICES.
           PERFORM GET-THE-INVOICE.
           IF RECORD-FOUND = "Y"
                     PERFORM GET-THE-REASON
                     PERFORM CONFIRM-THE-INVOICE.
           PERFORM GO-AGAIN.

       GET-THE-INVOICE.
           MOVE "N" TO RECORD-FOUND.
           DISPLAY "INVOICE TO WRITE OFF ? ".
           ACCEPT INVOICE-ENTRY.
           MOVE INVOICE-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y"
                     DISPLAY "INVOICE NUMBER MUST BE NUMERIC"
           ELSE
                     MOVE KEYED-NUMBER-VALUE TO AR-INVOICE-NUMBER
                     MOVE "Y" TO RECORD-FOUND
                     READ AR-ITEM-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND
                     END-READ
                     IF RECORD-FOUND = "N"
                               DISPLAY "NO OPEN ITEM FOR THAT INVOICE"
                     ELSE
                               PERFORM SHOW-THE-INVOICE.

       SHOW-THE-INVOICE.
           IF NOT AR-ITEM-IS-OPEN OR AR-BALANCE-DUE = ZERO
                     DISPLAY "INVOICE IS ALREADY CLOSED - REFUSED"
                     MOVE "N" TO RECORD-FOUND
           ELSE
                     MOVE AR-ACCOUNT-NUMBER TO CUSTOMER-ACCOUNT-NUMBER
                     READ CUSTOMER-FILE
                               INVALID KEY
                               MOVE "** NOT ON FILE **" TO
                                    CUSTOMER-LAST-NAME
                               MOVE SPACE TO CUSTOMER-FIRST-NAME
                     END-READ
                     MOVE AR-BALANCE-DUE TO DISPLAY-BALANCE
                     DISPLAY "ACCOUNT " AR-ACCOUNT-NUMBER " "
                             CUSTOMER-LAST-NAME " "
                             CUSTOMER-FIRST-NAME
                     DISPLAY "DATED " AR-INVOICE-DATE " BALANCE "
                             DISPLAY-BALANCE.

       GET-THE-REASON.
           DISPLAY "REASON (BD=BAD DEBT, BK=BANKRUPT, DS=DISPUTE, "
                   "CL=CLOSED) ? ".
           ACCEPT REASON-ENTRY.
           INSPECT REASON-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE REASON-ENTRY TO THE-REASON.
           PERFORM FIND-THE-REASON.
           IF REASON-WAS-FOUND = "N" OR THE-REASON = "SB"
                     DISPLAY "NOT A WRITE-OFF REASON CODE"
                     GO TO GET-THE-REASON.

       FIND-THE-REASON.
           MOVE "N" TO REASON-WAS-FOUND.
           MOVE SPACE TO THE-REASON-DESCRIPTION.
           PERFORM CHECK-ONE-REASON
                     VARYING REASON-SUBSCRIPT FROM 1 BY 1
                     UNTIL REASON-SUBSCRIPT > 5 OR
                           REASON-WAS-FOUND = "Y".

       CHECK-ONE-REASON.
           IF REASON-CODE (REASON-SUBSCRIPT) = THE-REASON
                     MOVE "Y" TO REASON-WAS-FOUND
                     MOVE REASON-DESCRIPTION (REASON-SUBSCRIPT) TO
                               THE-REASON-DESCRIPTION.

      * CONFIRM-THE-INVOICE GETS THE OPERATOR'S YES AND, OVER THE
      * LIMIT, THE SECOND SUPERVISOR'S APPROVAL BEFORE POSTING.
       CONFIRM-THE-INVOICE.
           MOVE SPACE TO THE-APPROVER.
           DISPLAY "WRITE OFF THE BALANCE OF INVOICE "
                   AR-INVOICE-NUMBER " (Y/N)? ".
           ACCEPT YES-NO.
           IF YES-NO = "y"
                     MOVE "Y" TO YES-NO.
           IF YES-NO NOT = "Y"
                     DISPLAY "NOT WRITTEN OFF"
           ELSE
                     MOVE AR-BALANCE-DUE TO SIZE-OF-AMOUNT
                     IF SIZE-OF-AMOUNT > THE-LIMIT
                               PERFORM GET-APPROVER-ID
                               MOVE APPROVER-ID TO THE-APPROVER
                     END-IF
                     PERFORM POST-THE-WRITE-OFF.

      * POST-THE-WRITE-OFF TAKES THE WHOLE BALANCE OFF AND CLOSES THE
      * ITEM. THE JOURNAL ROW IS ONLY WRITTEN AFTER THE REWRITE
      * SUCCEEDS, THE SAME RULE ARCSH01 KEEPS, SO THE OPEN ITEMS AND
      * THE JOURNAL CANNOT DRIFT APART.
       POST-THE-WRITE-OFF.
           MOVE AR-BALANCE-DUE TO THE-AMOUNT.
           MOVE ZERO TO AR-BALANCE-DUE.
           MOVE "P" TO AR-ITEM-STATUS.
           REWRITE AR-ITEM-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED FOR " AR-INVOICE-NUMBER
                             " - STATUS " AR-FILE-STATUS
                     NOT INVALID KEY
                     PERFORM WRITE-THE-JOURNAL-ROW
                     PERFORM PRINT-THE-WRITE-OFF.

       WRITE-THE-JOURNAL-ROW.
           MOVE POSTING-CHECK-DATE TO WOFF-DATE.
           MOVE AR-ACCOUNT-NUMBER TO WOFF-ACCOUNT-NUMBER.
           MOVE AR-INVOICE-NUMBER TO WOFF-INVOICE-NUMBER.
           MOVE THE-AMOUNT TO WOFF-AMOUNT.
           MOVE THE-REASON TO WOFF-REASON.
           MOVE OPERATOR-ID TO WOFF-OPERATOR-ID.
           MOVE THE-APPROVER TO WOFF-APPROVER-ID.
           WRITE AR-WRITE-OFF-RECORD.
           IF WRITE-OFF-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING ARWOFF.DAT - STATUS "
                             WRITE-OFF-FILE-STATUS.

       PRINT-THE-WRITE-OFF.
           ADD 1 TO ITEMS-WRITTEN-OFF.
           ADD THE-AMOUNT TO WRITE-OFF-TOTAL.
           MOVE AR-INVOICE-NUMBER TO PRINT-INVOICE-NUMBER.
           MOVE AR-ACCOUNT-NUMBER TO PRINT-ACCOUNT.
           MOVE AR-INVOICE-DATE TO PRINT-INVOICE-DATE.
           MOVE THE-AMOUNT TO PRINT-AMOUNT.
           MOVE THE-REASON TO PRINT-REASON.
           MOVE THE-REASON-DESCRIPTION TO PRINT-REASON-TEXT.
           MOVE THE-APPROVER TO PRINT-APPROVER.
           MOVE WRITE-OFF-DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       PRINT-THE-TOTAL.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE ITEMS-WRITTEN-OFF TO PRINT-ITEMS.
           MOVE WRITE-OFF-TOTAL TO PRINT-TOTAL.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       GO-AGAIN.
           DISPLAY "WRITE OFF ANOTHER INVOICE?".
           ACCEPT YES-NO.
           IF YES-NO = "y"
                     MOVE "Y" TO YES-NO.
           IF YES-NO NOT = "Y"
                     MOVE "N" TO YES-NO.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

      * GET-APPROVER-ID IS THE SHARED DUAL-CONTROL APPROVAL - A
      * SECOND, DIFFERENT SUPERVISOR SIGNS OFF BEFORE AN OVER-LIMIT
      * WRITE-OFF POSTS - SEE COPYBOOKS/APPRSGN.CPY.
       COPY APPRSGN.

       END PROGRAM ARWOF01.
