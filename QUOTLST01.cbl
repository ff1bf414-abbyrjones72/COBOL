      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTLST01.

      ******************************************************************
      * This program closes a quote the customer turned down. The
      * operator keys the quote number; an open quote is shown with
      * its account, total and expiry and, once confirmed, is closed
      * as lost with the reason it was lost - a code off LOSTRSN.DAT
      * (RSNMNT01), looked up through RSNFND01 - and the competitor
      * that took the business when sales knows it. The quote is
      * stamped with today's date and the operator, and QUOTCNV01
      * will not convert it afterwards. A quote already closed as
      * lost, or closed as expired by QUOTEXP01, may have its reason
      * and competitor put right when sales learns more; a converted
      * quote is refused. QUOTWL01 reports the losses by reason.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT QUOTE-HEADER-FILE
                           ASSIGN TO "QUOTHDR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS QUOTE-NUMBER
                           FILE STATUS IS QUOTE-FILE-STATUS.

                 SELECT CUSTOMER-FILE
                           ASSIGN TO "CUSTOMER.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                           FILE STATUS IS CUSTOMER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * QUOTE-HEADER-RECORD IS THE SHARED QUOTE LAYOUT - SEE
      * COPYBOOKS/WQUOTHDR.CPY.
       FD  QUOTE-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WQUOTHDR.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

       WORKING-STORAGE SECTION.

           01 QUOTE-FILE-STATUS     PIC XX.
           01 CUSTOMER-FILE-STATUS  PIC XX.
           01 YES-NO                PIC X.
           01 RECORD-FOUND          PIC X.
           01 CLOSE-IT              PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

           01 QUOTE-ENTRY-FIELD     PIC X(7).
           01 TODAYS-DATE           PIC 9(8).
           01 DISPLAY-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
           01 DISPLAY-NAME          PIC X(20).
           01 DISPLAY-HOW-CLOSED    PIC X(7).

      * THE REASON AND COMPETITOR KEYED FOR THE QUOTE, AND WHAT
      * RSNFND01 HANDS BACK FOR THE REASON CODE.
           01 REASON-ENTRY          PIC X(4).
           01 COMPETITOR-ENTRY      PIC X(20).
           01 REASON-FOUND          PIC X.
       COPY WLOSTRSN.

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
            MOVE "Y" TO YES-NO.
            PERFORM CLOSE-QUOTES
                           UNTIL YES-NO = "N".
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           OPEN I-O QUOTE-HEADER-FILE.
           IF QUOTE-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN QUOTHDR.DAT - STATUS "
                             QUOTE-FILE-STATUS
                     STOP RUN.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "
                             CUSTOMER-FILE-STATUS
                     STOP RUN.

       CLOSING-PROCEDURE.
           CLOSE QUOTE-HEADER-FILE.
           CLOSE CUSTOMER-FILE.

       CLOSE-QUOTES.
           PERFORM GET-THE-QUOTE.
           IF RECORD-FOUND = "Y"
                     PERFORM CHECK-AND-CLOSE.
           PERFORM GO-AGAIN.

       GET-THE-QUOTE.
           MOVE "N" TO RECORD-FOUND.
           DISPLAY "QUOTE NUMBER ? ".
           ACCEPT QUOTE-ENTRY-FIELD.
           MOVE QUOTE-ENTRY-FIELD TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD = "Y"
                     MOVE KEYED-NUMBER-VALUE TO QUOTE-NUMBER
                     MOVE "Y" TO RECORD-FOUND
                     READ QUOTE-HEADER-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND
           ELSE
                     DISPLAY "QUOTE NUMBER MUST BE NUMERIC".
           IF RECORD-FOUND = "N"
                     DISPLAY "NO QUOTE ON FILE FOR THAT NUMBER".

      * CHECK-AND-CLOSE SHOWS THE QUOTE AND CLOSES AN OPEN ONE AS
      * LOST, OR PUTS RIGHT THE REASON ON ONE ALREADY CLOSED UNWON.
       CHECK-AND-CLOSE.
           IF QUOTE-IS-CONVERTED
                     DISPLAY "QUOTE " QUOTE-NUMBER " WAS CONVERTED "
                             "TO ORDER " QUOTE-ORDER-NUMBER
                             " - IT WAS WON, NOT LOST"
           ELSE
                     PERFORM SHOW-THE-QUOTE
                     IF QUOTE-IS-LOST OR QUOTE-IS-EXPIRED
                               PERFORM CORRECT-THE-REASON
                     ELSE
                               PERFORM CLOSE-THE-QUOTE-LOST.

       SHOW-THE-QUOTE.
           MOVE QUOTE-ACCOUNT-NUMBER TO CUSTOMER-ACCOUNT-NUMBER.
           READ CUSTOMER-FILE
                     INVALID KEY
                     MOVE "(ACCOUNT GONE)" TO DISPLAY-NAME
                     NOT INVALID KEY
                     MOVE CUSTOMER-LAST-NAME TO DISPLAY-NAME.
           MOVE QUOTE-TOTAL TO DISPLAY-TOTAL.
           DISPLAY "QUOTE " QUOTE-NUMBER " ACCOUNT "
                   QUOTE-ACCOUNT-NUMBER " " DISPLAY-NAME.
           DISPLAY "  QUOTED " QUOTE-DATE " TOTAL " DISPLAY-TOTAL
                   " EXPIRES " QUOTE-EXPIRY-DATE.

       CLOSE-THE-QUOTE-LOST.
           DISPLAY "CLOSE THIS QUOTE AS LOST (Y/N) ? ".
           ACCEPT CLOSE-IT.
           IF CLOSE-IT = "y"
                     MOVE "Y" TO CLOSE-IT.
           IF CLOSE-IT NOT = "Y"
                     DISPLAY "QUOTE LEFT OPEN"
           ELSE
                     PERFORM GET-THE-LOST-REASON
                     PERFORM GET-THE-COMPETITOR
                     MOVE "L" TO QUOTE-STATUS
                     MOVE TODAYS-DATE TO QUOTE-CLOSED-DATE
                     MOVE OPERATOR-ID TO QUOTE-CLOSED-BY
                     MOVE REASON-ENTRY TO QUOTE-LOST-REASON
                     MOVE COMPETITOR-ENTRY TO QUOTE-COMPETITOR
                     REWRITE QUOTE-HEADER-RECORD
                               INVALID KEY
                               DISPLAY "REWRITE FAILED - STATUS "
                                       QUOTE-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "QUOTE " QUOTE-NUMBER
                                       " CLOSED AS LOST".

      * CORRECT-THE-REASON LEAVES THE QUOTE CLOSED THE WAY IT WAS, ON
      * THE DATE IT WAS CLOSED, AND CHANGES ONLY WHY AND TO WHOM.
       CORRECT-THE-REASON.
           IF QUOTE-IS-LOST
                     MOVE "LOST" TO DISPLAY-HOW-CLOSED
           ELSE
                     MOVE "EXPIRED" TO DISPLAY-HOW-CLOSED.
           DISPLAY "  CLOSED AS " DISPLAY-HOW-CLOSED " ON "
                   QUOTE-CLOSED-DATE " - REASON " QUOTE-LOST-REASON
                   " COMPETITOR " QUOTE-COMPETITOR.
           DISPLAY "CHANGE THE REASON AND COMPETITOR (Y/N) ? ".
           ACCEPT CLOSE-IT.
           IF CLOSE-IT = "y"
                     MOVE "Y" TO CLOSE-IT.
           IF CLOSE-IT NOT = "Y"
                     DISPLAY "QUOTE LEFT AS IT WAS"
           ELSE
                     PERFORM GET-THE-LOST-REASON
                     PERFORM GET-THE-COMPETITOR
                     MOVE REASON-ENTRY TO QUOTE-LOST-REASON
                     MOVE COMPETITOR-ENTRY TO QUOTE-COMPETITOR
                     REWRITE QUOTE-HEADER-RECORD
                               INVALID KEY
                               DISPLAY "REWRITE FAILED - STATUS "
                                       QUOTE-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "QUOTE " QUOTE-NUMBER
                                       " REASON CHANGED".

      * GET-THE-LOST-REASON TAKES A CODE THAT IS ON THE TABLE. WITH
      * NO TABLE ON THE SYSTEM YET THE CODE IS TAKEN AS KEYED.
       GET-THE-LOST-REASON.
           DISPLAY "LOST-REASON CODE ? ".
           ACCEPT REASON-ENTRY.
           INSPECT REASON-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF REASON-ENTRY = SPACE
                     DISPLAY "LOST-REASON CODE MUST BE ENTERED"
                     GO TO GET-THE-LOST-REASON.
           CALL "RSNFND01" USING REASON-ENTRY LOST-REASON-RECORD
                     REASON-FOUND.
           IF REASON-FOUND = "N"
                     DISPLAY "NOT ON THE LOST-REASON TABLE - SEE "
                             "RSNMNT01"
                     GO TO GET-THE-LOST-REASON.
           IF REASON-FOUND = "X"
                     DISPLAY "NO LOST-REASON TABLE ON THE SYSTEM - "
                             "CODE TAKEN AS KEYED"
           ELSE
                     DISPLAY "  " LOST-REASON-DESCRIPTION.

       GET-THE-COMPETITOR.
           DISPLAY "COMPETITOR WHO WON IT (BLANK IF NOT KNOWN) ? ".
           ACCEPT COMPETITOR-ENTRY.
           INSPECT COMPETITOR-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       GO-AGAIN.
           DISPLAY "CLOSE ANOTHER QUOTE?".
           ACCEPT YES-NO.
           IF YES-NO = "y"
                     MOVE "Y" TO YES-NO.
           IF YES-NO NOT = "Y"
                     MOVE "N" TO YES-NO.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM QUOTLST01.
