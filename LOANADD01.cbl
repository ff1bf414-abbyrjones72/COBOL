      * principal/rate/frequency/term CMPINT01's loan mode takes,
      * the level payment is figured the same way, and the loan
      * lands on LOANMST.DAT with its full principal as the opening
      * balance. LOANPAY01 posts the payments from there. A loan is
      * fixed-rate unless the operator makes it variable: then the
      * rate is a rate code off RATES.DAT (the index) plus a keyed
      * margin, and the loan carries how often it reprices and the
      * first date it is due, which LOANRPR01 takes from there.
      ******************************************************************

       ENVIRONMENT DIVISION.
                           RECORD KEY IS LOAN-NUMBER
                           FILE STATUS IS LOAN-FILE-STATUS.

                 SELECT OPTIONAL RATE-FILE
                           ASSIGN TO "RATES.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS RATE-CODE
                           FILE STATUS IS RATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           LABEL RECORDS ARE STANDARD.
           COPY WLOANMST.

      * RATE-RECORD MATCHES WHAT CMPINT01 READS OFF RATES.DAT.
       FD  RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RATE-RECORD.
                 05 RATE-CODE                  PIC X(2).
                 05 RATE-DESCRIPTION           PIC X(20).
                 05 RATE-PERCENT               PIC 99V9.

       WORKING-STORAGE SECTION.

           01 LOAN-FILE-STATUS      PIC XX.
           01 RATE-FILE-STATUS      PIC XX.
           01 RATE-TABLE-AVAILABLE  PIC X.
           01 YES-NO                PIC X.
      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
           01 ENTRY-FIELD           PIC Z(9).ZZ.
           01 THE-PRINCIPAL         PIC 9(9)V99.
           01 THE-RATE              PIC 99V9.
           01 THE-RATE-TYPE         PIC X.
           01 INDEX-ENTRY           PIC X(2).
           01 THE-MARGIN            PIC 99V9.
           01 RATE-SUM              PIC 999V9.
           01 DISPLAY-RATE          PIC Z9.9.
           01 THE-REPRICE-FREQUENCY PIC X.
           01 REPRICE-MONTHS        PIC 99.
           01 REPRICE-MONTH-COUNT   PIC 99.
           01 THE-FREQUENCY         PIC X.
           01 PERIODS-PER-YEAR      PIC 99.
           01 NO-OF-PERIODS         PIC 999.
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

      * FIRST-REPRICE-DATE IS THE START DATE MOVED ON BY THE REPRICE
      * FREQUENCY, KEPT TO THE LAST DAY OF A SHORTER MONTH.
       01  FIRST-REPRICE-DATE.
                 05 REPRICE-YEAR          PIC 9(4).
                 05 REPRICE-MONTH         PIC 99.
                 05 REPRICE-DAY           PIC 99.
       01  FIRST-REPRICE-WHOLE REDEFINES FIRST-REPRICE-DATE
                                          PIC 9(8).
       01  MONTH-LENGTH-TEXT         PIC X(24) VALUE
                                     "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-TEXT.
                 05 MONTH-LENGTH OCCURS 12 TIMES PIC 99.
       01  LEAP-QUOTIENT             PIC 9(4).
       01  LEAP-REMAINDER            PIC 9(4).
       01  THIS-MONTH-LENGTH         PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.
                     DISPLAY "UNABLE TO OPEN LOANMST.DAT - STATUS "
                             LOAN-FILE-STATUS
                     STOP RUN.
           OPEN INPUT RATE-FILE.
           IF RATE-FILE-STATUS = "00"
                     MOVE "Y" TO RATE-TABLE-AVAILABLE
           ELSE
                     MOVE "N" TO RATE-TABLE-AVAILABLE.

       CLOSING-PROCEDURE.
           CLOSE LOAN-MASTER-FILE.
           IF RATE-TABLE-AVAILABLE = "Y"
                     CLOSE RATE-FILE.

       ADD-LOANS.
           PERFORM GET-THE-TERMS.
           IF THE-PRINCIPAL < .01 OR THE-PRINCIPAL > 999999.99
                     DISPLAY "INVALID ENTRY"
                     GO TO GET-THE-TERMS.
           PERFORM GET-THE-RATE-TYPE.
           IF THE-RATE-TYPE = "V"
                     PERFORM GET-THE-INDEX
                     PERFORM GET-THE-MARGIN
                     PERFORM GET-THE-REPRICE-FREQUENCY
           ELSE
                     PERFORM GET-THE-FIXED-RATE.
           PERFORM GET-THE-FREQUENCY.
           DISPLAY "NUMBER OF PERIODS (1 TO 999)?".
           ACCEPT ENTRY-FIELD.
                     DISPLAY "INVALID ENTRY"
                     GO TO GET-THE-TERMS.

      * A VARIABLE RATE NEEDS THE INDEX, SO WITH NO RATES.DAT TO
      * READ ONLY A FIXED-RATE LOAN CAN BE SET UP.
       GET-THE-RATE-TYPE.
           DISPLAY "RATE TYPE (F=FIXED, V=VARIABLE, BLANK FOR F)?".
           ACCEPT THE-RATE-TYPE.
           INSPECT THE-RATE-TYPE CONVERTING "fv" TO "FV".
           IF THE-RATE-TYPE = SPACE
                     MOVE "F" TO THE-RATE-TYPE.
           IF THE-RATE-TYPE NOT = "F" AND THE-RATE-TYPE NOT = "V"
                     DISPLAY "INVALID ENTRY"
                     GO TO GET-THE-RATE-TYPE.
           IF THE-RATE-TYPE = "V" AND RATE-TABLE-AVAILABLE NOT = "Y"
                     DISPLAY "RATES.DAT IS NOT AVAILABLE - ONLY A "
                             "FIXED RATE CAN BE SET UP"
                     GO TO GET-THE-RATE-TYPE.

       GET-THE-FIXED-RATE.
           DISPLAY "ANNUAL INTEREST RATE (.1% TO 99.9%)?".
           ACCEPT ENTRY-FIELD.
           MOVE ENTRY-FIELD TO THE-RATE.
           IF THE-RATE < .1 OR THE-RATE > 99.9
                     DISPLAY "INVALID ENTRY"
                     GO TO GET-THE-FIXED-RATE.

       GET-THE-INDEX.
           DISPLAY "INDEX RATE CODE ? ".
           ACCEPT INDEX-ENTRY.
           INSPECT INDEX-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE INDEX-ENTRY TO RATE-CODE.
           READ RATE-FILE
                     INVALID KEY
                     DISPLAY "RATE CODE " INDEX-ENTRY
                             " IS NOT ON RATES.DAT"
                     GO TO GET-THE-INDEX.
           MOVE RATE-PERCENT TO DISPLAY-RATE.
           DISPLAY RATE-DESCRIPTION " STANDS AT " DISPLAY-RATE "%".

      * THE LOAN RATE IS THE INDEX PLUS THE MARGIN, AND MUST STILL
      * FALL IN THE RANGE A FIXED RATE IS KEYED IN.
       GET-THE-MARGIN.
           DISPLAY "MARGIN OVER THE INDEX (0% TO 99.9%)?".
           ACCEPT ENTRY-FIELD.
           MOVE ENTRY-FIELD TO THE-MARGIN.
           COMPUTE RATE-SUM = RATE-PERCENT + THE-MARGIN.
           IF RATE-SUM < .1 OR RATE-SUM > 99.9
                     DISPLAY "INDEX PLUS MARGIN MUST BE .1% TO 99.9%"
                     GO TO GET-THE-MARGIN.
           MOVE RATE-SUM TO THE-RATE.
           MOVE THE-RATE TO DISPLAY-RATE.
           DISPLAY "LOAN RATE IS " DISPLAY-RATE "%".

       GET-THE-REPRICE-FREQUENCY.
           DISPLAY "REPRICE (M=MONTHLY, Q=QUARTERLY, A=ANNUALLY)?".
           ACCEPT THE-REPRICE-FREQUENCY.
           INSPECT THE-REPRICE-FREQUENCY CONVERTING "amq" TO "AMQ".
           IF THE-REPRICE-FREQUENCY = "M"
                     MOVE 1 TO REPRICE-MONTHS
           ELSE IF THE-REPRICE-FREQUENCY = "Q"
                     MOVE 3 TO REPRICE-MONTHS
           ELSE IF THE-REPRICE-FREQUENCY = "A"
                     MOVE 12 TO REPRICE-MONTHS
           ELSE
                     DISPLAY "INVALID ENTRY"
                     GO TO GET-THE-REPRICE-FREQUENCY.

       GET-THE-FREQUENCY.
           DISPLAY "PAYMENTS (A=ANNUAL, M=MONTHLY, Q=QUARTERLY)?".
           ACCEPT THE-FREQUENCY.
           ACCEPT LOAN-START-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO LOAN-LAST-PAYMENT-DATE.
           MOVE "O" TO LOAN-STATUS.
           MOVE THE-RATE-TYPE TO LOAN-RATE-TYPE.
           IF THE-RATE-TYPE = "V"
                     MOVE INDEX-ENTRY TO LOAN-RATE-INDEX
                     MOVE THE-MARGIN TO LOAN-RATE-MARGIN
                     MOVE THE-REPRICE-FREQUENCY TO
                          LOAN-REPRICE-FREQUENCY
                     PERFORM SET-THE-FIRST-REPRICE-DATE
                     MOVE FIRST-REPRICE-WHOLE TO
                          LOAN-NEXT-REPRICE-DATE
           ELSE
                     MOVE SPACE TO LOAN-RATE-INDEX
                     MOVE ZERO TO LOAN-RATE-MARGIN
                     MOVE SPACE TO LOAN-REPRICE-FREQUENCY
                     MOVE ZERO TO LOAN-NEXT-REPRICE-DATE.
           WRITE LOAN-MASTER-RECORD
                     INVALID KEY
                     DISPLAY "LOAN NUMBER ALREADY ON FILE"
                     DISPLAY "LOAN " LOAN-NUMBER " SET UP FOR "
                             LOAN-BORROWER.

      * SET-THE-FIRST-REPRICE-DATE STEPS THE START DATE ON ONE
      * MONTH AT A TIME FOR THE REPRICE FREQUENCY. A START ON THE
      * 31ST THAT LANDS IN A SHORTER MONTH TAKES ITS LAST DAY.
       SET-THE-FIRST-REPRICE-DATE.
           MOVE LOAN-START-DATE TO FIRST-REPRICE-WHOLE.
           PERFORM STEP-ONE-REPRICE-MONTH
                 VARYING REPRICE-MONTH-COUNT FROM 1 BY 1
                 UNTIL REPRICE-MONTH-COUNT > REPRICE-MONTHS.
           MOVE MONTH-LENGTH (REPRICE-MONTH) TO THIS-MONTH-LENGTH.
           IF REPRICE-MONTH = 2
                     DIVIDE REPRICE-YEAR BY 4 GIVING LEAP-QUOTIENT
                               REMAINDER LEAP-REMAINDER
                     IF LEAP-REMAINDER = ZERO
                               MOVE 29 TO THIS-MONTH-LENGTH.
           IF REPRICE-DAY > THIS-MONTH-LENGTH
                     MOVE THIS-MONTH-LENGTH TO REPRICE-DAY.

       STEP-ONE-REPRICE-MONTH.
           IF REPRICE-MONTH = 12
                     MOVE 1 TO REPRICE-MONTH
                     ADD 1 TO REPRICE-YEAR
           ELSE
                     ADD 1 TO REPRICE-MONTH.

       GO-AGAIN.
           DISPLAY "SET UP ANOTHER LOAN?".
           ACCEPT YES-NO.
