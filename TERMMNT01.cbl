      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMMNT01.

      ******************************************************************
      * This program maintains TERMS.DAT, the customer payment-terms
      * table keyed by the terms code CUSTUPD01 puts on the customer
      * record. The operator can add a set of terms, change them,
      * remove them, and list the table - the same shape TAXMNT01
      * gives the tax table. Each entry carries a description, the
      * early-payment discount percent and the days it is good for,
      * and the net days to the due date: "2/10 NET 30" is 2.00
      * percent, 10 days, net 30. Terms with no discount carry a
      * zero percent and zero discount days. ORDINV01 reads the
      * table as each invoice bills, so a change takes effect on the
      * next invoice; the items already filed keep their dates.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL TERMS-FILE
                           ASSIGN TO "TERMS.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS TERMS-REF-CODE
                           FILE STATUS IS TERMS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * TERMS-REF-RECORD IS THE SHARED TABLE LAYOUT - SEE
      * COPYBOOKS/WTERMREF.CPY.
       FD  TERMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WTERMREF.

       WORKING-STORAGE SECTION.

           01 TERMS-FILE-STATUS  PIC XX.
           01 YES-NO             PIC X.
           01 ACTION-CODE        PIC X.
           01 RECORD-FOUND       PIC X.
           01 END-OF-FILE        PIC X.
           01 CODE-ENTRY         PIC X(4).
           01 DESCRIPTION-ENTRY  PIC X(20).
           01 PERCENT-ENTRY-FIELD PIC Z9.99.
           01 THE-PERCENT        PIC 99V99.
           01 DAYS-ENTRY-FIELD   PIC ZZ9.
           01 THE-DISCOUNT-DAYS  PIC 9(3).
           01 THE-NET-DAYS       PIC 9(3).
           01 DISPLAY-PERCENT    PIC Z9.99.
           01 SCREEN-LINES       PIC 99.
           01 A-DUMMY            PIC X.

      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM GET-OPERATOR-ID.
            IF OPERATOR-AUTHORITY < 5
                      DISPLAY "UPDATE AUTHORITY IS NEEDED TO RUN "
                              "THIS PROGRAM"
                      STOP RUN.
            PERFORM OPENING-PROCEDURE.
            MOVE "Y" TO YES-NO.
            PERFORM PROCESS-ACTIONS
                           UNTIL YES-NO = "N".
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

      * OPENING AND CLOSING
       OPENING-PROCEDURE.
           OPEN I-O TERMS-FILE.
           IF TERMS-FILE-STATUS = "35"
                     OPEN OUTPUT TERMS-FILE
                     CLOSE TERMS-FILE
                     OPEN I-O TERMS-FILE.
           IF TERMS-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN TERMS.DAT - STATUS "
                             TERMS-FILE-STATUS
                     STOP RUN.

       CLOSING-PROCEDURE.
           CLOSE TERMS-FILE.

       PROCESS-ACTIONS.
           DISPLAY "(A)DD, (C)HANGE, (D)ELETE, OR (L)IST?".
           ACCEPT ACTION-CODE.
           IF ACTION-CODE = "a"
                     MOVE "A" TO ACTION-CODE.
           IF ACTION-CODE = "c"
                     MOVE "C" TO ACTION-CODE.
           IF ACTION-CODE = "d"
                     MOVE "D" TO ACTION-CODE.
           IF ACTION-CODE = "l"
                     MOVE "L" TO ACTION-CODE.
           IF ACTION-CODE = "A"
                     PERFORM ADD-A-TERMS-CODE.
           IF ACTION-CODE = "C"
                     PERFORM CHANGE-A-TERMS-CODE.
           IF ACTION-CODE = "D"
                     PERFORM DELETE-A-TERMS-CODE.
           IF ACTION-CODE = "L"
                     PERFORM LIST-THE-TABLE.
           PERFORM GO-AGAIN.

       GET-THE-TERMS-KEY.
           DISPLAY "TERMS CODE ? ".
           ACCEPT CODE-ENTRY.
           INSPECT CODE-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF CODE-ENTRY = SPACE
                     DISPLAY "TERMS CODE MUST BE ENTERED"
                     GO TO GET-THE-TERMS-KEY.
           MOVE CODE-ENTRY TO TERMS-REF-CODE.

      * GET-THE-TERMS TAKES THE DESCRIPTION, THE DISCOUNT AND THE
      * NET DAYS. A DISCOUNT MUST RUN OUT NO LATER THAN THE ITEM
      * FALLS DUE, AND A ZERO PERCENT CARRIES NO DISCOUNT DAYS.
       GET-THE-TERMS.
           PERFORM GET-THE-DESCRIPTION.
           PERFORM GET-THE-NET-DAYS.
           PERFORM GET-THE-DISCOUNT.
           MOVE DESCRIPTION-ENTRY TO TERMS-REF-DESCRIPTION.
           MOVE THE-PERCENT TO TERMS-REF-DISC-PERCENT.
           MOVE THE-DISCOUNT-DAYS TO TERMS-REF-DISC-DAYS.
           MOVE THE-NET-DAYS TO TERMS-REF-NET-DAYS.

       GET-THE-DESCRIPTION.
           DISPLAY "DESCRIPTION (E.G. 2/10 NET 30) ? ".
           ACCEPT DESCRIPTION-ENTRY.
           INSPECT DESCRIPTION-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF DESCRIPTION-ENTRY = SPACE
                     DISPLAY "DESCRIPTION MUST BE ENTERED"
                     GO TO GET-THE-DESCRIPTION.

       GET-THE-NET-DAYS.
           DISPLAY "NET DAYS TO THE DUE DATE (0 FOR COD) ? ".
           ACCEPT DAYS-ENTRY-FIELD.
           MOVE DAYS-ENTRY-FIELD TO THE-NET-DAYS.

       GET-THE-DISCOUNT.
           DISPLAY "DISCOUNT PERCENT (E.G. 2.00, 0 FOR NONE) ? ".
           ACCEPT PERCENT-ENTRY-FIELD.
           MOVE PERCENT-ENTRY-FIELD TO THE-PERCENT.
           MOVE ZERO TO THE-DISCOUNT-DAYS.
           IF THE-PERCENT NOT = ZERO
                     PERFORM GET-THE-DISCOUNT-DAYS.

       GET-THE-DISCOUNT-DAYS.
           DISPLAY "DAYS THE DISCOUNT IS GOOD FOR ? ".
           ACCEPT DAYS-ENTRY-FIELD.
           MOVE DAYS-ENTRY-FIELD TO THE-DISCOUNT-DAYS.
           IF THE-DISCOUNT-DAYS = ZERO
                     DISPLAY "DISCOUNT DAYS MUST NOT BE ZERO"
                     GO TO GET-THE-DISCOUNT-DAYS.
           IF THE-DISCOUNT-DAYS > THE-NET-DAYS
                     DISPLAY "DISCOUNT DAYS MUST NOT PASS THE NET "
                             "DAYS"
                     GO TO GET-THE-DISCOUNT-DAYS.

       ADD-A-TERMS-CODE.
           PERFORM GET-THE-TERMS-KEY.
           PERFORM GET-THE-TERMS.
           WRITE TERMS-REF-RECORD
                     INVALID KEY
                     DISPLAY "TERMS CODE ALREADY ON FILE"
                     NOT INVALID KEY
                     DISPLAY "TERMS ADDED".

       CHANGE-A-TERMS-CODE.
           PERFORM GET-THE-TERMS-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ TERMS-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "TERMS CODE NOT ON THE TABLE"
           ELSE
                     PERFORM DISPLAY-ONE-TERMS-CODE
                     PERFORM GET-THE-TERMS
                     REWRITE TERMS-REF-RECORD
                               INVALID KEY
                               DISPLAY "REWRITE FAILED - STATUS "
                                       TERMS-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "TERMS CHANGED".

      * A CODE STILL ON CUSTOMER RECORDS MAY BE REMOVED; THOSE
      * ACCOUNTS BILL NET 30 UNTIL CUSTUPD01 GIVES THEM NEW TERMS.
       DELETE-A-TERMS-CODE.
           PERFORM GET-THE-TERMS-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ TERMS-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "TERMS CODE NOT ON THE TABLE"
           ELSE
                     DELETE TERMS-FILE
                               INVALID KEY
                               DISPLAY "DELETE FAILED - STATUS "
                                       TERMS-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "TERMS REMOVED".

      * LIST-THE-TABLE PAGES THROUGH THE WHOLE TERMS TABLE. THE FILE
      * IS CLOSED AND REOPENED SO THE SEQUENTIAL READ STARTS AT THE
      * TOP AGAIN.
       LIST-THE-TABLE.
           CLOSE TERMS-FILE.
           OPEN I-O TERMS-FILE.
           MOVE ZEROES TO SCREEN-LINES.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-TERMS-CODE.
           PERFORM LIST-ONE-TERMS-CODE
                 UNTIL END-OF-FILE = "Y".

       READ-NEXT-TERMS-CODE.
           READ TERMS-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       LIST-ONE-TERMS-CODE.
           IF SCREEN-LINES = 15
                     PERFORM PRESS-ENTER.
           PERFORM DISPLAY-ONE-TERMS-CODE.
           ADD 1 TO SCREEN-LINES.
           PERFORM READ-NEXT-TERMS-CODE.

       DISPLAY-ONE-TERMS-CODE.
           MOVE TERMS-REF-DISC-PERCENT TO DISPLAY-PERCENT.
           DISPLAY TERMS-REF-CODE " " TERMS-REF-DESCRIPTION
                   " DISC " DISPLAY-PERCENT "% "
                   TERMS-REF-DISC-DAYS " DAYS, NET "
                   TERMS-REF-NET-DAYS.

       GO-AGAIN.
           DISPLAY "GO AGAIN?".
           ACCEPT YES-NO.
           IF YES-NO = "y"
                     MOVE "Y" TO YES-NO.
           IF YES-NO NOT = "Y"
                     MOVE "N" TO YES-NO.

       PRESS-ENTER.
                 DISPLAY "PRESS ENTER TO CONTINUE..."
                 ACCEPT A-DUMMY.
                 MOVE 0 TO SCREEN-LINES.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

       END PROGRAM TERMMNT01.
