      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMCOL01.

      ******************************************************************
      * This subprogram is the one place the commission runs ask
      * what became of an invoice, the way FXFND01 is the one place
      * a rate is looked up. Called with an invoice number it hands
      * back a state and a date:
      *   P  PAID - THE ITEM IS CLOSED AND ARCASH.DAT HOLDS PAYMENT
      *      AGAINST IT; THE DATE IS THE LAST PAYMENT POSTED
      *   W  WRITTEN OFF - THE ITEM WAS CLOSED BY A WRITE-OFF ON
      *      ARWOFF.DAT; THE DATE IS THE WRITE-OFF
      *   O  STILL OPEN; THE DATE IS THE INVOICE DATE
      *   C  CLOSED WITH NO PAYMENT AND NO WRITE-OFF ON FILE (TAKEN
      *      BY A CREDIT); THE DATE IS ZERO
      *   N  NOT ON ARITEM.DAT; THE DATE IS ZERO
      * A small-balance sweep (SB) or a discount taken (DC) closes a
      * paid invoice without making it a write-off, so neither is
      * counted as one here.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL AR-ITEM-FILE
                           ASSIGN TO "ARITEM.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS AR-INVOICE-NUMBER
                           FILE STATUS IS AR-FILE-STATUS.

                 SELECT OPTIONAL CASH-FILE
                           ASSIGN TO "ARCASH.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CASH-FILE-STATUS.

                 SELECT OPTIONAL WRITE-OFF-FILE
                           ASSIGN TO "ARWOFF.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WRITE-OFF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * AR-ITEM-RECORD, AR-CASH-RECORD AND AR-WRITE-OFF-RECORD ARE
      * THE SHARED LAYOUTS - SEE COPYBOOKS/WARITEM.CPY, WARCASH.CPY
      * AND WARWOFF.CPY.
       FD  AR-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARITEM.

       FD  CASH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARCASH.

       FD  WRITE-OFF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARWOFF.

       WORKING-STORAGE SECTION.

       01  AR-FILE-STATUS            PIC XX.
       01  CASH-FILE-STATUS          PIC XX.
       01  WRITE-OFF-FILE-STATUS     PIC XX.
       01  END-OF-FILE               PIC X.
       01  RECORD-FOUND              PIC X.

       LINKAGE SECTION.

       01  COLLECT-INVOICE-NUMBER    PIC 9(7).
       01  COLLECT-STATE             PIC X.
       01  COLLECT-DATE              PIC 9(8).

       PROCEDURE DIVISION USING COLLECT-INVOICE-NUMBER COLLECT-STATE
                                COLLECT-DATE.
       MAIN-PROCEDURE.
            MOVE "N" TO COLLECT-STATE.
            MOVE ZEROES TO COLLECT-DATE.
            OPEN INPUT AR-ITEM-FILE.
            IF AR-FILE-STATUS = "00"
                      PERFORM LOOK-UP-THE-ITEM.
            CLOSE AR-ITEM-FILE.
            GOBACK.

       LOOK-UP-THE-ITEM.
           MOVE COLLECT-INVOICE-NUMBER TO AR-INVOICE-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ AR-ITEM-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     IF AR-ITEM-IS-OPEN
                               MOVE "O" TO COLLECT-STATE
                               MOVE AR-INVOICE-DATE TO COLLECT-DATE
                     ELSE
                               PERFORM FIND-HOW-IT-CLOSED.

      * FIND-HOW-IT-CLOSED LOOKS FOR A WRITE-OFF FIRST - AN INVOICE
      * PART PAID AND THE REST WRITTEN OFF WAS NOT COLLECTED - AND
      * ONLY THEN FOR THE PAYMENTS THAT CLOSED IT.
       FIND-HOW-IT-CLOSED.
           MOVE "C" TO COLLECT-STATE.
           PERFORM SCAN-THE-WRITE-OFFS.
           IF COLLECT-STATE = "C"
                     PERFORM SCAN-THE-PAYMENTS.

       SCAN-THE-WRITE-OFFS.
           OPEN INPUT WRITE-OFF-FILE.
           IF WRITE-OFF-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-WRITE-OFF
                     PERFORM CHECK-ONE-WRITE-OFF
                          UNTIL END-OF-FILE = "Y".
           CLOSE WRITE-OFF-FILE.

       READ-NEXT-WRITE-OFF.
           READ WRITE-OFF-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       CHECK-ONE-WRITE-OFF.
           IF WOFF-INVOICE-NUMBER = COLLECT-INVOICE-NUMBER AND
              WOFF-REASON NOT = "DC" AND
              WOFF-REASON NOT = "SB"
                     MOVE "W" TO COLLECT-STATE
                     IF WOFF-DATE > COLLECT-DATE
                               MOVE WOFF-DATE TO COLLECT-DATE.
           PERFORM READ-NEXT-WRITE-OFF.

       SCAN-THE-PAYMENTS.
           OPEN INPUT CASH-FILE.
           IF CASH-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-PAYMENT
                     PERFORM CHECK-ONE-PAYMENT
                          UNTIL END-OF-FILE = "Y".
           CLOSE CASH-FILE.

       READ-NEXT-PAYMENT.
           READ CASH-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       CHECK-ONE-PAYMENT.
           IF CASH-INVOICE-NUMBER = COLLECT-INVOICE-NUMBER
                     MOVE "P" TO COLLECT-STATE
                     IF CASH-DATE > COLLECT-DATE
                               MOVE CASH-DATE TO COLLECT-DATE.
           PERFORM READ-NEXT-PAYMENT.

       END PROGRAM COMCOL01.
