      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPRMNT01.

      ******************************************************************
      * This program maintains CPRICE.DAT, the customer price
      * agreements, keyed by account and product. The operator can
      * add an agreement, change it, remove it, and list the
      * agreements for one account or for all - the same shape
      * TERMMNT01 gives the terms table. Each agreement carries the
      * dates it is in force (a blank end date leaves it open) and
      * up to four quantity-break tiers: break quantity and the unit
      * price from that quantity up. A one-price deal is a single
      * tier with a break of 1. Order entry, quote entry, the order
      * feed and the standing-order run price from it through
      * CPRFND01, so a change takes effect on the next line priced;
      * lines already taken keep their prices.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL CONTRACT-PRICE-FILE
                           ASSIGN TO "CPRICE.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CPRICE-KEY
                           FILE STATUS IS CPRICE-FILE-STATUS.

                 SELECT CUSTOMER-FILE
                           ASSIGN TO "CUSTOMER.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                           FILE STATUS IS CUSTOMER-FILE-STATUS.

                 SELECT PRODUCT-FILE
                           ASSIGN TO "PRODUCT.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PRODUCT-CODE
                           FILE STATUS IS PRODUCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * CONTRACT-PRICE-RECORD IS THE SHARED AGREEMENT LAYOUT - SEE
      * COPYBOOKS/WCPRICE.CPY.
       FD  CONTRACT-PRICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCPRICE.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRODF.

       WORKING-STORAGE SECTION.

           01 CPRICE-FILE-STATUS   PIC XX.
           01 CUSTOMER-FILE-STATUS PIC XX.
           01 PRODUCT-FILE-STATUS  PIC XX.
           01 YES-NO               PIC X.
           01 ACTION-CODE          PIC X.
           01 RECORD-FOUND         PIC X.
           01 END-OF-FILE          PIC X.
           01 ACCOUNT-ENTRY        PIC X(7).
           01 PRODUCT-ENTRY        PIC X(10).
           01 DATE-ENTRY           PIC X(8).
           01 QUANTITY-ENTRY       PIC X(5).
           01 PRICE-ENTRY-FIELD    PIC Z(6).ZZ.
           01 TODAYS-DATE          PIC 9(8).
           01 TIER-SUBSCRIPT       PIC 9.
           01 TIERS-FINISHED       PIC X.
           01 PRIOR-BREAK-QTY      PIC 9(5).
           01 LIST-ACCOUNT         PIC 9(7).
           01 DISPLAY-TIER-PRICE   PIC ZZZZZZ9.99.
           01 DISPLAY-LIST-PRICE   PIC ZZZZZZ9.99.
           01 SCREEN-LINES         PIC 99.
           01 A-DUMMY              PIC X.

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

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
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           OPEN I-O CONTRACT-PRICE-FILE.
           IF CPRICE-FILE-STATUS = "35"
                     OPEN OUTPUT CONTRACT-PRICE-FILE
                     CLOSE CONTRACT-PRICE-FILE
                     OPEN I-O CONTRACT-PRICE-FILE.
           IF CPRICE-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CPRICE.DAT - STATUS "
                             CPRICE-FILE-STATUS
                     STOP RUN.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER.DAT - STATUS "
                             CUSTOMER-FILE-STATUS
                     STOP RUN.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN PRODUCT.DAT - STATUS "
                             PRODUCT-FILE-STATUS
                     STOP RUN.

       CLOSING-PROCEDURE.
           CLOSE CONTRACT-PRICE-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE PRODUCT-FILE.

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
                     PERFORM ADD-AN-AGREEMENT.
           IF ACTION-CODE = "C"
                     PERFORM CHANGE-AN-AGREEMENT.
           IF ACTION-CODE = "D"
                     PERFORM DELETE-AN-AGREEMENT.
           IF ACTION-CODE = "L"
                     PERFORM LIST-THE-AGREEMENTS.
           PERFORM GO-AGAIN.

      * GET-THE-AGREEMENT-KEY TAKES THE ACCOUNT AND PRODUCT. BOTH
      * MUST BE ON FILE, SO AN AGREEMENT CANNOT BE KEYED AGAINST A
      * MIS-TYPED NUMBER THAT NO ORDER WILL EVER CARRY.
       GET-THE-AGREEMENT-KEY.
           PERFORM GET-THE-ACCOUNT.
           PERFORM GET-THE-PRODUCT.
           MOVE CUSTOMER-ACCOUNT-NUMBER TO CPRICE-ACCOUNT.
           MOVE PRODUCT-CODE TO CPRICE-PRODUCT-CODE.

       GET-THE-ACCOUNT.
           DISPLAY "CUSTOMER ACCOUNT NUMBER ? ".
           ACCEPT ACCOUNT-ENTRY.
           MOVE ACCOUNT-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y"
                     DISPLAY "ACCOUNT NUMBER MUST BE NUMERIC"
                     GO TO GET-THE-ACCOUNT.
           MOVE KEYED-NUMBER-VALUE TO CUSTOMER-ACCOUNT-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO CUSTOMER WITH THAT ACCOUNT NUMBER"
                     GO TO GET-THE-ACCOUNT.
           DISPLAY "CUSTOMER: " CUSTOMER-LAST-NAME " "
                   CUSTOMER-FIRST-NAME.

       GET-THE-PRODUCT.
           DISPLAY "PRODUCT CODE ? ".
           ACCEPT PRODUCT-ENTRY.
           INSPECT PRODUCT-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE PRODUCT-ENTRY TO PRODUCT-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO PRODUCT ON FILE FOR THAT CODE"
                     GO TO GET-THE-PRODUCT.
           MOVE PRODUCT-PRICE TO DISPLAY-LIST-PRICE.
           DISPLAY PRODUCT-DESCRIPTION " LIST " DISPLAY-LIST-PRICE.

      * GET-THE-TERMS-OF-DEAL TAKES THE DATES AND THE TIERS.
       GET-THE-TERMS-OF-DEAL.
           PERFORM GET-THE-FROM-DATE.
           PERFORM GET-THE-TO-DATE.
           MOVE ZEROES TO PRIOR-BREAK-QTY.
           MOVE "N" TO TIERS-FINISHED.
           PERFORM GET-ONE-TIER
                     VARYING TIER-SUBSCRIPT FROM 1 BY 1
                     UNTIL TIER-SUBSCRIPT > 4.

       GET-THE-FROM-DATE.
           DISPLAY "IN FORCE FROM (YYYYMMDD, BLANK FOR TODAY) ? ".
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY = SPACE
                     MOVE TODAYS-DATE TO CPRICE-EFFECTIVE-FROM
           ELSE
                     IF DATE-ENTRY IS NUMERIC
                               MOVE DATE-ENTRY TO
                                         CPRICE-EFFECTIVE-FROM
                     ELSE
                               DISPLAY "DATE MUST BE YYYYMMDD"
                               GO TO GET-THE-FROM-DATE.

       GET-THE-TO-DATE.
           DISPLAY "IN FORCE THROUGH (YYYYMMDD, BLANK FOR NO END) ? ".
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY = SPACE
                     MOVE ZEROES TO CPRICE-EFFECTIVE-TO
           ELSE
                     IF DATE-ENTRY IS NUMERIC
                               MOVE DATE-ENTRY TO CPRICE-EFFECTIVE-TO
                     ELSE
                               DISPLAY "DATE MUST BE YYYYMMDD"
                               GO TO GET-THE-TO-DATE.
           IF CPRICE-EFFECTIVE-TO NOT = ZERO AND
              CPRICE-EFFECTIVE-TO < CPRICE-EFFECTIVE-FROM
                     DISPLAY "END DATE MUST NOT BE BEFORE THE START"
                     GO TO GET-THE-TO-DATE.

      * GET-ONE-TIER TAKES A BREAK QUANTITY AND ITS PRICE. A BLANK
      * BREAK ENDS THE TIERS AND CLEARS THE ONES AFTER IT; EACH BREAK
      * MUST BE ABOVE THE ONE BEFORE. THE FIRST TIER IS REQUIRED.
       GET-ONE-TIER.
           IF TIERS-FINISHED = "Y"
                     MOVE ZEROES TO CPRICE-BREAK-QTY (TIER-SUBSCRIPT)
                                    CPRICE-TIER-PRICE (TIER-SUBSCRIPT)
           ELSE
                     PERFORM GET-THE-BREAK-QTY
                     IF TIERS-FINISHED = "N"
                               PERFORM GET-THE-TIER-PRICE.

       GET-THE-BREAK-QTY.
           DISPLAY "TIER " TIER-SUBSCRIPT
                   " - FROM QUANTITY (BLANK TO END) ? ".
           ACCEPT QUANTITY-ENTRY.
           IF QUANTITY-ENTRY = SPACE
                     IF TIER-SUBSCRIPT = 1
                               DISPLAY "AT LEAST ONE TIER IS NEEDED"
                               GO TO GET-THE-BREAK-QTY
                     ELSE
                               MOVE "Y" TO TIERS-FINISHED
                               MOVE ZEROES TO
                                    CPRICE-BREAK-QTY (TIER-SUBSCRIPT)
                                    CPRICE-TIER-PRICE (TIER-SUBSCRIPT)
           ELSE
                     PERFORM EDIT-THE-BREAK-QTY.

       EDIT-THE-BREAK-QTY.
           MOVE QUANTITY-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y" OR
              KEYED-NUMBER-VALUE = ZERO OR
              KEYED-NUMBER-VALUE NOT > PRIOR-BREAK-QTY
                     DISPLAY "BREAK MUST BE NUMERIC AND ABOVE "
                             PRIOR-BREAK-QTY
                     GO TO GET-THE-BREAK-QTY.
           MOVE KEYED-NUMBER-VALUE TO
                     CPRICE-BREAK-QTY (TIER-SUBSCRIPT).
           MOVE KEYED-NUMBER-VALUE TO PRIOR-BREAK-QTY.

       GET-THE-TIER-PRICE.
           DISPLAY "TIER " TIER-SUBSCRIPT " - UNIT PRICE ? ".
           ACCEPT PRICE-ENTRY-FIELD.
           MOVE PRICE-ENTRY-FIELD TO CPRICE-TIER-PRICE (TIER-SUBSCRIPT).
           IF CPRICE-TIER-PRICE (TIER-SUBSCRIPT) = ZERO
                     DISPLAY "PRICE MUST NOT BE ZERO"
                     GO TO GET-THE-TIER-PRICE.

       ADD-AN-AGREEMENT.
           PERFORM GET-THE-AGREEMENT-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ CONTRACT-PRICE-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     DISPLAY "AGREEMENT ALREADY ON FILE - USE CHANGE"
           ELSE
                     PERFORM GET-THE-TERMS-OF-DEAL
                     WRITE CONTRACT-PRICE-RECORD
                               INVALID KEY
                               DISPLAY "WRITE FAILED - STATUS "
                                       CPRICE-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "AGREEMENT ADDED".

       CHANGE-AN-AGREEMENT.
           PERFORM GET-THE-AGREEMENT-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ CONTRACT-PRICE-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO AGREEMENT FOR THAT ACCOUNT AND PRODUCT"
           ELSE
                     PERFORM DISPLAY-ONE-AGREEMENT
                     PERFORM GET-THE-TERMS-OF-DEAL
                     REWRITE CONTRACT-PRICE-RECORD
                               INVALID KEY
                               DISPLAY "REWRITE FAILED - STATUS "
                                       CPRICE-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "AGREEMENT CHANGED".

       DELETE-AN-AGREEMENT.
           PERFORM GET-THE-AGREEMENT-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ CONTRACT-PRICE-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO AGREEMENT FOR THAT ACCOUNT AND PRODUCT"
           ELSE
                     PERFORM DISPLAY-ONE-AGREEMENT
                     DELETE CONTRACT-PRICE-FILE
                               INVALID KEY
                               DISPLAY "DELETE FAILED - STATUS "
                                       CPRICE-FILE-STATUS
                               NOT INVALID KEY
                               DISPLAY "AGREEMENT REMOVED".

      * LIST-THE-AGREEMENTS SHOWS ONE ACCOUNT'S AGREEMENTS, OR ALL OF
      * THEM FOR A BLANK ACCOUNT. THE FILE IS CLOSED AND REOPENED SO
      * THE SEQUENTIAL READ STARTS AT THE TOP AGAIN.
       LIST-THE-AGREEMENTS.
           DISPLAY "ACCOUNT TO LIST (BLANK FOR ALL) ? ".
           ACCEPT ACCOUNT-ENTRY.
           MOVE ZEROES TO LIST-ACCOUNT.
           IF ACCOUNT-ENTRY NOT = SPACE
                     MOVE ACCOUNT-ENTRY TO KEYED-NUMBER-TEXT
                     CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                               KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD
                     IF KEYED-NUMBER-GOOD = "Y"
                               MOVE KEYED-NUMBER-VALUE TO
                                         LIST-ACCOUNT.
           CLOSE CONTRACT-PRICE-FILE.
           OPEN I-O CONTRACT-PRICE-FILE.
           MOVE ZEROES TO SCREEN-LINES.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-AGREEMENT.
           PERFORM LIST-ONE-AGREEMENT
                 UNTIL END-OF-FILE = "Y".

       READ-NEXT-AGREEMENT.
           READ CONTRACT-PRICE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       LIST-ONE-AGREEMENT.
           IF LIST-ACCOUNT = ZERO OR
              CPRICE-ACCOUNT = LIST-ACCOUNT
                     PERFORM SHOW-ONE-LISTED-AGREEMENT.
           PERFORM READ-NEXT-AGREEMENT.

       SHOW-ONE-LISTED-AGREEMENT.
           IF SCREEN-LINES > 13
                     PERFORM PRESS-ENTER.
           PERFORM DISPLAY-ONE-AGREEMENT.
           ADD 2 TO SCREEN-LINES.

       DISPLAY-ONE-AGREEMENT.
           DISPLAY CPRICE-ACCOUNT " " CPRICE-PRODUCT-CODE
                   " FROM " CPRICE-EFFECTIVE-FROM
                   " THROUGH " CPRICE-EFFECTIVE-TO.
           PERFORM DISPLAY-ONE-TIER
                     VARYING TIER-SUBSCRIPT FROM 1 BY 1
                     UNTIL TIER-SUBSCRIPT > 4.

       DISPLAY-ONE-TIER.
           IF CPRICE-BREAK-QTY (TIER-SUBSCRIPT) NOT = ZERO
                     MOVE CPRICE-TIER-PRICE (TIER-SUBSCRIPT) TO
                               DISPLAY-TIER-PRICE
                     DISPLAY "    " CPRICE-BREAK-QTY (TIER-SUBSCRIPT)
                             " AND UP AT " DISPLAY-TIER-PRICE.

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

       END PROGRAM CPRMNT01.
