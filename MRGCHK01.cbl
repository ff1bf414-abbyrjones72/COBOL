      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRGCHK01.

      ******************************************************************
      * This subprogram is the one place a line's selling price is
      * checked against the minimum margin, the way FISCHK01 is the
      * one place a posting date is checked against the calendar.
      * Called with the margin check area (WMRGCHK.CPY) holding the
      * product's category, the unit price and the unit cost, it
      * works out the gross margin as a percent of the price, finds
      * the minimum that applies - the category's own on PRODCAT.DAT
      * when it sets one, else the company-wide figure on MRGPOL.DAT,
      * else none - and flags the line short when it is priced under
      * cost or under that minimum. Order entry, quotations and the
      * order change program hold a short line for a supervisor.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT PRODUCT-CATEGORY-FILE
                           ASSIGN TO "PRODCAT.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CATEGORY-KEY
                           FILE STATUS IS CATEGORY-FILE-STATUS.

                 SELECT MARGIN-POLICY-FILE
                           ASSIGN TO "MRGPOL.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS MRGPOL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * PRODUCT-CATEGORY-RECORD IS THE SHARED CATEGORY TABLE LAYOUT -
      * SEE COPYBOOKS/WPRODCAT.CPY.
       FD  PRODUCT-CATEGORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRODCAT.

      * MARGIN-POLICY-RECORD IS THE SHARED POLICY LAYOUT - SEE
      * COPYBOOKS/WMRGPOL.CPY.
       FD  MARGIN-POLICY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WMRGPOL.

       WORKING-STORAGE SECTION.

       01  CATEGORY-FILE-STATUS      PIC XX.
       01  MRGPOL-FILE-STATUS        PIC XX.
       01  RECORD-FOUND              PIC X.
       01  MARGIN-WORK               PIC S9(9)V9.

       LINKAGE SECTION.

      * MARGIN-CHECK-AREA IS THE SHARED MARGIN CHECK LAYOUT - SEE
      * COPYBOOKS/WMRGCHK.CPY.
       COPY WMRGCHK.

       PROCEDURE DIVISION USING MARGIN-CHECK-AREA.
       MAIN-PROCEDURE.
            MOVE ZERO TO MARGIN-PERCENT.
            MOVE "N" TO MARGIN-SHORT.
            PERFORM FIND-THE-MINIMUM.
            IF MARGIN-UNIT-COST = ZERO
                      MOVE 100 TO MARGIN-PERCENT
                      GOBACK.
            PERFORM WORK-OUT-THE-MARGIN.
            IF MARGIN-UNIT-PRICE < MARGIN-UNIT-COST OR
               MARGIN-PERCENT < MARGIN-MINIMUM
                      MOVE "Y" TO MARGIN-SHORT.
            GOBACK.

      * FIND-THE-MINIMUM TAKES THE CATEGORY'S OWN MINIMUM WHEN IT
      * SETS ONE, AND FALLS BACK TO THE COMPANY-WIDE POLICY.
       FIND-THE-MINIMUM.
           MOVE ZERO TO MARGIN-MINIMUM.
           IF MARGIN-CATEGORY NOT = SPACE
                     PERFORM READ-THE-CATEGORY.
           IF MARGIN-MINIMUM = ZERO
                     PERFORM READ-THE-POLICY.

       READ-THE-CATEGORY.
           OPEN INPUT PRODUCT-CATEGORY-FILE.
           IF CATEGORY-FILE-STATUS = "00"
                     MOVE "C" TO CATEGORY-KIND
                     MOVE MARGIN-CATEGORY TO CATEGORY-CODE
                     MOVE "Y" TO RECORD-FOUND
                     READ PRODUCT-CATEGORY-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND
                     END-READ
                     IF RECORD-FOUND = "Y" AND
                        CATEGORY-MIN-MARGIN NUMERIC
                               MOVE CATEGORY-MIN-MARGIN TO
                                    MARGIN-MINIMUM
                     END-IF
                     CLOSE PRODUCT-CATEGORY-FILE.

       READ-THE-POLICY.
           OPEN INPUT MARGIN-POLICY-FILE.
           IF MRGPOL-FILE-STATUS = "00"
                     READ MARGIN-POLICY-FILE
                               AT END
                               MOVE ZERO TO MARGIN-POLICY-MINIMUM
                     END-READ
                     IF MARGIN-POLICY-MINIMUM NUMERIC
                               MOVE MARGIN-POLICY-MINIMUM TO
                                    MARGIN-MINIMUM
                     END-IF
                     CLOSE MARGIN-POLICY-FILE.

      * WORK-OUT-THE-MARGIN IS (PRICE - COST) / PRICE AS A PERCENT,
      * STOPPING AT -999.9 FOR A LINE GIVEN AWAY OR NEARLY SO.
       WORK-OUT-THE-MARGIN.
           IF MARGIN-UNIT-PRICE = ZERO
                     MOVE -999.9 TO MARGIN-PERCENT
           ELSE
                     COMPUTE MARGIN-WORK ROUNDED =
                             (MARGIN-UNIT-PRICE - MARGIN-UNIT-COST)
                             * 100 / MARGIN-UNIT-PRICE
                     IF MARGIN-WORK < -999.9
                               MOVE -999.9 TO MARGIN-PERCENT
                     ELSE
                               MOVE MARGIN-WORK TO MARGIN-PERCENT.

       END PROGRAM MRGCHK01.
