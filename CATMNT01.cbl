      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATMNT01.

      ******************************************************************
      * This program maintains PRODCAT.DAT, the product category
      * table, in the shape GLAMNT01 gives the chart of accounts: add
      * a product line or a category under a short code with a name,
      * change its name (and, for a category, the line it rolls up
      * into), delete it, and list the table. Every category must
      * roll up into a line already on the table. A line cannot be
      * deleted while any category still rolls up into it, nor a
      * category while any product on PRODUCT.DAT still carries it -
      * move them first, the categories here and the products
      * through PRODUPD01. A supervisor may also set the minimum
      * margin a category's lines must be sold at, and the
      * company-wide minimum on MRGPOL.DAT for categories that set
      * none; order entry holds any line priced under it.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL PRODUCT-CATEGORY-FILE
                           ASSIGN TO "PRODCAT.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CATEGORY-KEY
                           FILE STATUS IS CATEGORY-FILE-STATUS.

                 SELECT PRODUCT-FILE
                           ASSIGN TO "PRODUCT.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PRODUCT-CODE
                           FILE STATUS IS PRODUCT-FILE-STATUS.

                 SELECT OPTIONAL MARGIN-POLICY-FILE
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

       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRODF.

      * MARGIN-POLICY-RECORD IS THE SHARED POLICY LAYOUT - SEE
      * COPYBOOKS/WMRGPOL.CPY.
       FD  MARGIN-POLICY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WMRGPOL.

       WORKING-STORAGE SECTION.

           01 CATEGORY-FILE-STATUS PIC XX.
           01 PRODUCT-FILE-STATUS PIC XX.
           01 MRGPOL-FILE-STATUS PIC XX.
           01 MARGIN-ENTRY       PIC X(2).
           01 YES-NO             PIC X.
           01 ACTION-CODE        PIC X.
           01 RECORD-FOUND       PIC X.
           01 END-OF-FILE        PIC X.
           01 IN-USE             PIC X.
           01 KIND-ENTRY         PIC X.
           01 CODE-ENTRY         PIC X(4).
           01 NAME-ENTRY         PIC X(30).
           01 LINE-ENTRY         PIC X(4).
           01 KEY-HELD           PIC X(5).
           01 RECORD-HELD        PIC X(41).
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
           OPEN I-O PRODUCT-CATEGORY-FILE.
           IF CATEGORY-FILE-STATUS = "35"
                     OPEN OUTPUT PRODUCT-CATEGORY-FILE
                     CLOSE PRODUCT-CATEGORY-FILE
                     OPEN I-O PRODUCT-CATEGORY-FILE.
           IF CATEGORY-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN PRODCAT.DAT - STATUS "
                             CATEGORY-FILE-STATUS
                     STOP RUN.

       CLOSING-PROCEDURE.
           CLOSE PRODUCT-CATEGORY-FILE.

       PROCESS-ACTIONS.
           DISPLAY "(A)DD, (C)HANGE, (D)ELETE, (L)IST, OR "
                   "(M)ARGIN POLICY?".
           ACCEPT ACTION-CODE.
           INSPECT ACTION-CODE CONVERTING "acdlm" TO "ACDLM".
           IF ACTION-CODE = "A"
                     PERFORM ADD-AN-ENTRY.
           IF ACTION-CODE = "C"
                     PERFORM CHANGE-AN-ENTRY.
           IF ACTION-CODE = "D"
                     PERFORM DELETE-AN-ENTRY.
           IF ACTION-CODE = "L"
                     PERFORM LIST-THE-TABLE.
           IF ACTION-CODE = "M"
                     IF OPERATOR-AUTHORITY < 9
                               DISPLAY "SUPERVISOR AUTHORITY IS "
                                       "NEEDED TO SET THE MARGIN POLICY"
                     ELSE
                               PERFORM SET-THE-POLICY.
           PERFORM GO-AGAIN.

       GET-THE-KEY.
           DISPLAY "PRODUCT (L)INE OR (C)ATEGORY ? ".
           ACCEPT KIND-ENTRY.
           INSPECT KIND-ENTRY CONVERTING "lc" TO "LC".
           IF KIND-ENTRY NOT = "L" AND
              KIND-ENTRY NOT = "C"
                     DISPLAY "ANSWER L OR C"
                     GO TO GET-THE-KEY.
           PERFORM GET-THE-CODE.
           MOVE KIND-ENTRY TO CATEGORY-KIND.
           MOVE CODE-ENTRY TO CATEGORY-CODE.

       GET-THE-CODE.
           DISPLAY "CODE (UP TO 4 CHARACTERS) ? ".
           ACCEPT CODE-ENTRY.
           INSPECT CODE-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF CODE-ENTRY = SPACE OR
              CODE-ENTRY = "*"
                     DISPLAY "CODE MUST BE ENTERED"
                     GO TO GET-THE-CODE.

       GET-THE-NAME.
           DISPLAY "NAME ? ".
           ACCEPT NAME-ENTRY.
           IF NAME-ENTRY = SPACE
                     DISPLAY "NAME MUST BE ENTERED"
                     GO TO GET-THE-NAME.
           MOVE NAME-ENTRY TO CATEGORY-NAME.

      * GET-THE-LINE ASKS WHICH PRODUCT LINE A CATEGORY ROLLS UP
      * INTO, AND INSISTS THE LINE IS ALREADY ON THE TABLE. THE
      * CATEGORY ROW BEING BUILT IS HELD ASIDE WHILE THE LINE ROW
      * IS READ INTO THE RECORD AREA.
       GET-THE-LINE.
           DISPLAY "PRODUCT LINE IT ROLLS UP INTO ? ".
           ACCEPT LINE-ENTRY.
           INSPECT LINE-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF LINE-ENTRY = SPACE
                     DISPLAY "PRODUCT LINE MUST BE ENTERED"
                     GO TO GET-THE-LINE.
           MOVE PRODUCT-CATEGORY-RECORD TO RECORD-HELD.
           MOVE "L" TO CATEGORY-KIND.
           MOVE LINE-ENTRY TO CATEGORY-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-CATEGORY-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           MOVE RECORD-HELD TO PRODUCT-CATEGORY-RECORD.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO PRODUCT LINE " LINE-ENTRY
                             " ON THE TABLE - ADD THE LINE FIRST"
                     GO TO GET-THE-LINE.
           MOVE LINE-ENTRY TO CATEGORY-LINE.

      * GET-THE-MARGIN ASKS A SUPERVISOR FOR THE CATEGORY'S MINIMUM
      * MARGIN. ANYONE LESS KEEPS WHAT IS ON THE ROW, SO THE CLERKS
      * WHOSE PRICES IT GUARDS CANNOT LOWER IT.
       GET-THE-MARGIN.
           IF OPERATOR-AUTHORITY = 9
                     PERFORM ASK-FOR-THE-MARGIN.

       ASK-FOR-THE-MARGIN.
           DISPLAY "MINIMUM MARGIN PERCENT (00-99, 00 = COMPANY-WIDE)"
                   " ? ".
           ACCEPT MARGIN-ENTRY.
           IF MARGIN-ENTRY NOT NUMERIC
                     DISPLAY "MUST BE 00 TO 99"
                     GO TO ASK-FOR-THE-MARGIN.
           MOVE MARGIN-ENTRY TO CATEGORY-MIN-MARGIN.

       ADD-AN-ENTRY.
           PERFORM GET-THE-KEY.
           PERFORM GET-THE-NAME.
           MOVE SPACE TO CATEGORY-LINE.
           MOVE ZERO TO CATEGORY-MIN-MARGIN.
           IF CATEGORY-IS-CATEGORY
                     PERFORM GET-THE-LINE
                     PERFORM GET-THE-MARGIN.
           WRITE PRODUCT-CATEGORY-RECORD
                     INVALID KEY
                     DISPLAY "CODE ALREADY ON FILE"
                     NOT INVALID KEY
                     DISPLAY "ENTRY ADDED".

       CHANGE-AN-ENTRY.
           PERFORM GET-THE-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-CATEGORY-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "CODE NOT ON FILE"
           ELSE
                     PERFORM SHOW-THE-ENTRY
                     PERFORM GET-THE-NAME
                     IF CATEGORY-IS-CATEGORY
                               PERFORM GET-THE-LINE
                               IF CATEGORY-MIN-MARGIN NOT NUMERIC
                                         MOVE ZERO TO
                                              CATEGORY-MIN-MARGIN
                                         PERFORM GET-THE-MARGIN
                                         PERFORM REWRITE-THE-ENTRY
                               ELSE
                                         PERFORM GET-THE-MARGIN
                                         PERFORM REWRITE-THE-ENTRY
                     ELSE
                               PERFORM REWRITE-THE-ENTRY.

       REWRITE-THE-ENTRY.
           REWRITE PRODUCT-CATEGORY-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED - STATUS "
                             CATEGORY-FILE-STATUS
                     NOT INVALID KEY
                     DISPLAY "ENTRY CHANGED".

      * DELETE-AN-ENTRY REMOVES THE ROW ONLY ONCE NOTHING POINTS AT
      * IT, SO NO PRODUCT OR CATEGORY IS LEFT NAMING A CODE THAT IS
      * NOT ON THE TABLE.
       DELETE-AN-ENTRY.
           PERFORM GET-THE-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-CATEGORY-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "CODE NOT ON FILE"
           ELSE
                     PERFORM SHOW-THE-ENTRY
                     PERFORM CHECK-THE-ENTRY-IN-USE
                     IF IN-USE = "Y"
                               DISPLAY "NOT DELETED"
                     ELSE
                               DELETE PRODUCT-CATEGORY-FILE RECORD
                                         INVALID KEY
                                         DISPLAY "DELETE FAILED - "
                                                 "STATUS "
                                                 CATEGORY-FILE-STATUS
                                         NOT INVALID KEY
                                         DISPLAY "ENTRY DELETED".

       CHECK-THE-ENTRY-IN-USE.
           MOVE "N" TO IN-USE.
           MOVE CATEGORY-KEY TO KEY-HELD.
           IF CATEGORY-IS-LINE
                     PERFORM CHECK-THE-CATEGORIES
           ELSE
                     PERFORM CHECK-THE-PRODUCTS.
           MOVE KEY-HELD TO CATEGORY-KEY.
           MOVE "Y" TO RECORD-FOUND.
           READ PRODUCT-CATEGORY-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     MOVE "Y" TO IN-USE.

      * CHECK-THE-CATEGORIES WALKS THE CATEGORY ROWS, WHICH ALL SORT
      * UNDER KIND "C", FOR ANY THAT STILL ROLL UP INTO THE LINE.
       CHECK-THE-CATEGORIES.
           MOVE "C" TO CATEGORY-KIND.
           MOVE LOW-VALUES TO CATEGORY-CODE.
           MOVE "N" TO END-OF-FILE.
           START PRODUCT-CATEGORY-FILE
                     KEY IS NOT LESS THAN CATEGORY-KEY
                     INVALID KEY
                     MOVE "Y" TO END-OF-FILE.
           IF END-OF-FILE = "N"
                     PERFORM READ-NEXT-ENTRY.
           PERFORM CHECK-ONE-CATEGORY
                 UNTIL END-OF-FILE = "Y".

       CHECK-ONE-CATEGORY.
           IF NOT CATEGORY-IS-CATEGORY
                     MOVE "Y" TO END-OF-FILE
           ELSE
                     IF CATEGORY-LINE = KEY-HELD (2:4)
                               DISPLAY "CATEGORY " CATEGORY-CODE
                                       " STILL ROLLS UP INTO THIS LINE"
                               MOVE "Y" TO IN-USE
                               PERFORM READ-NEXT-ENTRY
                     ELSE
                               PERFORM READ-NEXT-ENTRY.

      * CHECK-THE-PRODUCTS READS THE PRODUCT FILE THROUGH FOR ANY
      * PRODUCT STILL IN THE CATEGORY, AND STOPS AT THE FIRST ONE.
       CHECK-THE-PRODUCTS.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN PRODUCT FILE - STATUS "
                             PRODUCT-FILE-STATUS
                     MOVE "Y" TO IN-USE
           ELSE
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-PRODUCT
                     PERFORM CHECK-ONE-PRODUCT
                           UNTIL END-OF-FILE = "Y"
                     CLOSE PRODUCT-FILE.

       READ-NEXT-PRODUCT.
           READ PRODUCT-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       CHECK-ONE-PRODUCT.
           IF PRODUCT-CATEGORY = KEY-HELD (2:4)
                     DISPLAY "PRODUCT " PRODUCT-CODE
                             " IS STILL IN THIS CATEGORY"
                     MOVE "Y" TO IN-USE
                     MOVE "Y" TO END-OF-FILE
           ELSE
                     PERFORM READ-NEXT-PRODUCT.

       SHOW-THE-ENTRY.
           IF CATEGORY-IS-LINE
                     DISPLAY "ON FILE: LINE " CATEGORY-CODE " "
                             CATEGORY-NAME
           ELSE
                     PERFORM SHOW-THE-MARGIN
                     DISPLAY "ON FILE: CATEGORY " CATEGORY-CODE " "
                             CATEGORY-NAME " IN LINE "
                             CATEGORY-LINE " MIN MARGIN "
                             MARGIN-ENTRY.

      * SHOW-THE-MARGIN PUTS THE CATEGORY'S MINIMUM MARGIN UP FOR
      * DISPLAY, "CO" WHEN THE COMPANY-WIDE FIGURE APPLIES.
       SHOW-THE-MARGIN.
           IF CATEGORY-MIN-MARGIN NOT NUMERIC
                     MOVE "CO" TO MARGIN-ENTRY
           ELSE
                     IF CATEGORY-MIN-MARGIN = ZERO
                               MOVE "CO" TO MARGIN-ENTRY
                     ELSE
                               MOVE CATEGORY-MIN-MARGIN TO
                                    MARGIN-ENTRY.

      * LIST-THE-TABLE PAGES THROUGH THE WHOLE TABLE - THE CATEGORIES
      * FIRST, THEN THE LINES, AS THEY FALL IN KEY ORDER. THE FILE IS
      * CLOSED AND REOPENED SO THE SEQUENTIAL READ STARTS AT THE TOP.
       LIST-THE-TABLE.
           CLOSE PRODUCT-CATEGORY-FILE.
           OPEN I-O PRODUCT-CATEGORY-FILE.
           MOVE ZEROES TO SCREEN-LINES.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-ENTRY.
           PERFORM LIST-ONE-ENTRY
                 UNTIL END-OF-FILE = "Y".

       READ-NEXT-ENTRY.
           READ PRODUCT-CATEGORY-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       LIST-ONE-ENTRY.
           IF SCREEN-LINES = 15
                     PERFORM PRESS-ENTER.
           IF CATEGORY-IS-LINE
                     DISPLAY "LINE     " CATEGORY-CODE " "
                             CATEGORY-NAME
           ELSE
                     PERFORM SHOW-THE-MARGIN
                     DISPLAY "CATEGORY " CATEGORY-CODE " "
                             CATEGORY-NAME " LINE " CATEGORY-LINE
                             " MARGIN " MARGIN-ENTRY.
           ADD 1 TO SCREEN-LINES.
           PERFORM READ-NEXT-ENTRY.

      * SET-THE-POLICY KEYS THE COMPANY-WIDE MINIMUM MARGIN ONTO
      * MRGPOL.DAT, FOR EVERY CATEGORY THAT SETS NONE OF ITS OWN.
       SET-THE-POLICY.
           DISPLAY "COMPANY-WIDE MINIMUM MARGIN PERCENT (00-99) ? ".
           ACCEPT MARGIN-ENTRY.
           IF MARGIN-ENTRY NOT NUMERIC
                     DISPLAY "MUST BE 00 TO 99"
                     GO TO SET-THE-POLICY.
           OPEN OUTPUT MARGIN-POLICY-FILE.
           IF MRGPOL-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO WRITE MRGPOL.DAT - STATUS "
                             MRGPOL-FILE-STATUS
           ELSE
                     MOVE MARGIN-ENTRY TO MARGIN-POLICY-MINIMUM
                     WRITE MARGIN-POLICY-RECORD
                     CLOSE MARGIN-POLICY-FILE
                     DISPLAY "POLICY SET - LINES UNDER "
                             MARGIN-POLICY-MINIMUM " PERCENT MARGIN "
                             "NEED APPROVAL".

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

       END PROGRAM CATMNT01.
