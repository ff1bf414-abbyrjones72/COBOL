      * stock out through PRODMOV01 first. A price correction here is
      * filed to the PRODPRCH.DAT price history the same as a planned
      * change through PRODPRC01, so the history stays complete.
      * Marking a product serialized, and its warranty length, is
      * done here too - see WPRODF.cpy - as is putting the product
      * in its category, which must already be on the PRODCAT.DAT
      * table CATMNT01 keeps.
      ******************************************************************

       ENVIRONMENT DIVISION.
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS HISTORY-FILE-STATUS.

                 SELECT OPTIONAL PRODUCT-CATEGORY-FILE
                           ASSIGN TO "PRODCAT.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CATEGORY-KEY
                           FILE STATUS IS CATEGORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

                 05 HISTORY-ENTERED-DATE   PIC 9(8).
                 05 HISTORY-OPERATOR-ID    PIC X(10).

      * PRODUCT-CATEGORY-RECORD IS THE SHARED CATEGORY TABLE LAYOUT -
      * SEE COPYBOOKS/WPRODCAT.CPY.
       FD  PRODUCT-CATEGORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPRODCAT.

       WORKING-STORAGE SECTION.

           01 PRODUCT-FILE-STATUS   PIC XX.
           01 VENDOR-ENTRY          PIC X(5).
           01 UNIT-ENTRY            PIC X(4).
           01 PACK-ENTRY            PIC X(4).
           01 WEIGHT-ENTRY-FIELD    PIC Z(4)9.99.
           01 SERIAL-ENTRY          PIC X.
           01 MONTHS-ENTRY          PIC X(3).
           01 CATEGORY-ENTRY        PIC X(4).

      * CATEGORY LOOKUP FIELDS FOR THE SHARED LOOK-UP-THE-CATEGORY
      * PARAGRAPH - SEE COPYBOOKS/WCATLKW.CPY.
       COPY WCATLKW.

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                     DISPLAY "UNABLE TO OPEN PRODUCT FILE - STATUS "
                             PRODUCT-FILE-STATUS
                     STOP RUN.
           PERFORM OPEN-THE-CATEGORY-FILE.

       CLOSING-PROCEDURE.
           CLOSE PRODUCT-FILE.
           PERFORM CLOSE-THE-CATEGORY-FILE.

      * THE RECORD IS CLAIMED THROUGH RECLCK01 BEFORE ANY ACTION
      * AND RELEASED AFTER, SO TWO OPERATORS ON THE SAME PRODUCT
                             PRODUCT-PRIMARY-VENDOR
                     DISPLAY "UNITS: STOCK " PRODUCT-STOCK-UNIT
                             " PACK " PRODUCT-PACK-UNIT " OF "
                             PRODUCT-PACK-SIZE
                     DISPLAY "SHIP WEIGHT: " PRODUCT-SHIP-WEIGHT
                             " LB PER " PRODUCT-STOCK-UNIT
                     PERFORM SHOW-THE-SERIAL-SETTINGS
                     PERFORM SHOW-THE-CATEGORY.

      * A RECORD FROM BEFORE SERIAL TRACKING CARRIES BLANKS IN THE
      * SERIAL FIELDS; THEY ARE SHOWN, AND KEPT, AS "N" AND ZERO.
       SHOW-THE-SERIAL-SETTINGS.
           IF NOT PRODUCT-IS-SERIALIZED
                     MOVE "N" TO PRODUCT-SERIAL-FLAG.
           IF PRODUCT-WARRANTY-MONTHS IS NOT NUMERIC
                     MOVE ZERO TO PRODUCT-WARRANTY-MONTHS.
           DISPLAY "SERIALIZED:  " PRODUCT-SERIAL-FLAG
                   "   WARRANTY MONTHS: " PRODUCT-WARRANTY-MONTHS.

      * A RECORD FROM BEFORE CATEGORIES CARRIES BLANKS THERE AND
      * SHOWS AS UNCATEGORIZED.
       SHOW-THE-CATEGORY.
           MOVE PRODUCT-CATEGORY TO LOOKUP-CATEGORY.
           PERFORM LOOK-UP-THE-CATEGORY.
           DISPLAY "CATEGORY:    " PRODUCT-CATEGORY " "
                   LOOKUP-CATEGORY-NAME.
           DISPLAY "LINE:        " LOOKUP-LINE " " LOOKUP-LINE-NAME.

       GET-ACTION.
           DISPLAY "(C)ORRECT, (D)ISCONTINUE, OR (N)OTHING?".
                               MOVE PACK-ENTRY TO PRODUCT-PACK-SIZE
                     ELSE
                               DISPLAY "PACK SIZE NOT NUMERIC - KEPT".
           DISPLAY "SHIP WEIGHT IN POUNDS PER STOCKING UNIT (BLANK "
                   "KEEPS) ? ".
           ACCEPT WEIGHT-ENTRY-FIELD.
           IF WEIGHT-ENTRY-FIELD NOT = SPACE
                     MOVE WEIGHT-ENTRY-FIELD TO PRODUCT-SHIP-WEIGHT.
           PERFORM GET-THE-SERIAL-FLAG.
           PERFORM GET-THE-WARRANTY-MONTHS.
           PERFORM GET-THE-CATEGORY.
           REWRITE PRODUCT-RECORD
                     INVALID KEY
                     DISPLAY "REWRITE FAILED - STATUS "
                     IF PRODUCT-PRICE NOT = OLD-PRICE-HELD
                               PERFORM FILE-THE-PRICE-CORRECTION.

      * GET-THE-SERIAL-FLAG MARKS THE PRODUCT SERIALIZED OR NOT.
      * UNITS ALREADY ON HAND WHEN IT IS TURNED ON HAVE NO SERIAL
      * ROW - ORDSHP01 FILES ONE AS EACH SHIPS.
       GET-THE-SERIAL-FLAG.
           DISPLAY "SERIALIZED - EACH UNIT HAS A SERIAL NUMBER (Y/N, "
                   "BLANK KEEPS) ? ".
           ACCEPT SERIAL-ENTRY.
           IF SERIAL-ENTRY = "y"
                     MOVE "Y" TO SERIAL-ENTRY.
           IF SERIAL-ENTRY = "n"
                     MOVE "N" TO SERIAL-ENTRY.
           IF SERIAL-ENTRY = "Y" OR SERIAL-ENTRY = "N"
                     MOVE SERIAL-ENTRY TO PRODUCT-SERIAL-FLAG
           ELSE
                     IF SERIAL-ENTRY NOT = SPACE
                               DISPLAY "ANSWER Y OR N"
                               GO TO GET-THE-SERIAL-FLAG.

       GET-THE-WARRANTY-MONTHS.
           DISPLAY "WARRANTY MONTHS FROM SHIPMENT (0 = NONE, BLANK "
                   "KEEPS) ? ".
           ACCEPT MONTHS-ENTRY.
           IF MONTHS-ENTRY NOT = SPACE
                     MOVE MONTHS-ENTRY TO KEYED-NUMBER-TEXT
                     CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                               KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD
                     IF KEYED-NUMBER-GOOD NOT = "Y" OR
                        KEYED-NUMBER-VALUE > 999
                               DISPLAY "MONTHS MUST BE 0 TO 999"
                               GO TO GET-THE-WARRANTY-MONTHS
                     ELSE
                               MOVE KEYED-NUMBER-VALUE TO
                                    PRODUCT-WARRANTY-MONTHS.

      * GET-THE-CATEGORY PUTS THE PRODUCT IN A CATEGORY ALREADY ON
      * THE TABLE, OR "*" TAKES IT OUT OF ANY CATEGORY.
       GET-THE-CATEGORY.
           DISPLAY "CATEGORY (* = NONE, BLANK KEEPS CURRENT) ? ".
           ACCEPT CATEGORY-ENTRY.
           INSPECT CATEGORY-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF CATEGORY-ENTRY = "*"
                     MOVE SPACE TO PRODUCT-CATEGORY
           ELSE
                     IF CATEGORY-ENTRY NOT = SPACE
                               MOVE CATEGORY-ENTRY TO LOOKUP-CATEGORY
                               PERFORM LOOK-UP-THE-CATEGORY
                               IF LOOKUP-CATEGORY-FOUND NOT = "Y"
                                         DISPLAY "CATEGORY NOT ON "
                                                 "PRODCAT.DAT - SEE "
                                                 "CATMNT01"
                                         GO TO GET-THE-CATEGORY
                               ELSE
                                         MOVE CATEGORY-ENTRY TO
                                              PRODUCT-CATEGORY.

      * DISCONTINUE-THE-PRODUCT MARKS THE PRODUCT "D" SO IT DROPS OFF
      * THE BUYING REPORTS, BUT ONLY ONCE NOTHING IS LEFT ON HAND.
       DISCONTINUE-THE-PRODUCT.
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

      * LOOK-UP-THE-CATEGORY IS SHARED ACROSS PROGRAMS THAT GROUP
      * PRODUCTS BY CATEGORY - SEE COPYBOOKS/CATLKUP.CPY.
       COPY CATLKUP.

       END PROGRAM PRODUPD01.
