      * with the GOODBYE trailer carrying the operator id so the
      * month-end copy is a signed artifact. The product file is
      * already in code order, so the prefix break needs no sort.
      * WHEN THE OPERATOR ASKS, THE REPORT INSTEAD GROUPS PRODUCTS BY
      * PRODUCT LINE AND CATEGORY (SEE WPRODCAT.CPY) WITH A SUBTOTAL
      * AT EACH, OR PRINTS THOSE SUBTOTALS ALONE; THAT ORDER DOES
      * NEED A SORT, THROUGH THE PRODVAL WORK FILES.
      ******************************************************************

       ENVIRONMENT DIVISION.
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS PRODUCT-CODE.

                 SELECT OPTIONAL PRODUCT-CATEGORY-FILE
                 ASSIGN TO "PRODCAT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CATEGORY-KEY
                 FILE STATUS IS CATEGORY-FILE-STATUS.

                 SELECT VALUE-WORK-FILE
                 ASSIGN TO "PRODVAL1.WRK"
                 ORGANIZATION IS SEQUENTIAL.

                 SELECT VALUE-SORT-FILE
                 ASSIGN TO "PRODVAL2.WRK".

                 SELECT GROUPED-FILE
                 ASSIGN TO "PRODVAL3.WRK"
                 ORGANIZATION IS SEQUENTIAL.

                 SELECT PRINTER-FILE
                 ASSIGN TO PRINTER
                 ORGANIZATION IS LINE SEQUENTIAL.
           LABEL RECORDS ARE STANDARD.
       COPY WPRODF.

      * PRODUCT-CATEGORY-RECORD IS THE SHARED CATEGORY TABLE LAYOUT -
      * SEE COPYBOOKS/WPRODCAT.CPY.
       FD  PRODUCT-CATEGORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WPRODCAT.

      * ONE ROW PER PRODUCT FOR THE CATEGORY LAYOUTS: ITS LINE AND
      * CATEGORY UP FRONT FOR THE SORT, THEN THE WHOLE PRODUCT ROW.
       FD  VALUE-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  VALUE-WORK-RECORD.
                 05 VWORK-LINE                 PIC X(4).
                 05 VWORK-CATEGORY             PIC X(4).
                 05 VWORK-LINE-NAME            PIC X(30).
                 05 VWORK-CATEGORY-NAME        PIC X(30).
                 05 VWORK-PRODUCT              PIC X(106).

       SD  VALUE-SORT-FILE.
       01  VALUE-SORT-RECORD.
                 05 VSORT-LINE                 PIC X(4).
                 05 VSORT-CATEGORY             PIC X(4).
                 05 VSORT-LINE-NAME            PIC X(30).
                 05 VSORT-CATEGORY-NAME        PIC X(30).
                 05 VSORT-PRODUCT-CODE         PIC X(10).
                 05 FILLER                     PIC X(96).

       FD  GROUPED-FILE
           LABEL RECORDS ARE STANDARD.
       01  GROUPED-RECORD.
                 05 GROUPED-LINE               PIC X(4).
                 05 GROUPED-CATEGORY           PIC X(4).
                 05 GROUPED-LINE-NAME          PIC X(30).
                 05 GROUPED-CATEGORY-NAME      PIC X(30).
                 05 GROUPED-PRODUCT            PIC X(106).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                      PIC X(80).
                 05 FILLER                     PIC X(10) VALUE
                                               "OPERATOR: ".
                 05 SUB-OPERATOR-ID            PIC X(10).
                 05 FILLER                     PIC X(2) VALUE SPACE.
                 05 SUB-LAYOUT-NAME            PIC X(33).

       01  COLUMN-HEADINGS.
                 05 FILLER                     PIC X(12) VALUE
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-GROUP-RETAIL         PIC ZZ,ZZZ,ZZ9.99.

      * THE SUBTOTAL AT EACH CATEGORY AND EACH PRODUCT LINE, THE
      * VALUES UNDER THE DETAIL COLUMNS.
       01  BREAK-TOTAL-LINE.
                 05 FILLER                     PIC X(2) VALUE SPACE.
                 05 PRINT-BREAK-KIND           PIC X(9).
                 05 PRINT-BREAK-CODE           PIC X(4).
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-BREAK-NAME           PIC X(30).
                 05 FILLER                     PIC X(6) VALUE SPACE.
                 05 PRINT-BREAK-VALUE          PIC ZZ,ZZZ,ZZ9.99.
                 05 FILLER                     PIC X(1) VALUE SPACE.
                 05 PRINT-BREAK-RETAIL         PIC ZZ,ZZZ,ZZ9.99.

       01  GRAND-TOTAL-LINE.
                 05 FILLER                     PIC X(25) VALUE
                                        "TOTAL VALUE AT COST:".
       01  GROUP-RETAIL                        PIC 9(12)V99.
       01  GRAND-VALUE                         PIC 9(13)V99.
       01  GRAND-RETAIL                        PIC 9(13)V99.
       01  LINE-VALUE                          PIC 9(13)V99.
       01  LINE-RETAIL                         PIC 9(13)V99.
       01  CURRENT-PREFIX                      PIC X(3).
       01  CURRENT-LINE                        PIC X(4).
       01  CURRENT-LINE-NAME                   PIC X(30).
       01  CURRENT-CATEGORY                    PIC X(4).
       01  CURRENT-CATEGORY-NAME               PIC X(30).

      * CATEGORY LOOKUP AND REPORT LAYOUT FIELDS FOR THE SHARED
      * CATEGORY PARAGRAPHS - SEE COPYBOOKS/WCATLKW.CPY.
       COPY WCATLKW.
       01  FIRST-RECORD-SEEN                   PIC X.

       PROCEDURE DIVISION.
            MOVE ZEROES TO PRINT-LINES PAGE-NUMBER.
            MOVE ZEROES TO GROUP-VALUE GRAND-VALUE.
            MOVE ZEROES TO GROUP-RETAIL GRAND-RETAIL.
            MOVE ZEROES TO LINE-VALUE LINE-RETAIL.
            MOVE "N" TO FIRST-RECORD-SEEN.
            PERFORM START-NEW-PAGE.
            IF LAYOUT-IS-BY-CATEGORY
                      PERFORM VALUE-BY-CATEGORY
            ELSE
                      PERFORM VALUE-BY-CODE.
            PERFORM PRINT-GRAND-TOTAL.
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.
       OPENING-PROCEDURE.
                 PERFORM GET-OPERATOR-ID.
                 MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
                 PERFORM GET-THE-REPORT-LAYOUT.
                 MOVE REPORT-LAYOUT-NAME TO SUB-LAYOUT-NAME.
                 OPEN INPUT PRODUCT-FILE.
                 OPEN OUTPUT PRINTER-FILE.

                 PERFORM END-LAST-PAGE.
                 CLOSE PRINTER-FILE.

       VALUE-BY-CODE.
                 MOVE "N" TO END-OF-FILE.
                 PERFORM READ-NEXT-RECORD.
                 IF END-OF-FILE = "Y"
                           MOVE "NO RECORDS FOUND" TO PRINTER-RECORD
                           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                 PERFORM VALUE-RECORDS
                      UNTIL END-OF-FILE = "Y".
                 IF FIRST-RECORD-SEEN = "Y"
                           PERFORM CLOSE-OUT-THE-GROUP.

      * VALUE-BY-CATEGORY TAGS EVERY PRODUCT WITH ITS LINE AND
      * CATEGORY, SORTS THEM INTO THAT ORDER, AND VALUES THEM WITH A
      * BREAK AT EACH CHANGE OF CATEGORY AND OF LINE.
       VALUE-BY-CATEGORY.
                 PERFORM OPEN-THE-CATEGORY-FILE.
                 OPEN OUTPUT VALUE-WORK-FILE.
                 MOVE "N" TO END-OF-FILE.
                 PERFORM READ-NEXT-RECORD.
                 PERFORM TAG-ONE-PRODUCT
                      UNTIL END-OF-FILE = "Y".
                 CLOSE VALUE-WORK-FILE.
                 PERFORM CLOSE-THE-CATEGORY-FILE.
                 SORT VALUE-SORT-FILE
                      ON ASCENDING KEY VSORT-LINE
                                       VSORT-CATEGORY
                                       VSORT-PRODUCT-CODE
                      USING VALUE-WORK-FILE
                      GIVING GROUPED-FILE.
                 OPEN INPUT GROUPED-FILE.
                 MOVE "N" TO END-OF-FILE.
                 PERFORM READ-NEXT-GROUPED.
                 IF END-OF-FILE = "Y"
                           MOVE "NO RECORDS FOUND" TO PRINTER-RECORD
                           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
                 PERFORM VALUE-GROUPED-RECORDS
                      UNTIL END-OF-FILE = "Y".
                 IF FIRST-RECORD-SEEN = "Y"
                           PERFORM CLOSE-OUT-THE-CATEGORY
                           PERFORM CLOSE-OUT-THE-LINE.
                 CLOSE GROUPED-FILE.

       TAG-ONE-PRODUCT.
                 MOVE PRODUCT-CATEGORY TO LOOKUP-CATEGORY.
                 PERFORM LOOK-UP-THE-CATEGORY.
                 MOVE LOOKUP-LINE TO VWORK-LINE.
                 MOVE PRODUCT-CATEGORY TO VWORK-CATEGORY.
                 MOVE LOOKUP-LINE-NAME TO VWORK-LINE-NAME.
                 MOVE LOOKUP-CATEGORY-NAME TO VWORK-CATEGORY-NAME.
                 MOVE PRODUCT-RECORD TO VWORK-PRODUCT.
                 WRITE VALUE-WORK-RECORD.
                 PERFORM READ-NEXT-RECORD.

       READ-NEXT-GROUPED.
                 READ GROUPED-FILE NEXT RECORD
                 AT END
                 MOVE "Y" TO END-OF-FILE.

       VALUE-GROUPED-RECORDS.
                 MOVE GROUPED-PRODUCT TO PRODUCT-RECORD.
                 IF FIRST-RECORD-SEEN = "N"
                           MOVE "Y" TO FIRST-RECORD-SEEN
                           PERFORM START-THE-LINE
                           PERFORM START-THE-CATEGORY.
                 IF GROUPED-LINE NOT = CURRENT-LINE
                           PERFORM CLOSE-OUT-THE-CATEGORY
                           PERFORM CLOSE-OUT-THE-LINE
                           PERFORM START-THE-LINE
                           PERFORM START-THE-CATEGORY.
                 IF GROUPED-CATEGORY NOT = CURRENT-CATEGORY
                           PERFORM CLOSE-OUT-THE-CATEGORY
                           PERFORM START-THE-CATEGORY.
                 PERFORM EXTEND-ONE-PRODUCT.
                 IF LAYOUT-HAS-SUBTOTALS
                           PERFORM PRINT-THE-DETAIL.
                 PERFORM READ-NEXT-GROUPED.

       START-THE-LINE.
                 MOVE GROUPED-LINE TO CURRENT-LINE.
                 MOVE GROUPED-LINE-NAME TO CURRENT-LINE-NAME.

       START-THE-CATEGORY.
                 MOVE GROUPED-CATEGORY TO CURRENT-CATEGORY.
                 MOVE GROUPED-CATEGORY-NAME TO CURRENT-CATEGORY-NAME.

       CLOSE-OUT-THE-CATEGORY.
                 IF PRINT-LINES NOT < 54
                           PERFORM NEXT-PAGE.
                 MOVE "CATEGORY " TO PRINT-BREAK-KIND.
                 MOVE CURRENT-CATEGORY TO PRINT-BREAK-CODE.
                 MOVE CURRENT-CATEGORY-NAME TO PRINT-BREAK-NAME.
                 MOVE GROUP-VALUE TO PRINT-BREAK-VALUE.
                 MOVE GROUP-RETAIL TO PRINT-BREAK-RETAIL.
                 MOVE BREAK-TOTAL-LINE TO PRINTER-RECORD.
                 IF LAYOUT-HAS-SUBTOTALS
                           WRITE PRINTER-RECORD BEFORE ADVANCING 2
                           ADD 2 TO PRINT-LINES
                 ELSE
                           WRITE PRINTER-RECORD BEFORE ADVANCING 1
                           ADD 1 TO PRINT-LINES.
                 MOVE ZEROES TO GROUP-VALUE GROUP-RETAIL.

       CLOSE-OUT-THE-LINE.
                 IF PRINT-LINES NOT < 54
                           PERFORM NEXT-PAGE.
                 MOVE "LINE     " TO PRINT-BREAK-KIND.
                 MOVE CURRENT-LINE TO PRINT-BREAK-CODE.
                 MOVE CURRENT-LINE-NAME TO PRINT-BREAK-NAME.
                 MOVE LINE-VALUE TO PRINT-BREAK-VALUE.
                 MOVE LINE-RETAIL TO PRINT-BREAK-RETAIL.
                 MOVE BREAK-TOTAL-LINE TO PRINTER-RECORD.
                 WRITE PRINTER-RECORD BEFORE ADVANCING 2.
                 ADD 2 TO PRINT-LINES.
                 MOVE ZEROES TO LINE-VALUE LINE-RETAIL.

       READ-NEXT-RECORD.
                 READ PRODUCT-FILE NEXT RECORD
                 AT END
                 PERFORM READ-NEXT-RECORD.

       PRINT-ONE-PRODUCT.
                 PERFORM EXTEND-ONE-PRODUCT.
                 PERFORM PRINT-THE-DETAIL.

       EXTEND-ONE-PRODUCT.
                 COMPUTE THE-EXTENDED-VALUE =
                           PRODUCT-QTY-ON-HAND * PRODUCT-UNIT-COST.
                 COMPUTE THE-RETAIL-VALUE =
                 ADD THE-EXTENDED-VALUE TO GRAND-VALUE.
                 ADD THE-RETAIL-VALUE TO GROUP-RETAIL.
                 ADD THE-RETAIL-VALUE TO GRAND-RETAIL.
                 ADD THE-EXTENDED-VALUE TO LINE-VALUE.
                 ADD THE-RETAIL-VALUE TO LINE-RETAIL.

       PRINT-THE-DETAIL.
                 IF PRINT-LINES NOT < 55
                           PERFORM NEXT-PAGE.
                 MOVE PRODUCT-CODE TO PRINT-CODE.
                 MOVE PRODUCT-DESCRIPTION TO PRINT-DESCRIPTION.
                 MOVE PRODUCT-QTY-ON-HAND TO PRINT-QTY.
      * COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

      * LOOK-UP-THE-CATEGORY AND GET-THE-REPORT-LAYOUT ARE SHARED
      * ACROSS THE REPORTS THAT GROUP PRODUCTS BY CATEGORY - SEE
      * COPYBOOKS/CATLKUP.CPY AND COPYBOOKS/CATLAYT.CPY.
       COPY CATLKUP.
       COPY CATLAYT.

       END PROGRAM PRODVAL01.
