      ******************************************************************
      * CATLKUP - shared product category lookup, COPYed into the
      * PROCEDURE DIVISION of every program that groups products by
      * category and product line. The including program must SELECT
      * PRODUCT-CATEGORY-FILE on PRODCAT.DAT (OPTIONAL, INDEXED,
      * DYNAMIC, KEY CATEGORY-KEY, STATUS CATEGORY-FILE-STATUS), COPY
      * WPRODCAT under its FD and WCATLKW into its WORKING-STORAGE.
      * A product with no category comes back as UNCATEGORIZED, and
      * one whose code is not on the table says so, both under a
      * blank product line, so neither drops out of a report total.
      ******************************************************************
       OPEN-THE-CATEGORY-FILE.
                 OPEN INPUT PRODUCT-CATEGORY-FILE.
                 IF CATEGORY-FILE-STATUS = "00" OR
                    CATEGORY-FILE-STATUS = "05"
                           MOVE "Y" TO CATEGORY-FILE-OPEN
                 ELSE
                           MOVE "N" TO CATEGORY-FILE-OPEN.

       CLOSE-THE-CATEGORY-FILE.
                 IF CATEGORY-FILE-OPEN = "Y"
                           CLOSE PRODUCT-CATEGORY-FILE
                           MOVE "N" TO CATEGORY-FILE-OPEN.

       LOOK-UP-THE-CATEGORY.
                 MOVE "N" TO LOOKUP-CATEGORY-FOUND.
                 MOVE SPACE TO LOOKUP-LINE.
                 MOVE "NO PRODUCT LINE" TO LOOKUP-LINE-NAME.
                 IF LOOKUP-CATEGORY = SPACE
                           MOVE "UNCATEGORIZED" TO LOOKUP-CATEGORY-NAME
                 ELSE
                           MOVE "NOT ON THE CATEGORY TABLE" TO
                                LOOKUP-CATEGORY-NAME
                           IF CATEGORY-FILE-OPEN = "Y"
                                     PERFORM READ-THE-CATEGORY-ROW.

       READ-THE-CATEGORY-ROW.
                 MOVE "C" TO CATEGORY-KIND.
                 MOVE LOOKUP-CATEGORY TO CATEGORY-CODE.
                 MOVE "Y" TO LOOKUP-CATEGORY-FOUND.
                 READ PRODUCT-CATEGORY-FILE
                           INVALID KEY
                           MOVE "N" TO LOOKUP-CATEGORY-FOUND.
                 IF LOOKUP-CATEGORY-FOUND = "Y"
                           MOVE CATEGORY-NAME TO LOOKUP-CATEGORY-NAME
                           MOVE CATEGORY-LINE TO LOOKUP-LINE
                           PERFORM READ-THE-LINE-ROW.

       READ-THE-LINE-ROW.
                 MOVE "L" TO CATEGORY-KIND.
                 MOVE LOOKUP-LINE TO CATEGORY-CODE.
                 READ PRODUCT-CATEGORY-FILE
                           INVALID KEY
                           MOVE "LINE NOT ON THE TABLE" TO
                                LOOKUP-LINE-NAME
                           NOT INVALID KEY
                           MOVE CATEGORY-NAME TO LOOKUP-LINE-NAME.
