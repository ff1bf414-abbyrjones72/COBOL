      ******************************************************************
      * CATLAYT - shared report layout prompt, COPYed into the
      * PROCEDURE DIVISION of every report that can subtotal by
      * product category and line. The including program must COPY
      * WCATLKW into its WORKING-STORAGE. A blank answer keeps the
      * report's familiar product-by-product layout. The layout's
      * name comes back in REPORT-LAYOUT-NAME for the heading.
      ******************************************************************
       GET-THE-REPORT-LAYOUT.
                 DISPLAY "LAYOUT - (D)ETAIL, (S)UBTOTALS BY CATEGORY "
                         "AND LINE, OR SUMMARY (O)NLY".
                 DISPLAY "(BLANK FOR DETAIL) ? " WITH NO ADVANCING.
                 ACCEPT REPORT-LAYOUT.
                 INSPECT REPORT-LAYOUT CONVERTING "dso" TO "DSO".
                 IF REPORT-LAYOUT = SPACE
                           MOVE "D" TO REPORT-LAYOUT.
                 IF NOT LAYOUT-IS-DETAIL AND
                    NOT LAYOUT-IS-BY-CATEGORY
                           DISPLAY "ANSWER D, S OR O"
                           GO TO GET-THE-REPORT-LAYOUT.
                 MOVE SPACE TO REPORT-LAYOUT-NAME.
                 IF LAYOUT-HAS-SUBTOTALS
                           MOVE "BY PRODUCT LINE AND CATEGORY" TO
                                REPORT-LAYOUT-NAME.
                 IF LAYOUT-IS-SUMMARY
                           MOVE "PRODUCT LINE AND CATEGORY SUMMARY" TO
                                REPORT-LAYOUT-NAME.
