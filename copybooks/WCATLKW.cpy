      ******************************************************************
      * WCATLKW - the WORKING-STORAGE fields behind the shared
      * category lookup (see CATLKUP.CPY) and report layout prompt
      * (see CATLAYT.CPY), COPYed into every program that groups
      * products by category and product line. Move a product's
      * category code to LOOKUP-CATEGORY and PERFORM
      * LOOK-UP-THE-CATEGORY; the names and the line come back here.
      ******************************************************************
       01  CATEGORY-FILE-STATUS      PIC XX.
       01  CATEGORY-FILE-OPEN        PIC X VALUE "N".
       01  LOOKUP-CATEGORY           PIC X(4).
       01  LOOKUP-CATEGORY-FOUND     PIC X.
       01  LOOKUP-CATEGORY-NAME      PIC X(30).
       01  LOOKUP-LINE               PIC X(4).
       01  LOOKUP-LINE-NAME          PIC X(30).
      * HOW A REPORT IS LAID OUT: EVERY PRODUCT AS BEFORE, EVERY
      * PRODUCT WITH A SUBTOTAL AT EACH CATEGORY AND PRODUCT LINE,
      * OR THE CATEGORY AND LINE SUBTOTALS ALONE.
       01  REPORT-LAYOUT             PIC X.
                 88 LAYOUT-IS-DETAIL          VALUE "D".
                 88 LAYOUT-HAS-SUBTOTALS      VALUE "S".
                 88 LAYOUT-IS-SUMMARY         VALUE "O".
                 88 LAYOUT-IS-BY-CATEGORY     VALUE "S" "O".
      * THE LAYOUT AS A REPORT HEADING SHOWS IT - BLANK FOR DETAIL.
       01  REPORT-LAYOUT-NAME        PIC X(33).
