      ******************************************************************
      * WPRODCAT - shared record layout for PRODCAT.DAT, the product
      * category table, indexed on CATEGORY-KEY. It holds two kinds
      * of row under the one key: a product line ("L"), the broad
      * grouping management reads the business by, and a category
      * ("C") beneath it, naming the line it rolls up into. A product
      * carries its category code in PRODUCT-CATEGORY (WPRODF.CPY),
      * set through PRODUPD01; CATMNT01 maintains the table, and the
      * inventory and sales reports subtotal and summarize by it.
      * A category may also carry the minimum margin its lines must
      * be sold at (see MRGCHK01).
      ******************************************************************
       01  PRODUCT-CATEGORY-RECORD.
                 05 CATEGORY-KEY.
                           10 CATEGORY-KIND       PIC X(1).
                                     88 CATEGORY-IS-LINE     VALUE "L".
                                     88 CATEGORY-IS-CATEGORY VALUE "C".
                           10 CATEGORY-CODE       PIC X(4).
                 05 CATEGORY-NAME          PIC X(30).
      * ON A CATEGORY ROW, THE PRODUCT LINE IT ROLLS UP INTO; BLANK
      * ON A LINE ROW.
                 05 CATEGORY-LINE          PIC X(4).
      * ON A CATEGORY ROW, THE LOWEST GROSS MARGIN, AS A WHOLE
      * PERCENT OF THE SELLING PRICE, A LINE MAY BE SOLD AT WITHOUT
      * A SUPERVISOR'S APPROVAL. ZERO - OR BLANK ON ROWS KEPT BEFORE
      * MARGINS WERE CHECKED - MEANS THE COMPANY-WIDE MINIMUM ON
      * MRGPOL.DAT APPLIES.
                 05 CATEGORY-MIN-MARGIN    PIC 9(2).
