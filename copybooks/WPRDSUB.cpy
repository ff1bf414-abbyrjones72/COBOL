      ******************************************************************
      * WPRDSUB - shared record layout for PRODSUB.DAT, the approved
      * product substitutions, indexed on the product code and a
      * preference number so one product can carry several
      * alternates, read best first. Each row names the alternate
      * that may ship in the product's place when the product is
      * short, and whether the customer must agree to it first - a
      * row that needs consent is only ever offered to a clerk with
      * the customer on the line, never applied by a batch pass.
      * SUBMNT01 maintains the file; SUBFND01 hands a product's
      * alternates back to order entry, order import and the
      * back-order release.
      ******************************************************************
       01  SUBSTITUTE-RECORD.
                 05 SUB-KEY.
                           10 SUB-PRODUCT-CODE   PIC X(10).
                           10 SUB-PREFERENCE     PIC 9(2).
                 05 SUB-ALTERNATE-CODE     PIC X(10).
                 05 SUB-CONSENT-FLAG       PIC X(1).
                           88 SUB-NEEDS-CONSENT     VALUE "Y".
