      ******************************************************************
      * WBOM - shared record layout for BOM.DAT, the bill of
      * materials for kit products, indexed on the kit product code
      * and the component product code together. One row says how
      * many of one component go into one kit; a product with rows
      * here is a kit. BOMMNT01 maintains it. Kits are one level
      * deep - a kit is never itself a component - and carry at most
      * twenty components, the size of the table BOMFND01 hands back.
      ******************************************************************
       01  BOM-RECORD.
                 05 BOM-KEY.
                           10 BOM-KIT-CODE        PIC X(10).
                           10 BOM-COMPONENT-CODE  PIC X(10).
                 05 BOM-QUANTITY           PIC 9(3).
