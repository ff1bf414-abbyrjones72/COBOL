      ******************************************************************
      * WKITTBL - the component list of one kit as BOMFND01 hands it
      * back from BOM.DAT: how many components, and each component's
      * product code and quantity per kit. A count of zero means the
      * product is not a kit. Callers COPY it into WORKING-STORAGE
      * and pass it on the CALL.
      ******************************************************************
       01  KIT-COMPONENT-TABLE.
                 05 KIT-COMPONENT-COUNT    PIC 9(2).
                 05 KIT-COMPONENT OCCURS 20 TIMES.
                           10 KIT-COMPONENT-CODE  PIC X(10).
                           10 KIT-COMPONENT-QTY   PIC 9(3).
