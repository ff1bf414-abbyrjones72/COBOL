      ******************************************************************
      * WSUBTBL - the approved alternates of one product as SUBFND01
      * hands them back from PRODSUB.DAT, best preference first:
      * how many, and each alternate's product code and whether the
      * customer must consent to it. A count of zero means the
      * product has no alternates. Callers COPY it into WORKING-
      * STORAGE and pass it on the CALL.
      ******************************************************************
       01  SUBSTITUTE-TABLE.
                 05 SUBSTITUTE-COUNT       PIC 9(2).
                 05 SUBSTITUTE-ENTRY OCCURS 10 TIMES.
                           10 SUBSTITUTE-CODE     PIC X(10).
                           10 SUBSTITUTE-CONSENT  PIC X(1).
