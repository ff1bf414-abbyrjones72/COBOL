      ******************************************************************
      * WLOSTRSN - shared record layout for LOSTRSN.DAT, the table of
      * reasons a quote is lost, indexed on the reason code the quote
      * header carries in QUOTE-LOST-REASON. RSNMNT01 maintains it the
      * way TERMMNT01 maintains the terms table; RSNFND01 looks a code
      * up for QUOTLST01 and QUOTEXP01 as a quote is closed. Each
      * reason belongs to a category so QUOTWL01 can total the deals
      * lost on price against those lost on lead time.
      ******************************************************************
       01  LOST-REASON-RECORD.
                 05 LOST-REASON-CODE       PIC X(4).
                 05 LOST-REASON-DESCRIPTION PIC X(30).
                 05 LOST-REASON-CATEGORY   PIC X(1).
                           88 LOST-ON-PRICE      VALUE "P".
                           88 LOST-ON-LEAD-TIME  VALUE "L".
                           88 LOST-ON-SOMETHING-ELSE VALUE "O".
