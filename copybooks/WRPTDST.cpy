      ******************************************************************
      * WRPTDST - shared record layout for RPTDST.DAT, the report
      * distribution list, indexed on recipient and report name so
      * one recipient can carry a row per catalogued report they
      * are sent. Each row says how many copies go and, optionally,
      * a section filter: the text that picks out the recipient's
      * own pages of the report (say one salesperson's SALESTMT01
      * statement), so only the pages carrying it are sent. A blank
      * filter sends the whole report. RPTDMNT01 maintains the
      * file; RPTDST01 reads it to burst the catalogued reports
      * into a bundle per recipient.
      ******************************************************************
       01  REPORT-DISTRIBUTION-RECORD.
                 05 DIST-KEY.
                           10 DIST-RECIPIENT     PIC X(10).
                           10 DIST-REPORT-NAME   PIC X(12).
                 05 DIST-RECIPIENT-NAME    PIC X(30).
                 05 DIST-COPIES            PIC 9(2).
                 05 DIST-SECTION-FILTER    PIC X(30).
