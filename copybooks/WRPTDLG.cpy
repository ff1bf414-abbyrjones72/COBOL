      ******************************************************************
      * WRPTDLG - shared record layout for RPTDLOG.DAT, the report
      * distribution log. RPTDST01 appends one row for every
      * catalogued report run it puts into a recipient's bundle:
      * who received it, which run (report, catalog date and
      * capture file), how many copies, how many pages and lines
      * each copy carried, the section filter applied, and the
      * bundle it went out in - so an auditor can see who received
      * which report. A run already on the log for a recipient is
      * never sent to them again.
      ******************************************************************
       01  DISTRIBUTION-LOG-RECORD.
                 05 DLOG-DATE              PIC 9(8).
                 05 DLOG-RECIPIENT         PIC X(10).
                 05 DLOG-REPORT-NAME       PIC X(12).
                 05 DLOG-CATALOG-DATE      PIC 9(8).
                 05 DLOG-CAPTURE-NAME      PIC X(30).
                 05 DLOG-COPIES            PIC 9(2).
                 05 DLOG-PAGES-SENT        PIC 9(5).
                 05 DLOG-LINES-SENT        PIC 9(7).
                 05 DLOG-SECTION-FILTER    PIC X(30).
                 05 DLOG-BUNDLE-NAME       PIC X(30).
                 05 DLOG-OPERATOR-ID       PIC X(10).
