      ******************************************************************
      * WHOLCAL - shared record layout for HOLIDAY.DAT, the business-
      * day calendar, indexed on the date. Every row but one is a day
      * the shop is shut (a public holiday, a stocktake day) with its
      * name and who entered it; HOLMNT01 maintains them (supervisor
      * only), and the BUSDAY01 subprogram is the one place a date is
      * tested or walked against them.
      * The row keyed 00000000 holds the calendar options instead,
      * laid over the same bytes: whether Saturday and Sunday are
      * worked, and whether AR due dates (ORDINV01) and the back-order
      * cancel days (BOCAN01) count business days rather than
      * calendar days. With no options row on file both weekend days
      * are shut and both counts stay in calendar days.
      ******************************************************************
       01  HOLIDAY-RECORD.
                 05 HOLIDAY-DATE           PIC 9(8).
                 05 HOLIDAY-NAME           PIC X(30).
                 05 HOLIDAY-ADDED-BY       PIC X(10).
                 05 HOLIDAY-ADDED-DATE     PIC 9(8).

       01  CALENDAR-OPTIONS-RECORD REDEFINES HOLIDAY-RECORD.
                 05 OPTIONS-KEY            PIC 9(8).
                 05 OPTIONS-SATURDAY       PIC X(1).
                           88 SATURDAY-IS-WORKED   VALUE "Y".
                 05 OPTIONS-SUNDAY         PIC X(1).
                           88 SUNDAY-IS-WORKED     VALUE "Y".
                 05 OPTIONS-DUE-RULE       PIC X(1).
                           88 DUE-IN-BUSINESS-DAYS VALUE "B".
                 05 OPTIONS-CANCEL-RULE    PIC X(1).
                           88 CANCEL-IN-BUSINESS-DAYS VALUE "B".
                 05 OPTIONS-CHANGED-BY     PIC X(10).
                 05 OPTIONS-CHANGED-DATE   PIC 9(8).
                 05 FILLER                 PIC X(26).
