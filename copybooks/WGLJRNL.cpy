      ******************************************************************
      * WGLJRNL - shared record layout for GLJRNL.DAT, the daily
      * journal interface file, line sequential. GLJRN01 appends one
      * batch per journal date: a header, the balanced double-entry
      * lines of every transaction it could post, and a trailer
      * carrying the line count and the debit and credit totals,
      * which always agree. Every record is 50 bytes, typed by its
      * first character. Lines of one transaction share an entry
      * number, and the entry's debits equal its credits.
      ******************************************************************
       01  JOURNAL-RECORD                 PIC X(50).

       01  JOURNAL-HEADER REDEFINES JOURNAL-RECORD.
                 05 JRNH-RECORD-TYPE       PIC X(1).
                 05 JRNH-JOURNAL-DATE      PIC 9(8).
                 05 JRNH-CREATED-DATE      PIC 9(8).
                 05 JRNH-OPERATOR-ID       PIC X(10).
                 05 FILLER                 PIC X(23).

       01  JOURNAL-DETAIL REDEFINES JOURNAL-RECORD.
                 05 JRND-RECORD-TYPE       PIC X(1).
                 05 JRND-ENTRY-NUMBER      PIC 9(5).
                 05 JRND-TRANSACTION-TYPE  PIC X(4).
                 05 JRND-REFERENCE         PIC X(10).
                 05 JRND-ACCOUNT-NUMBER    PIC X(8).
                 05 JRND-DEBIT-CREDIT      PIC X(1).
                           88 JRND-IS-DEBIT       VALUE "D".
                           88 JRND-IS-CREDIT      VALUE "C".
                 05 JRND-AMOUNT            PIC 9(11)V99.
                 05 FILLER                 PIC X(8).

       01  JOURNAL-TRAILER REDEFINES JOURNAL-RECORD.
                 05 JRNT-RECORD-TYPE       PIC X(1).
                 05 JRNT-LINE-COUNT        PIC 9(7).
                 05 JRNT-DEBIT-TOTAL       PIC 9(13)V99.
                 05 JRNT-CREDIT-TOTAL      PIC 9(13)V99.
                 05 FILLER                 PIC X(12).
