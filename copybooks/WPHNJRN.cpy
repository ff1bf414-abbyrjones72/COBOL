                 05 JOURNAL-TIME           PIC 9(8).
                 05 JOURNAL-ACTION         PIC X(6).
                 05 JOURNAL-OPERATOR-ID    PIC X(10).
                 05 JOURNAL-BEFORE-IMAGE   PIC X(163).
                 05 JOURNAL-AFTER-IMAGE    PIC X(163).
