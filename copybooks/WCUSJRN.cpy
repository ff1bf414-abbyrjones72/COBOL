                 05 CJRN-TIME              PIC 9(8).
                 05 CJRN-ACTION            PIC X(6).
                 05 CJRN-OPERATOR-ID       PIC X(10).
                 05 CJRN-BEFORE-IMAGE      PIC X(330).
                 05 CJRN-AFTER-IMAGE       PIC X(330).
