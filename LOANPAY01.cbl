           MOVE PRINCIPAL-PART TO LJRN-PRINCIPAL-PART.
           MOVE LOAN-BALANCE TO LJRN-BALANCE-AFTER.
           MOVE OPERATOR-ID TO LJRN-OPERATOR-ID.
           MOVE "P" TO LJRN-ENTRY-TYPE.
           MOVE ZERO TO LJRN-OLD-RATE LJRN-NEW-RATE LJRN-OLD-PAYMENT
                        LJRN-NEW-PAYMENT.
           WRITE LOAN-JOURNAL-RECORD.
           IF JOURNAL-FILE-STATUS NOT = "00"
                     DISPLAY "ERROR WRITING LOANJRNL.DAT - STATUS "
