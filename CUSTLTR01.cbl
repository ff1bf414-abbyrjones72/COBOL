      * Customers are selected by status and/or state, either left
      * blank to mean all, so one region's active customers can be
      * targeted in a single run. Each letter starts on a fresh page.
      * A selected customer whose address the post office returned
      * (see MAILRTN01) gets no letter; it is listed on the returned-
      * mail exception page at the end of the run instead.
      ******************************************************************

       ENVIRONMENT DIVISION.

       01  LETTERS-PRINTED           PIC 9(7) VALUE ZERO.

      * CUSTOMERS HELD BACK FOR RETURNED MAIL - SEE
      * COPYBOOKS/WMAILXW.CPY.
       COPY WMAILXW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPENING-PROCEDURE.

       CLOSING-PROCEDURE.
           CLOSE CUSTOMER-FILE.
           PERFORM PRINT-THE-RETURNED-MAIL.
           CLOSE PRINTER-FILE.
           DISPLAY LETTERS-PRINTED " LETTER(S) PRINTED".

       MERGE-ONE-CUSTOMER.
           PERFORM CHECK-THE-SELECTION.
           IF CUSTOMER-QUALIFIES = "Y"
                     IF CUSTOMER-MAIL-IS-UNDELIVERABLE
                               PERFORM HOLD-THE-RETURNED-MAIL
                     ELSE
                               PERFORM PRINT-ONE-LETTER.
           PERFORM READ-NEXT-CUSTOMER.

       CHECK-THE-SELECTION.
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

      * HOLD-THE-RETURNED-MAIL AND PRINT-THE-RETURNED-MAIL ARE SHARED
      * ACROSS THE MAILING PROGRAMS - SEE COPYBOOKS/MAILEXC.CPY.
       COPY MAILEXC.

       END PROGRAM CUSTLTR01.
