       PROGRAM-ID. PHNPRT02.
      ******************************************************************
      * This program prints the contents of the phone file.
      * As mailing labels, an entry linked to a customer account
      * whose address the post office returned (see MAILRTN01) gets
      * no label while its street line is the one the mail came back
      * from; the account is listed on the returned-mail exception
      * page at the end of the run instead.
      ******************************************************************

       ENVIRONMENT DIVISION.
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS PHONE-NAME-KEY.

                 SELECT OPTIONAL CUSTOMER-FILE
                 ASSIGN TO "CUSTOMER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                 FILE STATUS IS CUSTOMER-FILE-STATUS.

                 SELECT SORT-WORK-FILE
                 ASSIGN TO "PHNSORT.WRK".

           LABEL RECORDS ARE STANDARD.
       COPY WPHONEF.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WCUSTF.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
                 05 SORT-LAST-NAME             PIC X(20).

       01  MAILING-LABEL-ANSWER                PIC X.

      * THE RETURNED-MAIL CHECK ON A LABEL: THE LINKED ACCOUNT IS
      * READ FROM CUSTOMER.DAT, AND THE ACCOUNTS HELD BACK ARE KEPT
      * FOR THE EXCEPTION PAGE - SEE COPYBOOKS/WMAILXW.CPY.
       01  CUSTOMER-FILE-STATUS                PIC XX.
       01  LABEL-IS-RETURNED                   PIC X.
       COPY WMAILXW.

       01  LINES-PER-PAGE                      PIC 99 VALUE 55.
       01  PAGE-SIZE-ANSWER                    PIC X(2).

                           USING PHONE-FILE
                           GIVING SORTED-PHONE-FILE.
                 OPEN INPUT SORTED-PHONE-FILE.
                 IF MAILING-LABEL-ANSWER = "Y"
                           OPEN INPUT CUSTOMER-FILE.
                 OPEN OUTPUT PRINTER-FILE.

       OPENING-PROCEDURE-EXIT.
       CLOSING-PROCEDURE.
                 CLOSE SORTED-PHONE-FILE.
                 PERFORM END-LAST-PAGE.
                 IF MAILING-LABEL-ANSWER = "Y"
                           CLOSE CUSTOMER-FILE
                           PERFORM PRINT-THE-RETURNED-MAIL.
                 CLOSE PRINTER-FILE.

       CLOSING-PROCEDURE-EXIT.

       PRINT-FIELDS.
                 IF MAILING-LABEL-ANSWER = "Y"
                           PERFORM CHECK-THE-RETURNED-MAIL
                           IF LABEL-IS-RETURNED = "Y"
                                     PERFORM HOLD-THE-RETURNED-MAIL
                           ELSE
                                     PERFORM PRINT-LABEL-FIELDS
                 ELSE
                           PERFORM PRINT-DETAIL-FIELDS.


                 ADD 1 TO PRINT-LINES.

      * CHECK-THE-RETURNED-MAIL HOLDS BACK A LABEL ONLY WHEN THE
      * ENTRY IS LINKED TO AN ACCOUNT MARKED UNDELIVERABLE AND STILL
      * CARRIES THE STREET LINE THE MAIL CAME BACK FROM; AN ENTRY
      * WITH AN ADDRESS OF ITS OWN STILL GETS ITS LABEL.
       CHECK-THE-RETURNED-MAIL.
                 MOVE "N" TO LABEL-IS-RETURNED.
                 IF SORTED-ACCOUNT-NUMBER NOT = ZERO
                           MOVE SORTED-ACCOUNT-NUMBER TO
                                CUSTOMER-ACCOUNT-NUMBER
                           READ CUSTOMER-FILE
                                INVALID KEY
                                MOVE SPACE TO CUSTOMER-MAIL-STATUS
                           END-READ
                           IF CUSTOMER-MAIL-IS-UNDELIVERABLE AND
                              CUSTOMER-ADDRESS1 = SORTED-ADDRESS1
                                     MOVE "Y" TO LABEL-IS-RETURNED.

      * PRINT-LABEL-FIELDS PRINTS ONE THREE-LINE MAILING LABEL PER
      * RECORD (NAME, ADDRESS, CITY/STATE/ZIP) FOLLOWED BY A BLANK
      * LINE TO SEPARATE IT FROM THE NEXT LABEL.
       EXND-LAST-LAGE-EXIT.
                 EXIT.

      * HOLD-THE-RETURNED-MAIL AND PRINT-THE-RETURNED-MAIL ARE SHARED
      * ACROSS THE MAILING PROGRAMS - SEE COPYBOOKS/MAILEXC.CPY.
       COPY MAILEXC.


       END PROGRAM PHNPRT02.
