      * the record. A field left blank at the change prompts keeps
      * its current value. Every change and delete is logged to
      * AUDIT.DAT the same way the add programs log their adds.
      * It also keeps the corporate hierarchy: a chain store or
      * branch is linked to its parent account here, one level
      * deep, and a parent with children still linked to it cannot
      * be deleted. The currency the account is billed in is set
      * here too, and must have a rate on FXRATE.DAT. So is the
      * account's existing-business-relationship exemption from the
      * do-not-call registry; the customer's own number is checked
      * against the registry again as the change is filed, and the
      * nightly DNCSCR01 scrub carries it to the account's phone
      * book entries. An address the post office returned (marked
      * on MAILRTN01) is shown, and correcting any part of the
      * address here clears the returned-mail flag.
      ******************************************************************

       ENVIRONMENT DIVISION.
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CJRN-FILE-STATUS.

                 SELECT OPTIONAL TERMS-FILE
                           ASSIGN TO "TERMS.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS TERMS-REF-CODE
                           FILE STATUS IS TERMS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           LABEL RECORDS ARE STANDARD.
           COPY WCUSJRN.

      * TERMS-REF-RECORD IS THE SHARED TERMS TABLE LAYOUT - SEE
      * COPYBOOKS/WTERMREF.CPY.
       FD  TERMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WTERMREF.

       WORKING-STORAGE SECTION.

           01 CUSTOMER-FILE-STATUS PIC XX.
           01 AUDIT-FILE-STATUS    PIC XX.
           01 CJRN-FILE-STATUS     PIC XX.
           01 TERMS-FILE-STATUS    PIC XX.
           01 CUST-BEFORE-IMAGE    PIC X(330).
           01 YES-NO               PIC X.
           01 RECORD-FOUND         PIC X.
           01 ACTION-CODE          PIC X.
           01 EXEMPT-DATE-ENTRY    PIC X(8).
           01 SALES-ID-ENTRY       PIC X(10).
           01 EMAIL-FLAG-ENTRY     PIC X.
           01 FIN-CHARGE-ENTRY     PIC X.
           01 TERMS-ENTRY          PIC X(4).
           01 FREIGHT-ENTRY        PIC X.
           01 PARENT-ENTRY         PIC X(7).
           01 EINVOICE-ENTRY       PIC X.
           01 CURRENCY-ENTRY       PIC X(3).
           01 EBR-ENTRY            PIC X(8).

      * THE DO-NOT-CALL RECHECK OF THE CUSTOMER'S NUMBER THROUGH
      * DNCFND01 WHEN A CHANGE IS FILED.
           01 DNC-CHECK-NUMBER     PIC X(15).
           01 DNC-CHECK-RESULT     PIC X.
           01 TODAYS-DATE          PIC 9(8).

      * THE MAILING ADDRESS AS IT STOOD BEFORE THE CHANGE PROMPTS, SO
      * A CORRECTED ADDRESS CAN CLEAR THE RETURNED-MAIL FLAG.
           01 ADDRESS-BEFORE-CHANGE.
                     05 BEFORE-ADDRESS1    PIC X(25).
                     05 BEFORE-ADDRESS2    PIC X(25).
                     05 BEFORE-CITY        PIC X(15).
                     05 BEFORE-STATE       PIC X(15).
                     05 BEFORE-ZIP         PIC 9(5).
                     05 BEFORE-ZIP-PLUS4   PIC 9(4).

      * THE RATE LOOKUP THAT PROVES A KEYED CURRENCY IS ONE FXMNT01
      * HAS RATES FOR - SEE FXFND01.
           01 RATE-CHECK-DATE      PIC 9(8).
           01 RATE-CHECK-RATE      PIC 9(3)V9(6).
           01 RATE-CHECK-FOUND     PIC X.

      * THE ACCOUNT'S CORPORATE FAMILY, FOUND THROUGH FAMFND01 WHEN
      * THE RECORD IS SHOWN - SEE COPYBOOKS/WCUSFAM.CPY. THE CHILD
      * COUNT IS KEPT APART BECAUSE VALIDATING A NEW PARENT CALLS
      * FAMFND01 AGAIN OVER THE SAME TABLE.
       COPY WCUSFAM.
           01 ACCOUNT-CHILD-COUNT  PIC 9(3).

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
                     DISPLAY "UNABLE TO OPEN CUSTJRNL.DAT - STATUS "
                             CJRN-FILE-STATUS
                     STOP RUN.
           OPEN INPUT TERMS-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "00" AND
              AUDIT-FILE-STATUS NOT = "05"
           CLOSE CUSTOMER-FILE.
           CLOSE CUST-JOURNAL-FILE.
           CLOSE AUDIT-FILE.
           CLOSE TERMS-FILE.

      * THE RECORD IS CLAIMED THROUGH RECLCK01 BEFORE ANY ACTION
      * AND RELEASED AFTER, SO TWO OPERATORS ON THE SAME ACCOUNT
           DISPLAY "SALESPERSON: " CUSTOMER-SALES-ID.
           IF CUSTOMER-IS-NO-EMAIL
                     DISPLAY "MARKED DO NOT EMAIL".
           IF CUSTOMER-IS-FIN-CHARGE-EXEMPT
                     DISPLAY "EXEMPT FROM FINANCE CHARGES".
           IF CUSTOMER-TERMS-CODE = SPACE
                     DISPLAY "TERMS:    NONE SET (NET 30)"
           ELSE
                     DISPLAY "TERMS:    " CUSTOMER-TERMS-CODE.
           IF CUSTOMER-IS-ON-CREDIT-HOLD
                     DISPLAY "ON CREDIT HOLD FOR PAST-DUE ITEMS".
           IF CUSTOMER-IS-PREPAID-FREIGHT
                     DISPLAY "FREIGHT PREPAID - NOT BILLED".
           IF CUSTOMER-TAKES-EINVOICE
                     DISPLAY "INVOICED ELECTRONICALLY - NO PAPER".
           IF CUSTOMER-CURRENCY-CODE = SPACE
                     DISPLAY "CURRENCY: HOME"
           ELSE
                     DISPLAY "CURRENCY: " CUSTOMER-CURRENCY-CODE.
           PERFORM SHOW-THE-DO-NOT-CALL.
           PERFORM SHOW-THE-RETURNED-MAIL.
           PERFORM SHOW-THE-FAMILY.

      * SHOW-THE-DO-NOT-CALL SAYS WHETHER THE NUMBER IS ON THE
      * REGISTRY AS OF THE LAST SCRUB, AND ANY EXEMPTION ON FILE.
       SHOW-THE-DO-NOT-CALL.
           IF CUSTOMER-EBR-EXPIRES NOT NUMERIC
                     MOVE ZERO TO CUSTOMER-EBR-EXPIRES.
           IF CUSTOMER-IS-DO-NOT-CALL
                     DISPLAY "** DO NOT CALL ** - NUMBER IS ON THE "
                             "DO-NOT-CALL REGISTRY".
           IF CUSTOMER-IS-DNC-EXEMPT
                     DISPLAY "ON THE DO-NOT-CALL REGISTRY - EBR "
                             "EXEMPT".
           IF CUSTOMER-EBR-EXPIRES NOT = ZERO
                     DISPLAY "EBR EXEMPTION THROUGH "
                             CUSTOMER-EBR-EXPIRES.

      * SHOW-THE-RETURNED-MAIL WARNS THAT THE POST OFFICE HAS SENT
      * MAIL BACK FROM THE ADDRESS ON FILE.
       SHOW-THE-RETURNED-MAIL.
           IF CUSTOMER-MAIL-IS-UNDELIVERABLE
                     DISPLAY "** RETURNED MAIL ** - ADDRESS "
                             "UNDELIVERABLE SINCE "
                             CUSTOMER-MAIL-RETURNED-DATE
                     DISPLAY "REASON: " CUSTOMER-MAIL-RETURN-REASON.

      * SHOW-THE-FAMILY SAYS WHICH ACCOUNT THIS ONE REPORTS TO, OR
      * HOW MANY CHILD ACCOUNTS REPORT TO IT.
       SHOW-THE-FAMILY.
           MOVE CUSTOMER-ACCOUNT-NUMBER TO FAMILY-FIND-ACCOUNT.
           MOVE "F" TO FAMILY-FIND-SCOPE.
           CALL "FAMFND01" USING FAMILY-FIND-ACCOUNT FAMILY-FIND-SCOPE
                     CUSTOMER-FAMILY-TABLE.
           MOVE ZERO TO ACCOUNT-CHILD-COUNT.
           IF FAMILY-HEAD = CUSTOMER-ACCOUNT-NUMBER
                     COMPUTE ACCOUNT-CHILD-COUNT =
                               FAMILY-MEMBER-COUNT - 1.
           IF FAMILY-HEAD NOT = CUSTOMER-ACCOUNT-NUMBER
                     DISPLAY "PARENT ACCOUNT: " FAMILY-HEAD.
           IF ACCOUNT-CHILD-COUNT > ZERO
                     DISPLAY "PARENT OF " ACCOUNT-CHILD-COUNT
                             " CHILD ACCOUNT(S)".

       GET-ACTION.
           DISPLAY "(C)HANGE, (D)ELETE, OR (N)OTHING?".
      * IS STAMPED THE SAME WAY PHNUPD01 STAMPS IT.
       CHANGE-THE-RECORD.
           MOVE CUSTOMER-RECORD TO CUST-BEFORE-IMAGE.
           MOVE CUSTOMER-ADDRESS1 TO BEFORE-ADDRESS1.
           MOVE CUSTOMER-ADDRESS2 TO BEFORE-ADDRESS2.
           MOVE CUSTOMER-CITY TO BEFORE-CITY.
           MOVE CUSTOMER-STATE TO BEFORE-STATE.
           MOVE CUSTOMER-ZIP TO BEFORE-ZIP.
           MOVE CUSTOMER-ZIP-PLUS4 TO BEFORE-ZIP-PLUS4.
           DISPLAY "BLANK KEEPS THE VALUE ON FILE".
           DISPLAY "NUMBER ? ".
           ACCEPT NUMBER-ENTRY.
                               MOVE ZIP4-ENTRY TO CUSTOMER-ZIP-PLUS4
                     ELSE
                               DISPLAY "ZIP+4 NOT NUMERIC - KEPT".
           PERFORM CLEAR-THE-RETURNED-MAIL.
           DISPLAY "EMAIL ? ".
           ACCEPT EMAIL-ENTRY.
           IF EMAIL-ENTRY NOT = SPACE
           IF SALES-ID-ENTRY NOT = SPACE
                     MOVE SALES-ID-ENTRY TO CUSTOMER-SALES-ID.
           PERFORM CHANGE-THE-EMAIL-FLAG.
           PERFORM CHANGE-THE-FIN-CHARGE-FLAG.
           PERFORM CHANGE-THE-TERMS-CODE THRU
                     CHANGE-THE-TERMS-CODE-EXIT.
           PERFORM CHANGE-THE-FREIGHT-TERMS.
           PERFORM CHANGE-THE-EINVOICE-FLAG.
           PERFORM CHANGE-THE-CURRENCY THRU CHANGE-THE-CURRENCY-EXIT.
           PERFORM CHANGE-THE-PARENT THRU CHANGE-THE-PARENT-EXIT.
           PERFORM CHANGE-THE-EBR-EXEMPTION THRU
                     CHANGE-THE-EBR-EXEMPTION-EXIT.
           PERFORM RECHECK-THE-DO-NOT-CALL.
           ACCEPT CUSTOMER-LAST-CONTACT-DATE FROM DATE YYYYMMDD.
           REWRITE CUSTOMER-RECORD
                     INVALID KEY
                     PERFORM WRITE-CUST-JOURNAL
                     DISPLAY "RECORD CHANGED".

      * CLEAR-THE-RETURNED-MAIL TAKES THE RETURNED-MAIL FLAG OFF AN
      * ACCOUNT WHOSE ADDRESS WAS JUST CORRECTED: ANY CHANGE TO THE
      * STREET, CITY, STATE OR ZIP COUNTS, AND THE MAILING PROGRAMS
      * SEND TO IT AGAIN FROM THE NEXT RUN.
       CLEAR-THE-RETURNED-MAIL.
           IF CUSTOMER-MAIL-IS-UNDELIVERABLE
                     IF CUSTOMER-ADDRESS1 NOT = BEFORE-ADDRESS1 OR
                        CUSTOMER-ADDRESS2 NOT = BEFORE-ADDRESS2 OR
                        CUSTOMER-CITY NOT = BEFORE-CITY OR
                        CUSTOMER-STATE NOT = BEFORE-STATE OR
                        CUSTOMER-ZIP NOT = BEFORE-ZIP OR
                        CUSTOMER-ZIP-PLUS4 NOT = BEFORE-ZIP-PLUS4
                               MOVE SPACE TO CUSTOMER-MAIL-STATUS
                               MOVE ZERO TO
                                         CUSTOMER-MAIL-RETURNED-DATE
                               MOVE SPACE TO
                                         CUSTOMER-MAIL-RETURN-REASON
                               DISPLAY "ADDRESS CORRECTED - "
                                       "RETURNED-MAIL FLAG CLEARED".

      * CHANGE-THE-EMAIL-FLAG MAINTAINS THE DO-NOT-EMAIL MARK THE
      * CAMPAIGN EXTRACT (EMLEXT01) HONORS: "D" STOPS ALL CAMPAIGN
      * EMAIL TO THE ACCOUNT, "N" CLEARS THE MARK, BLANK KEEPS WHAT
           IF EMAIL-FLAG-ENTRY = "N"
                     MOVE SPACE TO CUSTOMER-NO-EMAIL.

      * CHANGE-THE-FIN-CHARGE-FLAG MAINTAINS THE FINANCE-CHARGE
      * EXEMPTION THE MONTH-END ARFIN01 RUN HONORS: "E" EXCUSES THE
      * ACCOUNT, "N" CHARGES IT AGAIN, BLANK KEEPS WHAT IS ON FILE.
       CHANGE-THE-FIN-CHARGE-FLAG.
           DISPLAY "FINANCE CHARGES (E=EXEMPT, N=CHARGE, BLANK "
                   "KEEPS) ? ".
           ACCEPT FIN-CHARGE-ENTRY.
           IF FIN-CHARGE-ENTRY = "e"
                     MOVE "E" TO FIN-CHARGE-ENTRY.
           IF FIN-CHARGE-ENTRY = "n"
                     MOVE "N" TO FIN-CHARGE-ENTRY.
           IF FIN-CHARGE-ENTRY = "E"
                     MOVE "E" TO CUSTOMER-FIN-CHARGE-EXEMPT.
           IF FIN-CHARGE-ENTRY = "N"
                     MOVE SPACE TO CUSTOMER-FIN-CHARGE-EXEMPT.

      * CHANGE-THE-FREIGHT-TERMS MAINTAINS THE PREPAID-FREIGHT MARK
      * ORDSHP01 HONORS: "P" STOPS FREIGHT BEING BILLED TO THE
      * ACCOUNT, "B" BILLS IT AGAIN, BLANK KEEPS WHAT IS ON FILE.
       CHANGE-THE-FREIGHT-TERMS.
           DISPLAY "FREIGHT (P=PREPAID, B=BILLED, BLANK KEEPS) ? ".
           ACCEPT FREIGHT-ENTRY.
           IF FREIGHT-ENTRY = "p"
                     MOVE "P" TO FREIGHT-ENTRY.
           IF FREIGHT-ENTRY = "b"
                     MOVE "B" TO FREIGHT-ENTRY.
           IF FREIGHT-ENTRY = "P"
                     MOVE "P" TO CUSTOMER-FREIGHT-TERMS.
           IF FREIGHT-ENTRY = "B"
                     MOVE SPACE TO CUSTOMER-FREIGHT-TERMS.

      * CHANGE-THE-EINVOICE-FLAG MAINTAINS THE ELECTRONIC INVOICE
      * MARK ORDINV01 HONORS: "E" SENDS THE ACCOUNT'S INVOICES AS
      * DATA, "P" PRINTS THEM AGAIN, BLANK KEEPS WHAT IS ON FILE.
       CHANGE-THE-EINVOICE-FLAG.
           DISPLAY "INVOICES (E=ELECTRONIC, P=PAPER, BLANK KEEPS) ? ".
           ACCEPT EINVOICE-ENTRY.
           IF EINVOICE-ENTRY = "e"
                     MOVE "E" TO EINVOICE-ENTRY.
           IF EINVOICE-ENTRY = "p"
                     MOVE "P" TO EINVOICE-ENTRY.
           IF EINVOICE-ENTRY = "E"
                     MOVE "E" TO CUSTOMER-EINVOICE.
           IF EINVOICE-ENTRY = "P"
                     MOVE SPACE TO CUSTOMER-EINVOICE.

      * CHANGE-THE-TERMS-CODE MAINTAINS THE ACCOUNT'S PAYMENT TERMS.
      * A KEYED CODE MUST BE ON TERMS.DAT (TERMMNT01 MAINTAINS IT) SO
      * A TYPO CANNOT LEAVE THE ACCOUNT ON TERMS NOBODY DEFINED; "*"
      * CLEARS THE CODE BACK TO NET 30, BLANK KEEPS WHAT IS ON FILE.
       CHANGE-THE-TERMS-CODE.
           DISPLAY "TERMS CODE (* CLEARS TO NET 30, BLANK KEEPS) ? ".
           ACCEPT TERMS-ENTRY.
           INSPECT TERMS-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF TERMS-ENTRY = SPACE
                     GO TO CHANGE-THE-TERMS-CODE-EXIT.
           IF TERMS-ENTRY = "*"
                     MOVE SPACE TO CUSTOMER-TERMS-CODE
                     GO TO CHANGE-THE-TERMS-CODE-EXIT.
           MOVE TERMS-ENTRY TO TERMS-REF-CODE.
           READ TERMS-FILE
                     INVALID KEY
                     DISPLAY "NO SUCH TERMS CODE ON TERMS.DAT"
                     GO TO CHANGE-THE-TERMS-CODE.
           MOVE TERMS-ENTRY TO CUSTOMER-TERMS-CODE.
           DISPLAY "TERMS NOW " TERMS-REF-DESCRIPTION.

       CHANGE-THE-TERMS-CODE-EXIT.
           EXIT.

      * CHANGE-THE-CURRENCY SETS THE CURRENCY THE ACCOUNT IS BILLED
      * IN. A KEYED CODE MUST HAVE A RATE IN FORCE TODAY ON
      * FXRATE.DAT (FXMNT01 MAINTAINS IT) OR NO ORDER COULD BE PRICED
      * FOR THE ACCOUNT; "*" PUTS IT BACK ON HOME CURRENCY, BLANK
      * KEEPS WHAT IS ON FILE. ORDERS ALREADY FILED KEEP THE
      * CURRENCY THEY WERE TAKEN IN.
       CHANGE-THE-CURRENCY.
           DISPLAY "CURRENCY (* FOR HOME, BLANK KEEPS) ? ".
           ACCEPT CURRENCY-ENTRY.
           INSPECT CURRENCY-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF CURRENCY-ENTRY = SPACE
                     GO TO CHANGE-THE-CURRENCY-EXIT.
           IF CURRENCY-ENTRY = "*"
                     MOVE SPACE TO CUSTOMER-CURRENCY-CODE
                     GO TO CHANGE-THE-CURRENCY-EXIT.
           ACCEPT RATE-CHECK-DATE FROM DATE YYYYMMDD.
           CALL "FXFND01" USING CURRENCY-ENTRY RATE-CHECK-DATE
                     RATE-CHECK-RATE RATE-CHECK-FOUND.
           IF RATE-CHECK-FOUND NOT = "Y"
                     DISPLAY "NO RATE IN FORCE FOR THAT CURRENCY ON "
                             "FXRATE.DAT"
                     GO TO CHANGE-THE-CURRENCY.
           MOVE CURRENCY-ENTRY TO CUSTOMER-CURRENCY-CODE.

       CHANGE-THE-CURRENCY-EXIT.
           EXIT.

      * CHANGE-THE-PARENT LINKS THE ACCOUNT TO ITS PARENT, OR WITH 0
      * UNLINKS IT; BLANK KEEPS WHAT IS ON FILE. THE HIERARCHY IS ONE
      * LEVEL DEEP, SO THE PARENT MUST BE ON FILE AND STAND ALONE,
      * AND AN ACCOUNT THAT ALREADY HAS CHILDREN CANNOT TAKE ONE.
       CHANGE-THE-PARENT.
           IF CUSTOMER-PARENT-ACCOUNT NOT NUMERIC
                     MOVE ZERO TO CUSTOMER-PARENT-ACCOUNT.
           DISPLAY "PARENT ACCOUNT (0 = NONE, BLANK KEEPS) ? ".
           ACCEPT PARENT-ENTRY.
           IF PARENT-ENTRY = SPACE
                     GO TO CHANGE-THE-PARENT-EXIT.
           MOVE PARENT-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y"
                     DISPLAY "PARENT ACCOUNT MUST BE NUMERIC"
                     GO TO CHANGE-THE-PARENT.
           IF KEYED-NUMBER-VALUE = ZERO
                     MOVE ZERO TO CUSTOMER-PARENT-ACCOUNT
                     GO TO CHANGE-THE-PARENT-EXIT.
           IF KEYED-NUMBER-VALUE = CUSTOMER-ACCOUNT-NUMBER
                     DISPLAY "AN ACCOUNT CANNOT BE ITS OWN PARENT"
                     GO TO CHANGE-THE-PARENT.
           IF ACCOUNT-CHILD-COUNT > ZERO
                     DISPLAY "THIS ACCOUNT HAS CHILD ACCOUNTS OF ITS "
                             "OWN - IT CANNOT TAKE A PARENT"
                     GO TO CHANGE-THE-PARENT.
           MOVE KEYED-NUMBER-VALUE TO FAMILY-FIND-ACCOUNT.
           MOVE "H" TO FAMILY-FIND-SCOPE.
           CALL "FAMFND01" USING FAMILY-FIND-ACCOUNT FAMILY-FIND-SCOPE
                     CUSTOMER-FAMILY-TABLE.
           IF FAMILY-ACCOUNT-FOUND NOT = "Y"
                     DISPLAY "NO SUCH ACCOUNT ON CUSTOMER.DAT"
                     GO TO CHANGE-THE-PARENT.
           IF FAMILY-HEAD NOT = FAMILY-FIND-ACCOUNT
                     DISPLAY "THAT ACCOUNT IS ITSELF A CHILD OF "
                             FAMILY-HEAD
                     GO TO CHANGE-THE-PARENT.
           MOVE FAMILY-FIND-ACCOUNT TO CUSTOMER-PARENT-ACCOUNT.
           DISPLAY "PARENT NOW " CUSTOMER-PARENT-ACCOUNT.

       CHANGE-THE-PARENT-EXIT.
           EXIT.

      * CHANGE-THE-EBR-EXEMPTION RECORDS THE EXISTING-BUSINESS-
      * RELATIONSHIP EXEMPTION: THE DATE THROUGH WHICH THE ACCOUNT'S
      * NUMBERS MAY BE CALLED EVEN WHEN THEY ARE ON THE DO-NOT-CALL
      * REGISTRY. 0 REMOVES IT, BLANK KEEPS WHAT IS ON FILE.
       CHANGE-THE-EBR-EXEMPTION.
           DISPLAY "EBR EXEMPTION THROUGH (YYYYMMDD, 0 = NONE, BLANK "
                   "KEEPS) ? ".
           ACCEPT EBR-ENTRY.
           IF EBR-ENTRY = SPACE
                     GO TO CHANGE-THE-EBR-EXEMPTION-EXIT.
           MOVE EBR-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y"
                     DISPLAY "DATE MUST BE NUMERIC"
                     GO TO CHANGE-THE-EBR-EXEMPTION.
           IF KEYED-NUMBER-VALUE NOT = ZERO AND
              KEYED-NUMBER-VALUE < 19000101
                     DISPLAY "DATE MUST BE YYYYMMDD"
                     GO TO CHANGE-THE-EBR-EXEMPTION.
           MOVE KEYED-NUMBER-VALUE TO CUSTOMER-EBR-EXPIRES.

       CHANGE-THE-EBR-EXEMPTION-EXIT.
           EXIT.

      * RECHECK-THE-DO-NOT-CALL RUNS THE DNCSCR01 TEST ON THE
      * CUSTOMER'S NUMBER AS CHANGED, SO A NEW NUMBER OR A NEW OR
      * LAPSED EXEMPTION SHOWS AT ONCE RATHER THAN THE NEXT MORNING.
      * A NUMBER THAT CANNOT BE CHECKED KEEPS THE FLAG IT HAD.
       RECHECK-THE-DO-NOT-CALL.
           IF CUSTOMER-NUMBER = SPACE
                     MOVE SPACE TO CUSTOMER-DNC-FLAG
           ELSE
                     MOVE CUSTOMER-NUMBER TO DNC-CHECK-NUMBER
                     CALL "DNCFND01" USING DNC-CHECK-NUMBER
                               DNC-CHECK-RESULT
                     PERFORM APPLY-THE-DO-NOT-CALL-CHECK.

       APPLY-THE-DO-NOT-CALL-CHECK.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           IF DNC-CHECK-RESULT = "N"
                     MOVE SPACE TO CUSTOMER-DNC-FLAG
                     MOVE TODAYS-DATE TO CUSTOMER-DNC-SCRUB-DATE.
           IF DNC-CHECK-RESULT = "Y"
                     MOVE TODAYS-DATE TO CUSTOMER-DNC-SCRUB-DATE
                     IF CUSTOMER-EBR-EXPIRES NOT < TODAYS-DATE
                               MOVE "E" TO CUSTOMER-DNC-FLAG
                     ELSE
                               MOVE "D" TO CUSTOMER-DNC-FLAG.
           IF CUSTOMER-IS-DO-NOT-CALL
                     DISPLAY "** DO NOT CALL ** - NUMBER IS ON THE "
                             "DO-NOT-CALL REGISTRY".

      * CHANGE-THE-EXEMPTION MAINTAINS THE TAX-EXEMPT CERTIFICATE:
      * "E" MARKS THE ACCOUNT EXEMPT AND TAKES THE CERTIFICATE AND
      * ITS EXPIRY, "N" CLEARS THE EXEMPTION, BLANK KEEPS WHAT IS ON
                     ELSE
                               DISPLAY "DATE NOT NUMERIC - KEPT".

      * A PARENT STILL HAS CHILDREN LINKED TO IT, SO IT STAYS UNTIL
      * THEY ARE MOVED OR UNLINKED - OTHERWISE THEIR SHARED CREDIT
      * LIMIT AND CONSOLIDATED STATEMENT WOULD GO WITH IT.
       DELETE-THE-RECORD.
           IF ACCOUNT-CHILD-COUNT > ZERO
                     DISPLAY "ACCOUNT IS PARENT TO "
                             ACCOUNT-CHILD-COUNT
                             " CHILD ACCOUNT(S) - NOT DELETED"
           ELSE
                     MOVE CUSTOMER-RECORD TO CUST-BEFORE-IMAGE
                     DELETE CUSTOMER-FILE
                               INVALID KEY
                               DISPLAY "DELETE FAILED - STATUS "
                                         CUSTOMER-FILE-STATUS
                               NOT INVALID KEY
                               MOVE "DELETE" TO AUDIT-ACTION
                               PERFORM WRITE-AUDIT-RECORD
                               MOVE "DELETE" TO CJRN-ACTION
                               MOVE SPACE TO CJRN-AFTER-IMAGE
                               PERFORM WRITE-CUST-JOURNAL
                               DISPLAY "RECORD REMOVED".

      * WRITE-AUDIT-RECORD LOGS THE ACTION JUST APPLIED TO THE SHARED
      * AUDIT TRAIL, THE SAME LAYOUT THE ADD PROGRAMS WRITE. THE
