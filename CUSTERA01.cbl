      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTERA01.

      ******************************************************************
      * This program erases a customer's personal data when the
      * customer asks to be forgotten. The account number stays, and
      * so does everything filed under it that the books need for
      * tax and audit - orders, invoices, AR, sales and commission
      * history are not touched. What goes is the person: the name,
      * phone and fax numbers, street address, city, ZIP, email and
      * returned-mail notes on CUSTOMER.DAT (the state stays - the
      * tax history is filed by it), the account's ship-to names and
      * street addresses on SHIPTO.DAT, its phone book entries (which
      * hold nothing but the person, so they are deleted), the text
      * of its notes and follow-ups, and the same fields wherever
      * copies of them were kept - the customer and phone journals,
      * the phone archive, the contact-usage log, the audit trail and
      * its monthly archives, the retention archives of those files,
      * the email campaign list, the acknowledgments queued for the
      * mail service on ORDACKML.DAT for the account's orders (the
      * address row blanked, the text masked), the bill-to and
      * ship-to of the
      * electronic invoice files sent for the account, the saved
      * report and letter captures on the report catalog, and every
      * backup generation of the customer and phone files, so a
      * restore cannot bring the data back. The account is closed
      * (status C) so nothing new can be filed under it.
      *
      * The erasure is refused while the account has an open AR item,
      * an order not yet invoiced, a waiting back-order or an active
      * standing order. It takes a supervisor (9) to run it and a
      * second, different supervisor to approve it (the dual-control
      * sign-on shared with the purges), and it ends with a printed
      * certificate listing every file looked at and every record
      * changed - by position or key, never by the erased values -
      * with a journal entry on CUSTJRNL.DAT and an AUDIT.DAT row.
      *
      * Phone entries, journal images and archived copies belong to
      * the account when they carry its account number, or - for
      * entries filed before phone entries were linked to accounts -
      * the customer's exact name and phone number. The audit trail
      * and usage log carry only a name, so an exact last and first
      * name match is what is erased there. In captured reports and
      * letters the customer's last name, street address, email and
      * phone and fax numbers are masked with asterisks wherever
      * they appear (the first name only on a line carrying the last
      * name), leaving values under three characters long alone.
      * The sequential files are rebuilt through a .TMP copy, the
      * same way CUSTMRG01 rebuilds the notes; backup generations
      * are fixed-length and are rewritten in place.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT CUSTOMER-FILE
                           ASSIGN TO "CUSTOMER.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                           FILE STATUS IS CUSTOMER-FILE-STATUS.

                 SELECT OPTIONAL AR-ITEM-FILE
                           ASSIGN TO "ARITEM.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS AR-INVOICE-NUMBER
                           FILE STATUS IS AR-FILE-STATUS.

                 SELECT OPTIONAL ORDER-HEADER-FILE
                           ASSIGN TO "ORDHDR.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS ORDER-NUMBER
                           FILE STATUS IS HEADER-FILE-STATUS.

                 SELECT OPTIONAL BACKORDER-FILE
                           ASSIGN TO "BACKORD.DAT"
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS BACKORDER-FILE-STATUS.

                 SELECT OPTIONAL STANDING-ORDER-FILE
                           ASSIGN TO "STANDORD.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS STANDING-ORDER-ID
                           FILE STATUS IS STANDING-FILE-STATUS.

                 SELECT OPTIONAL SHIP-TO-FILE
                           ASSIGN TO "SHIPTO.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS SHIP-TO-KEY
                           FILE STATUS IS SHIP-TO-FILE-STATUS.

                 SELECT OPTIONAL PHONE-FILE
                           ASSIGN TO "PHONE.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PHONE-NAME-KEY
                           FILE STATUS IS PHONE-FILE-STATUS.

                 SELECT OPTIONAL FOLLOW-UP-FILE
                           ASSIGN TO "FOLLOWUP.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS FOLLOW-KEY
                           FILE STATUS IS FOLLOW-FILE-STATUS.

                 SELECT OPTIONAL TEXT-FILE
                           ASSIGN USING TEXT-FILE-NAME
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS TEXT-FILE-STATUS.

                 SELECT WORK-TEXT-FILE
                           ASSIGN TO "CUSTERA.TMP"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WORK-TEXT-STATUS.

                 SELECT GENERATION-FILE
                           ASSIGN USING GENERATION-FILE-NAME
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS GENERATION-FILE-STATUS.

                 SELECT OPTIONAL BACKUP-CATALOG-FILE
                           ASSIGN TO "BCKCAT.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS BACKUP-CATALOG-STATUS.

                 SELECT OPTIONAL AUDIT-CATALOG-FILE
                           ASSIGN TO "AUDGEN.CTL"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS AUDIT-CATALOG-STATUS.

                 SELECT OPTIONAL RETENTION-CATALOG-FILE
                           ASSIGN TO "RETCAT.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RETENTION-CATALOG-STATUS.

                 SELECT OPTIONAL REPORT-CATALOG-FILE
                           ASSIGN TO "RPTCAT.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS REPORT-CATALOG-STATUS.

                 SELECT OPTIONAL EINVOICE-LOG-FILE
                           ASSIGN TO "EINVLOG.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS EINVOICE-LOG-STATUS.

                 SELECT PRINTER-FILE
                           ASSIGN TO PRINTER
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * CUSTOMER-RECORD, AR-ITEM-RECORD, ORDER-HEADER-RECORD,
      * BACKORDER-RECORD, STANDING-ORDER-RECORD, SHIP-TO-RECORD,
      * PHONE-RECORD AND FOLLOW-UP-RECORD ARE THE SHARED LAYOUTS -
      * SEE THE MATCHING COPYBOOKS UNDER COPYBOOKS/.
       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

       FD  AR-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARITEM.

       FD  ORDER-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WORDHDR.

       FD  BACKORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WBACKORD.

       FD  STANDING-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WSTNDORD.

       FD  SHIP-TO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WSHIPTO.

       FD  PHONE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WPHONEF.

       FD  FOLLOW-UP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WFOLLOW.

      * TEXT-FILE IS WHICHEVER SEQUENTIAL FILE IS BEING SCRUBBED -
      * THE LIVE FILE OR ONE OF ITS ARCHIVES - READ AS PLAIN TEXT
      * WIDE ENOUGH FOR THE CUSTOMER JOURNAL, WITH A VIEW OF THE
      * RECORD FOR EACH KIND OF FILE. THE NOTES AND AUDIT LAYOUTS
      * MATCH CUSTNOT01'S AND THE SHARED AUDIT TRAIL'S, AND THE
      * ACKNOWLEDGMENT MAIL LAYOUT ORDACK01'S; THE REST ARE THE
      * SHARED COPYBOOKS. A CAPTURED REPORT OR THE EMAIL LIST IS
      * HANDLED THROUGH TEXT-RECORD ITSELF.
       FD  TEXT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TEXT-RECORD                    PIC X(700).
       01  NOTE-RECORD.
                 05 NOTE-ACCOUNT-NUMBER    PIC 9(7).
                 05 NOTE-DATE              PIC 9(8).
                 05 NOTE-TIME              PIC 9(8).
                 05 NOTE-OPERATOR-ID       PIC X(10).
                 05 NOTE-TEXT              PIC X(60).
           01 AUDIT-RECORD.
                     05 AUDIT-DATE               PIC 9(6).
                     05 AUDIT-TIME               PIC 9(8).
                     05 AUDIT-PROGRAM-ID         PIC X(12).
                     05 AUDIT-ACTION             PIC X(10).
                     05 AUDIT-LAST-NAME          PIC X(20).
                     05 AUDIT-FIRST-NAME         PIC X(20).
                     05 AUDIT-OPERATOR-ID        PIC X(10).
       01  ACK-MAIL-RECORD.
                 05 ACKML-ORDER-NUMBER     PIC 9(7).
                 05 ACKML-ROW-KIND         PIC X(1).
                 05 ACKML-TEXT             PIC X(80).
           COPY WCUSJRN.
           COPY WPHNJRN.
           COPY WPHNUSE.
           COPY WEINV.

       FD  WORK-TEXT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-TEXT-RECORD               PIC X(700).

      * A BACKUP GENERATION, AS BCKUP01 WRITES IT - ONE FIXED
      * 330-BYTE RECORD PER RECORD SAVED.
       FD  GENERATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  GENERATION-RECORD              PIC X(330).

      * THE CATALOG LAYOUTS MATCH THE PROGRAMS THAT KEEP THEM:
      * BCKUP01, AUDCUT01, RETSWP01, RPTSAV01, AND ORDINV01'S
      * TRANSMISSION LOG (SEE COPYBOOKS/WEINVLOG.CPY).
       FD  BACKUP-CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-CATALOG-RECORD.
                 05 BACKUP-CATALOG-DATE    PIC 9(8).
                 05 BACKUP-CATALOG-FILE-KEY PIC X(8).
                 05 BACKUP-CATALOG-COUNT   PIC 9(7).

       FD  AUDIT-CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-CATALOG-RECORD.
                 05 AUDIT-CATALOG-MONTH    PIC X(6).

       FD  RETENTION-CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETENTION-CATALOG-RECORD.
                 05 RCAT-DATE              PIC 9(8).
                 05 RCAT-FILE-NAME         PIC X(12).
                 05 RCAT-RECORD-COUNT      PIC 9(7).

       FD  REPORT-CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-CATALOG-RECORD.
                 05 CATALOG-DATE           PIC 9(8).
                 05 CATALOG-REPORT-NAME    PIC X(12).
                 05 CATALOG-OPERATOR-ID    PIC X(10).
                 05 CATALOG-PAGE-COUNT     PIC 9(5).
                 05 CATALOG-CAPTURE-NAME   PIC X(30).

       FD  EINVOICE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WEINVLOG.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  CUSTOMER-FILE-STATUS      PIC XX.
       01  AR-FILE-STATUS            PIC XX.
       01  HEADER-FILE-STATUS        PIC XX.
       01  BACKORDER-FILE-STATUS     PIC XX.
       01  STANDING-FILE-STATUS      PIC XX.
       01  SHIP-TO-FILE-STATUS       PIC XX.
       01  PHONE-FILE-STATUS         PIC XX.
       01  FOLLOW-FILE-STATUS        PIC XX.
       01  TEXT-FILE-STATUS          PIC XX.
       01  WORK-TEXT-STATUS          PIC XX.
       01  GENERATION-FILE-STATUS    PIC XX.
       01  BACKUP-CATALOG-STATUS     PIC XX.
       01  AUDIT-CATALOG-STATUS      PIC XX.
       01  RETENTION-CATALOG-STATUS  PIC XX.
       01  REPORT-CATALOG-STATUS     PIC XX.
       01  EINVOICE-LOG-STATUS       PIC XX.
       01  END-OF-FILE               PIC X.
       01  CATALOG-END-OF-FILE       PIC X.
       01  RECORD-FOUND              PIC X.
       01  CONFIRM-ANSWER            PIC X.
       01  ACCOUNT-ENTRY             PIC X(7).
       01  TODAYS-DATE               PIC 9(8).

      * SIGN-ON FIELDS FOR THE SHARED GET-OPERATOR-ID PARAGRAPH -
      * SEE COPYBOOKS/WOPRSGNW.CPY.
       COPY WOPRSGNW.
      * APPROVAL FIELDS FOR THE SHARED GET-APPROVER-ID DUAL-CONTROL
      * PARAGRAPH - SEE COPYBOOKS/WAPPSGNW.CPY.
       COPY WAPPSGNW.

      * WORK FIELDS FOR THE NUMJST01 KEYED-NUMBER CONVERSION, WHICH
      * TURNS AN ENTRY TYPED "1" OR "150" INTO A PROPER NUMBER.
       01  KEYED-NUMBER-TEXT         PIC X(8).
       01  KEYED-NUMBER-VALUE        PIC 9(8).
       01  KEYED-NUMBER-GOOD         PIC X.

      * THE ACCOUNT BEING ERASED AND THE PERSONAL VALUES IT CARRIED
      * WHEN THE RUN STARTED - WHAT THE COPIES IN THE OTHER FILES
      * ARE RECOGNIZED BY. THEY ARE NEVER PRINTED.
       01  ERASE-ACCOUNT             PIC 9(7).
       01  ERASE-LAST-NAME           PIC X(20).
       01  ERASE-FIRST-NAME          PIC X(20).
       01  ERASE-PHONE-NUMBER        PIC X(15).
       01  ERASE-FAX                 PIC X(15).
       01  ERASE-ADDRESS1            PIC X(25).
       01  ERASE-ADDRESS2            PIC X(25).
       01  ERASE-EMAIL               PIC X(40).

      * WHAT STANDS IN FOR THE ERASED VALUES: THE NAME ON THE
      * CUSTOMER, SHIP-TO AND ELECTRONIC INVOICE RECORDS, THE TEXT
      * LEFT IN A NOTE OR FOLLOW-UP, AND "ACCOUNT NNNNNNN" IN THE
      * FIRST-NAME COLUMN OF THE AUDIT TRAIL AND USAGE LOG.
       01  ERASED-NAME               PIC X(6) VALUE "ERASED".
       01  ERASED-TEXT               PIC X(20) VALUE
                                     "PERSONAL DATA ERASED".
       01  ERASED-ACCOUNT-LABEL.
                 05 FILLER                 PIC X(8) VALUE "ACCOUNT ".
                 05 ERASED-LABEL-ACCOUNT   PIC 9(7).

      * WHAT STOPS AN ERASURE - ANYTHING STILL OPEN FOR THE ACCOUNT.
       01  OPEN-AR-COUNT             PIC 9(5).
       01  OPEN-ORDER-COUNT          PIC 9(5).
       01  WAITING-BACKORDER-COUNT   PIC 9(5).
       01  ACTIVE-STANDING-COUNT     PIC 9(5).

      * CUSTOMER-IMAGE MIRRORS CUSTOMER-RECORD (WCUSTF) SO THE LIVE
      * RECORD, A JOURNAL IMAGE AND A BACKUP GENERATION RECORD ARE
      * ALL ERASED BY THE ONE PARAGRAPH, THE SAME MIRRORED-IMAGE
      * HANDLING PHNJRN01 USES. ONLY THE FIELDS THIS PROGRAM CHANGES
      * OR TESTS ARE NAMED.
       01  CUSTOMER-IMAGE.
                 05 CUST-IMAGE-LAST-NAME   PIC X(20).
                 05 CUST-IMAGE-FIRST-NAME  PIC X(20).
                 05 CUST-IMAGE-NUMBER      PIC X(15).
                 05 CUST-IMAGE-EXTENSION   PIC 9(5).
                 05 CUST-IMAGE-FAX         PIC X(15).
                 05 CUST-IMAGE-ADDRESS1    PIC X(25).
                 05 CUST-IMAGE-ADDRESS2    PIC X(25).
                 05 CUST-IMAGE-CITY        PIC X(15).
                 05 CUST-IMAGE-STATE       PIC X(15).
                 05 CUST-IMAGE-ZIP         PIC 9(5).
                 05 CUST-IMAGE-ZIP-PLUS4   PIC 9(4).
                 05 CUST-IMAGE-EMAIL       PIC X(40).
                 05 CUST-IMAGE-STATUS      PIC X(1).
                 05 FILLER                 PIC X(8).
                 05 CUST-IMAGE-ACCOUNT     PIC 9(7).
                 05 FILLER                 PIC X(45).
                 05 CUST-IMAGE-NO-EMAIL    PIC X(1).
                 05 FILLER                 PIC X(18).
                 05 CUST-IMAGE-EBR-EXPIRES PIC 9(8).
                 05 CUST-IMAGE-DNC-FLAG    PIC X(1).
                 05 CUST-IMAGE-DNC-DATE    PIC 9(8).
                 05 CUST-IMAGE-MAIL-STATUS PIC X(1).
                 05 CUST-IMAGE-MAIL-DATE   PIC 9(8).
                 05 CUST-IMAGE-MAIL-REASON PIC X(20).

      * PHONE-IMAGE MIRRORS PHONE-RECORD (WPHONEF) THE SAME WAY.
       01  PHONE-IMAGE.
                 05 PHONE-IMAGE-NAME-KEY.
                           10 PHONE-IMAGE-LAST-NAME  PIC X(20).
                           10 PHONE-IMAGE-FIRST-NAME PIC X(20).
                 05 PHONE-IMAGE-NUMBER     PIC X(15).
                 05 PHONE-IMAGE-EXTENSION  PIC X(5).
                 05 PHONE-IMAGE-TYPE       PIC X(1).
                 05 PHONE-IMAGE-ADDRESS1   PIC X(25).
                 05 PHONE-IMAGE-CITY       PIC X(15).
                 05 PHONE-IMAGE-STATE      PIC X(15).
                 05 PHONE-IMAGE-ZIP        PIC X(15).
                 05 PHONE-IMAGE-CONTACT    PIC 9(8).
                 05 PHONE-IMAGE-ADDED      PIC 9(8).
                 05 PHONE-IMAGE-ACCOUNT    PIC 9(7).
                 05 PHONE-IMAGE-DNC-FLAG   PIC X(1).
                 05 PHONE-IMAGE-DNC-DATE   PIC 9(8).

      * AN ERASED PHONE ENTRY KEEPS A KEY OF ITS OWN, SO A RESTORED
      * GENERATION STILL LOADS: "ERASED" AND THE ACCOUNT NUMBER WITH
      * A RUNNING COUNT, E.G. 0001234-002.
       01  ERASED-PHONE-FIRST-NAME.
                 05 ERASED-PHONE-ACCOUNT   PIC 9(7).
                 05 FILLER                 PIC X(1) VALUE "-".
                 05 ERASED-PHONE-SEQUENCE  PIC 9(3).
       01  ERASED-ENTRY-COUNT        PIC 9(3).

       01  IMAGE-IS-THEIRS           PIC X.
       01  HELD-IMAGE                PIC X(700).
       01  INVOICE-IS-THEIRS         PIC X.

      * THE ORDER THE ACKNOWLEDGMENT MAIL ROWS IN HAND BELONG TO, AND
      * WHETHER IT IS ONE OF THE ACCOUNT'S - LOOKED UP ON ORDHDR.DAT
      * ONCE PER ORDER, SINCE AN ORDER'S ROWS ARE WRITTEN TOGETHER.
       01  HEADER-FILE-IS-OPEN       PIC X.
       01  LAST-ACK-ORDER            PIC 9(7).
       01  ACK-ORDER-IS-THEIRS       PIC X.

      * THE FILE BEING SCRUBBED, WHAT KIND OF FILE IT IS, AND ITS
      * COUNTS FOR THE CERTIFICATE.
       01  TEXT-FILE-NAME            PIC X(30).
       01  GENERATION-FILE-NAME      PIC X(30).
       01  CURRENT-FILE-NAME         PIC X(30).
       01  FILE-KIND                 PIC X(1).
                 88 FILE-IS-NOTES          VALUE "N".
                 88 FILE-IS-CUSTOMER-JOURNAL VALUE "C".
                 88 FILE-IS-PHONE-JOURNAL  VALUE "P".
                 88 FILE-IS-PHONE-ARCHIVE  VALUE "O".
                 88 FILE-IS-USAGE-LOG      VALUE "U".
                 88 FILE-IS-AUDIT-TRAIL    VALUE "A".
                 88 FILE-IS-EMAIL-LIST     VALUE "M".
                 88 FILE-IS-EINVOICE       VALUE "E".
                 88 FILE-IS-CAPTURE        VALUE "R".
                 88 FILE-IS-ACK-MAIL       VALUE "K".
                 88 FILE-IS-KNOWN          VALUE "N" "C" "P" "O"
                                                 "U" "A" "M" "K".
       01  RECORD-WAS-TOUCHED        PIC X.
       01  JOURNAL-WAS-TOUCHED       PIC X.
       01  RECORD-IS-DROPPED         PIC X.
       01  FILE-WAS-TOUCHED          PIC X.
       01  RECORD-POSITION           PIC 9(7).
       01  FILE-RECORDS-READ         PIC 9(7).
       01  FILE-RECORDS-TOUCHED      PIC 9(7).
       01  FILES-EXAMINED            PIC 9(5) VALUE ZERO.
       01  TOTAL-RECORDS-TOUCHED     PIC 9(7) VALUE ZERO.
       01  RECORD-ID-TEXT            PIC X(28).
       01  ACTION-TEXT               PIC X(28).

      * NAME BUILDING FOR THE GENERATIONS AND ARCHIVES, THE SAME
      * WAY BCKUP01, AUDCUT01 AND RETSWP01 NAME THEM.
       01  STEM-LENGTH               PIC 99.
       01  DATE-AS-TEXT              PIC 9(8).
       01  LAST-EINVOICE-FILE        PIC X(20).

      * THE STRINGS MASKED OUT OF CAPTURED REPORTS AND LETTERS, EACH
      * WITH ITS LENGTH TO THE LAST NON-BLANK. THE FIRST NAME IS
      * KEPT APART - IT IS ONLY MASKED ON A LINE THAT ALSO CARRIED
      * THE LAST NAME.
       01  MASK-TABLE.
                 05 MASK-ENTRY OCCURS 6 TIMES.
                           10 MASK-TEXT          PIC X(40).
                           10 MASK-LENGTH        PIC 99.
                           10 MASK-IS-LAST-NAME  PIC X(1).
       01  MASK-COUNT                PIC 9.
       01  MASK-SUB                  PIC 9.
       01  MASK-TALLY                PIC 9(4).
       01  MASK-HITS                 PIC 9(4).
       01  LAST-NAME-ON-LINE         PIC X.
       01  FIRST-NAME-MASK           PIC X(40).
       01  FIRST-NAME-LENGTH         PIC 99.
       01  MASK-STARS                PIC X(40) VALUE ALL "*".
       01  FIELD-TEXT                PIC X(40).
       01  FIELD-LENGTH              PIC 99.
       01  CHAR-SUB                  PIC 9(3).
       01  LINE-LENGTH               PIC 9(3).
       01  ERASE-ACCOUNT-TEXT        PIC 9(7).

       01  PRINT-LINES               PIC 99.
       01  PAGE-NUMBER               PIC 9(5).

      * Structures for the printed certificate.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(42) VALUE
                     "PERSONAL DATA ERASURE CERTIFICATE ACCOUNT ".
                 05 PRINT-TITLE-ACCOUNT    PIC 9(7).
                 05 FILLER                 PIC X(21) VALUE SPACE.
                 05 FILLER                 PIC X(5) VALUE "Page".
                 05 PRINT-PAGE-NUMBER      PIC ZZZZ9.

       01  SUBTITLE-LINE.
                 05 FILLER                 PIC X(10) VALUE
                                           "OPERATOR: ".
                 05 SUB-OPERATOR-ID        PIC X(10).
                 05 FILLER                 PIC X(15) VALUE
                                           "  APPROVED BY: ".
                 05 SUB-APPROVER-ID        PIC X(10).
                 05 FILLER                 PIC X(12) VALUE
                                           "  RUN DATE: ".
                 05 SUB-RUN-DATE           PIC 9(8).

       01  COLUMN-HEADING-LINE.
                 05 FILLER                 PIC X(24) VALUE "FILE".
                 05 FILLER                 PIC X(28) VALUE "RECORD".
                 05 FILLER                 PIC X(28) VALUE "ACTION".

       01  DETAIL-LINE.
                 05 PRINT-DETAIL-FILE      PIC X(22).
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-RECORD-ID        PIC X(28).
                 05 PRINT-ACTION           PIC X(28).

       01  FILE-TOTAL-LINE.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-TOTAL-FILE       PIC X(22).
                 05 FILLER                 PIC X(14) VALUE
                                           "RECORDS READ ".
                 05 PRINT-TOTAL-READ       PIC ZZZZZZ9.
                 05 FILLER                 PIC X(11) VALUE
                                           "   CHANGED ".
                 05 PRINT-TOTAL-TOUCHED    PIC ZZZZZZ9.

       01  NOT-ON-FILE-LINE.
                 05 FILLER                 PIC X(2) VALUE SPACE.
                 05 PRINT-ABSENT-FILE      PIC X(22).
                 05 FILLER                 PIC X(36) VALUE
                           "NOT ON THE SYSTEM - NOTHING TO ERASE".

       01  GRAND-TOTAL-LINE.
                 05 FILLER                 PIC X(16) VALUE
                                           "FILES EXAMINED: ".
                 05 PRINT-FILES-EXAMINED   PIC ZZZZ9.
                 05 FILLER                 PIC X(21) VALUE
                                           "   RECORDS CHANGED: ".
                 05 PRINT-RECORDS-TOUCHED  PIC ZZZZZZ9.

       01  STATEMENT-LINE                  PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM GET-OPERATOR-ID.
            IF OPERATOR-AUTHORITY < 9
                      DISPLAY "SUPERVISOR AUTHORITY IS NEEDED TO "
                              "ERASE A CUSTOMER"
                      STOP RUN.
            PERFORM OPENING-PROCEDURE.
            PERFORM GET-THE-ACCOUNT.
            PERFORM CHECK-FOR-OPEN-BUSINESS.
            IF OPEN-AR-COUNT NOT = ZERO OR
               OPEN-ORDER-COUNT NOT = ZERO OR
               WAITING-BACKORDER-COUNT NOT = ZERO OR
               ACTIVE-STANDING-COUNT NOT = ZERO
                      PERFORM REPORT-THE-REFUSAL
            ELSE
                      PERFORM GET-CONFIRMATION
                      IF CONFIRM-ANSWER = "Y"
                                PERFORM GET-APPROVER-ID
                                PERFORM RUN-THE-ERASURE
                      ELSE
                                DISPLAY "ERASURE CANCELLED - NOTHING "
                                        "TOUCHED".
            PERFORM CLOSING-PROCEDURE.
            STOP RUN.

       OPENING-PROCEDURE.
           OPEN I-O CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN CUSTOMER FILE - STATUS "
                             CUSTOMER-FILE-STATUS
                     STOP RUN.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE CUSTOMER-FILE.

      * GET-THE-ACCOUNT TAKES THE ACCOUNT TO ERASE AND SHOWS WHO IT
      * IS, SO THE OPERATOR CAN SEE IT IS THE RIGHT CUSTOMER BEFORE
      * CONFIRMING. AN ACCOUNT ALREADY ERASED MAY BE RUN AGAIN - THE
      * RUN SWEEPS UP ANY COPY FILED SINCE, SUCH AS A RESTORED FILE.
       GET-THE-ACCOUNT.
           DISPLAY "ACCOUNT NUMBER TO ERASE ? ".
           ACCEPT ACCOUNT-ENTRY.
           MOVE ACCOUNT-ENTRY TO KEYED-NUMBER-TEXT.
           CALL "NUMJST01" USING KEYED-NUMBER-TEXT
                     KEYED-NUMBER-VALUE KEYED-NUMBER-GOOD.
           IF KEYED-NUMBER-GOOD NOT = "Y"
                     DISPLAY "ACCOUNT MUST BE NUMERIC"
                     GO TO GET-THE-ACCOUNT.
           MOVE KEYED-NUMBER-VALUE TO ERASE-ACCOUNT
                     CUSTOMER-ACCOUNT-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "NO CUSTOMER ON FILE FOR THAT ACCOUNT"
                     GO TO GET-THE-ACCOUNT.
           MOVE CUSTOMER-LAST-NAME TO ERASE-LAST-NAME.
           MOVE CUSTOMER-FIRST-NAME TO ERASE-FIRST-NAME.
           MOVE CUSTOMER-NUMBER TO ERASE-PHONE-NUMBER.
           MOVE CUSTOMER-FAX TO ERASE-FAX.
           MOVE CUSTOMER-ADDRESS1 TO ERASE-ADDRESS1.
           MOVE CUSTOMER-ADDRESS2 TO ERASE-ADDRESS2.
           MOVE CUSTOMER-EMAIL TO ERASE-EMAIL.
           MOVE ERASE-ACCOUNT TO ERASED-LABEL-ACCOUNT
                     ERASED-PHONE-ACCOUNT ERASE-ACCOUNT-TEXT.
           IF CUSTOMER-LAST-NAME = ERASED-NAME
                     DISPLAY "ACCOUNT " ERASE-ACCOUNT " WAS ERASED "
                             "BEFORE - THIS RUN SWEEPS UP ANY COPY "
                             "FILED SINCE"
           ELSE
                     DISPLAY "CUSTOMER: " CUSTOMER-LAST-NAME " "
                             CUSTOMER-FIRST-NAME
                     DISPLAY "          " CUSTOMER-ADDRESS1 " "
                             CUSTOMER-CITY.

      * CHECK-FOR-OPEN-BUSINESS COUNTS WHAT IS STILL OPEN FOR THE
      * ACCOUNT. AN ERASED CUSTOMER CANNOT BE BILLED, SHIPPED TO OR
      * SENT A STATEMENT, SO ANY OF THESE STOPS THE RUN.
       CHECK-FOR-OPEN-BUSINESS.
           MOVE ZEROES TO OPEN-AR-COUNT OPEN-ORDER-COUNT
                     WAITING-BACKORDER-COUNT ACTIVE-STANDING-COUNT.
           PERFORM COUNT-THE-OPEN-AR.
           PERFORM COUNT-THE-OPEN-ORDERS.
           PERFORM COUNT-THE-WAITING-BACKORDERS.
           PERFORM COUNT-THE-STANDING-ORDERS.

       COUNT-THE-OPEN-AR.
           OPEN INPUT AR-ITEM-FILE.
           IF AR-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-AR-ITEM
                     PERFORM CHECK-ONE-AR-ITEM
                          UNTIL END-OF-FILE = "Y".
           CLOSE AR-ITEM-FILE.

       READ-NEXT-AR-ITEM.
           READ AR-ITEM-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       CHECK-ONE-AR-ITEM.
           IF AR-ACCOUNT-NUMBER = ERASE-ACCOUNT AND
              AR-ITEM-IS-OPEN
                     ADD 1 TO OPEN-AR-COUNT.
           PERFORM READ-NEXT-AR-ITEM.

       COUNT-THE-OPEN-ORDERS.
           OPEN INPUT ORDER-HEADER-FILE.
           IF HEADER-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-HEADER
                     PERFORM CHECK-ONE-HEADER
                          UNTIL END-OF-FILE = "Y".
           CLOSE ORDER-HEADER-FILE.

       READ-NEXT-HEADER.
           READ ORDER-HEADER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       CHECK-ONE-HEADER.
           IF ORDER-ACCOUNT-NUMBER = ERASE-ACCOUNT
                     IF ORDER-IS-OPEN OR ORDER-IS-PICKED OR
                        ORDER-IS-SHIPPED
                               ADD 1 TO OPEN-ORDER-COUNT.
           PERFORM READ-NEXT-HEADER.

       COUNT-THE-WAITING-BACKORDERS.
           OPEN INPUT BACKORDER-FILE.
           IF BACKORDER-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-BACKORDER
                     PERFORM CHECK-ONE-BACKORDER
                          UNTIL END-OF-FILE = "Y".
           CLOSE BACKORDER-FILE.

       READ-NEXT-BACKORDER.
           READ BACKORDER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       CHECK-ONE-BACKORDER.
           IF BACKORDER-ACCOUNT = ERASE-ACCOUNT AND
              BACKORDER-IS-WAITING
                     ADD 1 TO WAITING-BACKORDER-COUNT.
           PERFORM READ-NEXT-BACKORDER.

       COUNT-THE-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDER-FILE.
           IF STANDING-FILE-STATUS = "00"
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-STANDING-ORDER
                     PERFORM CHECK-ONE-STANDING-ORDER
                          UNTIL END-OF-FILE = "Y".
           CLOSE STANDING-ORDER-FILE.

       READ-NEXT-STANDING-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       CHECK-ONE-STANDING-ORDER.
           IF STANDING-ACCOUNT-NUMBER = ERASE-ACCOUNT AND
              STANDING-IS-ACTIVE
                     ADD 1 TO ACTIVE-STANDING-COUNT.
           PERFORM READ-NEXT-STANDING-ORDER.

       REPORT-THE-REFUSAL.
           DISPLAY "ACCOUNT " ERASE-ACCOUNT " CANNOT BE ERASED WHILE "
                   "IT HAS OPEN BUSINESS:".
           IF OPEN-AR-COUNT NOT = ZERO
                     DISPLAY "   " OPEN-AR-COUNT " OPEN AR ITEM(S)".
           IF OPEN-ORDER-COUNT NOT = ZERO
                     DISPLAY "   " OPEN-ORDER-COUNT
                             " ORDER(S) NOT YET INVOICED".
           IF WAITING-BACKORDER-COUNT NOT = ZERO
                     DISPLAY "   " WAITING-BACKORDER-COUNT
                             " WAITING BACK-ORDER(S)".
           IF ACTIVE-STANDING-COUNT NOT = ZERO
                     DISPLAY "   " ACTIVE-STANDING-COUNT
                             " ACTIVE STANDING ORDER(S)".
           DISPLAY "ERASURE REFUSED - NOTHING TOUCHED".

       GET-CONFIRMATION.
           DISPLAY "ERASE THE PERSONAL DATA OF ACCOUNT " ERASE-ACCOUNT
                   " FROM EVERY FILE? THIS CANNOT BE UNDONE (Y/N)? "
                   WITH NO ADVANCING.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER = "y"
                     MOVE "Y" TO CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y"
                     MOVE "N" TO CONFIRM-ANSWER.

      * RUN-THE-ERASURE WORKS THROUGH THE LIVE FILES FIRST, THEN THE
      * ARCHIVES, CAPTURES AND BACKUPS EACH CATALOG NAMES, PRINTING
      * THE CERTIFICATE AS IT GOES. THE JOURNAL ENTRY AND AUDIT ROW
      * FOR THE ERASURE ITSELF ARE WRITTEN LAST, AFTER THE JOURNAL
      * AND TRAIL HAVE BEEN SCRUBBED.
       RUN-THE-ERASURE.
           PERFORM BUILD-THE-MASKS.
           OPEN OUTPUT PRINTER-FILE.
           MOVE ZEROES TO PRINT-LINES PAGE-NUMBER.
           PERFORM START-NEW-PAGE.
           PERFORM PRINT-COLUMN-HEADINGS.
           PERFORM ERASE-THE-CUSTOMER.
           PERFORM ERASE-THE-SHIP-TOS.
           PERFORM ERASE-THE-PHONE-ENTRIES.
           PERFORM ERASE-THE-FOLLOW-UPS.
           MOVE "CUSTNOTE.DAT" TO TEXT-FILE-NAME.
           MOVE "N" TO FILE-KIND.
           PERFORM SCRUB-A-TEXT-FILE.
           MOVE "CUSTJRNL.DAT" TO TEXT-FILE-NAME.
           MOVE "C" TO FILE-KIND.
           PERFORM SCRUB-A-TEXT-FILE.
           MOVE "PHNJRNL.DAT" TO TEXT-FILE-NAME.
           MOVE "P" TO FILE-KIND.
           PERFORM SCRUB-A-TEXT-FILE.
           MOVE "PHONEOLD.DAT" TO TEXT-FILE-NAME.
           MOVE "O" TO FILE-KIND.
           PERFORM SCRUB-A-TEXT-FILE.
           MOVE "PHNUSAGE.DAT" TO TEXT-FILE-NAME.
           MOVE "U" TO FILE-KIND.
           PERFORM SCRUB-A-TEXT-FILE.
           MOVE "AUDIT.DAT" TO TEXT-FILE-NAME.
           MOVE "A" TO FILE-KIND.
           PERFORM SCRUB-A-TEXT-FILE.
           MOVE "EMLLIST.DAT" TO TEXT-FILE-NAME.
           MOVE "M" TO FILE-KIND.
           PERFORM SCRUB-A-TEXT-FILE.
           PERFORM OPEN-THE-ORDER-HEADERS.
           MOVE "ORDACKML.DAT" TO TEXT-FILE-NAME.
           MOVE "K" TO FILE-KIND.
           PERFORM SCRUB-A-TEXT-FILE.
           PERFORM SCRUB-THE-AUDIT-ARCHIVES.
           PERFORM SCRUB-THE-RETENTION-ARCHIVES.
           PERFORM SCRUB-THE-EINVOICE-FILES.
           PERFORM SCRUB-THE-REPORT-CAPTURES.
           PERFORM SCRUB-THE-BACKUP-GENERATIONS.
           CLOSE ORDER-HEADER-FILE.
           PERFORM JOURNAL-THE-ERASURE.
           PERFORM WRITE-THE-AUDIT-ROW.
           PERFORM PRINT-THE-STATEMENT.
           PERFORM END-LAST-PAGE.
           CLOSE PRINTER-FILE.
           DISPLAY "ERASURE COMPLETE - " TOTAL-RECORDS-TOUCHED
                   " RECORD(S) CHANGED - SEE THE PRINTED CERTIFICATE".

      * BUILD-THE-MASKS LOADS THE STRINGS TO MASK IN THE CAPTURED
      * REPORTS, SKIPPING ANY SHORTER THAN THREE CHARACTERS - A TWO-
      * LETTER VALUE WOULD STAR OUT HALF THE WORDS ON THE PAGE.
       BUILD-THE-MASKS.
           MOVE ZERO TO MASK-COUNT.
           MOVE ERASE-LAST-NAME TO FIELD-TEXT.
           IF ERASE-LAST-NAME NOT = ERASED-NAME
                     PERFORM ADD-ONE-MASK.
           IF MASK-COUNT NOT = ZERO
                     MOVE "Y" TO MASK-IS-LAST-NAME (1).
           MOVE ERASE-ADDRESS1 TO FIELD-TEXT.
           PERFORM ADD-ONE-MASK.
           MOVE ERASE-ADDRESS2 TO FIELD-TEXT.
           PERFORM ADD-ONE-MASK.
           MOVE ERASE-EMAIL TO FIELD-TEXT.
           PERFORM ADD-ONE-MASK.
           MOVE ERASE-PHONE-NUMBER TO FIELD-TEXT.
           PERFORM ADD-ONE-MASK.
           MOVE ERASE-FAX TO FIELD-TEXT.
           PERFORM ADD-ONE-MASK.
           MOVE ERASE-FIRST-NAME TO FIELD-TEXT.
           PERFORM MEASURE-THE-FIELD.
           MOVE FIELD-TEXT TO FIRST-NAME-MASK.
           MOVE FIELD-LENGTH TO FIRST-NAME-LENGTH.
           IF FIRST-NAME-LENGTH < 3
                     MOVE ZERO TO FIRST-NAME-LENGTH.

       ADD-ONE-MASK.
           PERFORM MEASURE-THE-FIELD.
           IF FIELD-LENGTH NOT < 3
                     ADD 1 TO MASK-COUNT
                     MOVE FIELD-TEXT TO MASK-TEXT (MASK-COUNT)
                     MOVE FIELD-LENGTH TO MASK-LENGTH (MASK-COUNT)
                     MOVE "N" TO MASK-IS-LAST-NAME (MASK-COUNT).

      * MEASURE-THE-FIELD FINDS THE LAST NON-BLANK OF FIELD-TEXT,
      * THE WAY EMLEXT01 MEASURES ITS DELIMITED FIELDS.
       MEASURE-THE-FIELD.
           MOVE ZERO TO FIELD-LENGTH.
           PERFORM MEASURE-ONE-CHAR
                     VARYING CHAR-SUB FROM 40 BY -1
                     UNTIL CHAR-SUB < 1 OR FIELD-LENGTH NOT = ZERO.

       MEASURE-ONE-CHAR.
           IF FIELD-TEXT (CHAR-SUB:1) NOT = SPACE
                     MOVE CHAR-SUB TO FIELD-LENGTH.

      * ERASE-THE-CUSTOMER BLANKS THE PERSON OFF THE CUSTOMER RECORD
      * AND CLOSES THE ACCOUNT.
       ERASE-THE-CUSTOMER.
           MOVE "CUSTOMER.DAT" TO CURRENT-FILE-NAME.
           PERFORM START-A-FILE.
           MOVE ERASE-ACCOUNT TO CUSTOMER-ACCOUNT-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
                     DISPLAY "CUSTOMER VANISHED MID-RUN - CHECK THE "
                             "CUSTOMER FILE"
           ELSE
                     ADD 1 TO FILE-RECORDS-READ
                     MOVE CUSTOMER-RECORD TO CUSTOMER-IMAGE
                     PERFORM ERASE-THE-CUSTOMER-IMAGE
                     IF RECORD-WAS-TOUCHED = "Y"
                               MOVE CUSTOMER-IMAGE TO CUSTOMER-RECORD
                               REWRITE CUSTOMER-RECORD
                               MOVE SPACE TO RECORD-ID-TEXT
                               STRING "ACCOUNT " ERASE-ACCOUNT
                                         DELIMITED BY SIZE
                                         INTO RECORD-ID-TEXT
                               MOVE "PERSONAL FIELDS ERASED" TO
                                         ACTION-TEXT
                               PERFORM PRINT-THE-TOUCHED-RECORD.
           PERFORM FINISH-A-FILE.

      * ERASE-THE-CUSTOMER-IMAGE ERASES CUSTOMER-IMAGE WHEN IT IS
      * THE ACCOUNT'S, SETTING RECORD-WAS-TOUCHED ONLY WHEN SOMETHING
      * ACTUALLY CHANGED - A SECOND RUN FINDS NOTHING LEFT TO DO.
       ERASE-THE-CUSTOMER-IMAGE.
           MOVE "N" TO RECORD-WAS-TOUCHED.
           IF CUST-IMAGE-ACCOUNT IS NUMERIC AND
              CUST-IMAGE-ACCOUNT = ERASE-ACCOUNT
                     MOVE CUSTOMER-IMAGE TO HELD-IMAGE
                     MOVE ERASED-NAME TO CUST-IMAGE-LAST-NAME
                     MOVE SPACE TO CUST-IMAGE-FIRST-NAME
                               CUST-IMAGE-NUMBER CUST-IMAGE-FAX
                               CUST-IMAGE-ADDRESS1 CUST-IMAGE-ADDRESS2
                               CUST-IMAGE-CITY CUST-IMAGE-EMAIL
                               CUST-IMAGE-DNC-FLAG
                               CUST-IMAGE-MAIL-STATUS
                               CUST-IMAGE-MAIL-REASON
                     MOVE ZEROES TO CUST-IMAGE-EXTENSION
                               CUST-IMAGE-ZIP CUST-IMAGE-ZIP-PLUS4
                               CUST-IMAGE-EBR-EXPIRES
                               CUST-IMAGE-DNC-DATE
                               CUST-IMAGE-MAIL-DATE
                     MOVE "C" TO CUST-IMAGE-STATUS
                     MOVE "D" TO CUST-IMAGE-NO-EMAIL
                     IF CUSTOMER-IMAGE NOT = HELD-IMAGE (1:330)
                               MOVE "Y" TO RECORD-WAS-TOUCHED.

      * ERASE-THE-SHIP-TOS BLANKS THE NAME AND STREET ADDRESS OF
      * EVERY SHIP-TO FILED UNDER THE ACCOUNT. THE STATE STAYS - THE
      * TAX CHARGED ON PAST ORDERS FOLLOWED IT.
       ERASE-THE-SHIP-TOS.
           MOVE "SHIPTO.DAT" TO CURRENT-FILE-NAME.
           OPEN I-O SHIP-TO-FILE.
           IF SHIP-TO-FILE-STATUS NOT = "00"
                     PERFORM PRINT-FILE-NOT-ON-SYSTEM
           ELSE
                     PERFORM START-A-FILE
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-SHIP-TO
                     PERFORM ERASE-ONE-SHIP-TO
                          UNTIL END-OF-FILE = "Y"
                     CLOSE SHIP-TO-FILE
                     PERFORM FINISH-A-FILE.

       READ-NEXT-SHIP-TO.
           READ SHIP-TO-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       ERASE-ONE-SHIP-TO.
           ADD 1 TO FILE-RECORDS-READ.
           IF SHIP-TO-ACCOUNT = ERASE-ACCOUNT
                     MOVE SHIP-TO-RECORD TO HELD-IMAGE
                     MOVE ERASED-NAME TO SHIP-TO-NAME
                     MOVE SPACE TO SHIP-TO-ADDRESS1 SHIP-TO-ADDRESS2
                               SHIP-TO-CITY
                     MOVE ZEROES TO SHIP-TO-ZIP SHIP-TO-ZIP-PLUS4
                     IF SHIP-TO-RECORD NOT = HELD-IMAGE (1:130)
                               REWRITE SHIP-TO-RECORD
                               MOVE SPACE TO RECORD-ID-TEXT
                               STRING "SHIP-TO " SHIP-TO-CODE
                                         DELIMITED BY SIZE
                                         INTO RECORD-ID-TEXT
                               MOVE "NAME AND ADDRESS ERASED" TO
                                         ACTION-TEXT
                               PERFORM PRINT-THE-TOUCHED-RECORD.
           PERFORM READ-NEXT-SHIP-TO.

      * ERASE-THE-PHONE-ENTRIES DELETES THE ACCOUNT'S PHONE BOOK
      * ENTRIES OUTRIGHT - THEY HOLD NOTHING BUT THE PERSON. THE
      * CERTIFICATE COUNTS THEM BY POSITION, NOT BY NAME.
       ERASE-THE-PHONE-ENTRIES.
           MOVE "PHONE.DAT" TO CURRENT-FILE-NAME.
           OPEN I-O PHONE-FILE.
           IF PHONE-FILE-STATUS NOT = "00"
                     PERFORM PRINT-FILE-NOT-ON-SYSTEM
           ELSE
                     PERFORM START-A-FILE
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-PHONE
                     PERFORM ERASE-ONE-PHONE-ENTRY
                          UNTIL END-OF-FILE = "Y"
                     CLOSE PHONE-FILE
                     PERFORM FINISH-A-FILE.

       READ-NEXT-PHONE.
           READ PHONE-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       ERASE-ONE-PHONE-ENTRY.
           ADD 1 TO FILE-RECORDS-READ.
           MOVE PHONE-RECORD TO PHONE-IMAGE.
           PERFORM JUDGE-THE-PHONE-IMAGE.
           IF IMAGE-IS-THEIRS = "Y"
                     DELETE PHONE-FILE
                               INVALID KEY
                               DISPLAY "PHONE ENTRY WOULD NOT DELETE - "
                                       "STATUS " PHONE-FILE-STATUS
                               NOT INVALID KEY
                               MOVE SPACE TO RECORD-ID-TEXT
                               STRING "ENTRY " FILE-RECORDS-READ
                                         DELIMITED BY SIZE
                                         INTO RECORD-ID-TEXT
                               MOVE "ENTRY DELETED" TO ACTION-TEXT
                               PERFORM PRINT-THE-TOUCHED-RECORD.
           PERFORM READ-NEXT-PHONE.

      * JUDGE-THE-PHONE-IMAGE DECIDES WHETHER PHONE-IMAGE IS THE
      * ACCOUNT'S: LINKED TO IT, OR UNLINKED AND CARRYING THE
      * CUSTOMER'S EXACT NAME AND PHONE NUMBER. AN ENTRY ALREADY
      * ERASED IS LEFT AS IT IS.
       JUDGE-THE-PHONE-IMAGE.
           MOVE "N" TO IMAGE-IS-THEIRS.
           IF PHONE-IMAGE-ACCOUNT IS NUMERIC AND
              PHONE-IMAGE-ACCOUNT = ERASE-ACCOUNT
                     MOVE "Y" TO IMAGE-IS-THEIRS.
           IF PHONE-IMAGE-ACCOUNT NOT NUMERIC OR
              PHONE-IMAGE-ACCOUNT = ZERO
                     IF ERASE-LAST-NAME NOT = SPACE AND
                        ERASE-PHONE-NUMBER NOT = SPACE AND
                        PHONE-IMAGE-LAST-NAME = ERASE-LAST-NAME AND
                        PHONE-IMAGE-FIRST-NAME = ERASE-FIRST-NAME AND
                        PHONE-IMAGE-NUMBER = ERASE-PHONE-NUMBER
                               MOVE "Y" TO IMAGE-IS-THEIRS.
           IF PHONE-IMAGE-LAST-NAME = ERASED-NAME
                     MOVE "N" TO IMAGE-IS-THEIRS.

      * ERASE-THE-PHONE-IMAGE ERASES A COPY OF A PHONE ENTRY KEPT IN
      * A JOURNAL, THE ARCHIVE OR A BACKUP GENERATION, GIVING IT AN
      * "ERASED" KEY OF ITS OWN SO A RESTORE STILL LOADS IT.
       ERASE-THE-PHONE-IMAGE.
           MOVE "N" TO RECORD-WAS-TOUCHED.
           PERFORM JUDGE-THE-PHONE-IMAGE.
           IF IMAGE-IS-THEIRS = "Y"
                     ADD 1 TO ERASED-ENTRY-COUNT
                     MOVE ERASED-ENTRY-COUNT TO ERASED-PHONE-SEQUENCE
                     MOVE ERASED-NAME TO PHONE-IMAGE-LAST-NAME
                     MOVE ERASED-PHONE-FIRST-NAME TO
                               PHONE-IMAGE-FIRST-NAME
                     MOVE SPACE TO PHONE-IMAGE-NUMBER
                               PHONE-IMAGE-EXTENSION
                               PHONE-IMAGE-ADDRESS1 PHONE-IMAGE-CITY
                               PHONE-IMAGE-STATE PHONE-IMAGE-ZIP
                               PHONE-IMAGE-DNC-FLAG
                     MOVE ZEROES TO PHONE-IMAGE-DNC-DATE
                     MOVE "Y" TO RECORD-WAS-TOUCHED.

      * ERASE-THE-FOLLOW-UPS REPLACES THE REASON TEXT ON THE
      * ACCOUNT'S FOLLOW-UPS. THE DATES, ASSIGNEES AND OUTCOMES STAY.
       ERASE-THE-FOLLOW-UPS.
           MOVE "FOLLOWUP.DAT" TO CURRENT-FILE-NAME.
           OPEN I-O FOLLOW-UP-FILE.
           IF FOLLOW-FILE-STATUS NOT = "00"
                     PERFORM PRINT-FILE-NOT-ON-SYSTEM
           ELSE
                     PERFORM START-A-FILE
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-FOLLOW-UP
                     PERFORM ERASE-ONE-FOLLOW-UP
                          UNTIL END-OF-FILE = "Y"
                     CLOSE FOLLOW-UP-FILE
                     PERFORM FINISH-A-FILE.

       READ-NEXT-FOLLOW-UP.
           READ FOLLOW-UP-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       ERASE-ONE-FOLLOW-UP.
           ADD 1 TO FILE-RECORDS-READ.
           IF FOLLOW-ACCOUNT-NUMBER = ERASE-ACCOUNT AND
              FOLLOW-REASON NOT = ERASED-TEXT
                     MOVE ERASED-TEXT TO FOLLOW-REASON
                     REWRITE FOLLOW-UP-RECORD
                     MOVE SPACE TO RECORD-ID-TEXT
                     STRING "FOLLOW-UP " FOLLOW-SEQUENCE
                               DELIMITED BY SIZE
                               INTO RECORD-ID-TEXT
                     MOVE "REASON TEXT ERASED" TO ACTION-TEXT
                     PERFORM PRINT-THE-TOUCHED-RECORD.
           PERFORM READ-NEXT-FOLLOW-UP.

      * SCRUB-A-TEXT-FILE REBUILDS THE SEQUENTIAL FILE NAMED IN
      * TEXT-FILE-NAME THROUGH CUSTERA.TMP, ERASING EACH RECORD BY
      * THE RULES FOR ITS FILE-KIND AS IT PASSES. THE FILE IS ONLY
      * COPIED BACK WHEN SOMETHING IN IT CHANGED.
       SCRUB-A-TEXT-FILE.
           MOVE TEXT-FILE-NAME TO CURRENT-FILE-NAME.
           OPEN INPUT TEXT-FILE.
           IF TEXT-FILE-STATUS = "00"
                     PERFORM REWRITE-THE-TEXT-FILE
           ELSE
                     IF TEXT-FILE-STATUS = "05"
                               CLOSE TEXT-FILE
                               PERFORM PRINT-FILE-NOT-ON-SYSTEM
                     ELSE
                               PERFORM PRINT-FILE-NOT-ON-SYSTEM.

       REWRITE-THE-TEXT-FILE.
           PERFORM START-A-FILE.
           MOVE ZEROES TO ERASED-ENTRY-COUNT.
           MOVE "N" TO INVOICE-IS-THEIRS ACK-ORDER-IS-THEIRS.
           MOVE ZEROES TO LAST-ACK-ORDER.
           OPEN OUTPUT WORK-TEXT-FILE.
           IF WORK-TEXT-STATUS NOT = "00"
                     DISPLAY "UNABLE TO CREATE CUSTERA.TMP - STATUS "
                             WORK-TEXT-STATUS
                     MOVE 8 TO RETURN-CODE
                     STOP RUN.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-TEXT-RECORD.
           PERFORM SCRUB-ONE-TEXT-RECORD
                 UNTIL END-OF-FILE = "Y".
           CLOSE TEXT-FILE.
           CLOSE WORK-TEXT-FILE.
           IF FILE-WAS-TOUCHED = "Y"
                     PERFORM COPY-THE-TEXT-BACK.
           PERFORM FINISH-A-FILE.

       READ-NEXT-TEXT-RECORD.
           MOVE SPACE TO TEXT-RECORD.
           READ TEXT-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       SCRUB-ONE-TEXT-RECORD.
           ADD 1 TO FILE-RECORDS-READ.
           MOVE "N" TO RECORD-WAS-TOUCHED RECORD-IS-DROPPED.
           IF FILE-IS-NOTES
                     PERFORM SCRUB-A-NOTE.
           IF FILE-IS-CUSTOMER-JOURNAL
                     PERFORM SCRUB-A-CUSTOMER-JOURNAL-ENTRY.
           IF FILE-IS-PHONE-JOURNAL
                     PERFORM SCRUB-A-PHONE-JOURNAL-ENTRY.
           IF FILE-IS-PHONE-ARCHIVE
                     PERFORM SCRUB-AN-ARCHIVED-PHONE-ENTRY.
           IF FILE-IS-USAGE-LOG
                     PERFORM SCRUB-A-USAGE-ENTRY.
           IF FILE-IS-AUDIT-TRAIL
                     PERFORM SCRUB-AN-AUDIT-ENTRY.
           IF FILE-IS-EMAIL-LIST
                     PERFORM SCRUB-AN-EMAIL-LINE.
           IF FILE-IS-EINVOICE
                     PERFORM SCRUB-AN-EINVOICE-RECORD.
           IF FILE-IS-CAPTURE
                     PERFORM SCRUB-A-CAPTURE-LINE.
           IF FILE-IS-ACK-MAIL
                     PERFORM SCRUB-AN-ACK-MAIL-ROW.
           IF RECORD-IS-DROPPED NOT = "Y"
                     MOVE TEXT-RECORD TO WORK-TEXT-RECORD
                     WRITE WORK-TEXT-RECORD.
           IF RECORD-WAS-TOUCHED = "Y"
                     MOVE SPACE TO RECORD-ID-TEXT
                     STRING "LINE " FILE-RECORDS-READ
                               DELIMITED BY SIZE
                               INTO RECORD-ID-TEXT
                     PERFORM PRINT-THE-TOUCHED-RECORD.
           PERFORM READ-NEXT-TEXT-RECORD.

       COPY-THE-TEXT-BACK.
           OPEN INPUT WORK-TEXT-FILE.
           OPEN OUTPUT TEXT-FILE.
           IF TEXT-FILE-STATUS NOT = "00"
                     DISPLAY "UNABLE TO REWRITE " TEXT-FILE-NAME
                             " - STATUS " TEXT-FILE-STATUS
                             " - ITS SCRUBBED COPY IS IN CUSTERA.TMP"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN.
           MOVE "N" TO END-OF-FILE.
           PERFORM READ-NEXT-WORK-TEXT.
           PERFORM COPY-ONE-TEXT-BACK
                 UNTIL END-OF-FILE = "Y".
           CLOSE WORK-TEXT-FILE.
           CLOSE TEXT-FILE.

       READ-NEXT-WORK-TEXT.
           READ WORK-TEXT-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       COPY-ONE-TEXT-BACK.
           MOVE WORK-TEXT-RECORD TO TEXT-RECORD.
           WRITE TEXT-RECORD.
           PERFORM READ-NEXT-WORK-TEXT.

       SCRUB-A-NOTE.
           IF NOTE-ACCOUNT-NUMBER IS NUMERIC AND
              NOTE-ACCOUNT-NUMBER = ERASE-ACCOUNT AND
              NOTE-TEXT NOT = ERASED-TEXT
                     MOVE ERASED-TEXT TO NOTE-TEXT
                     MOVE "Y" TO RECORD-WAS-TOUCHED
                     MOVE "NOTE TEXT ERASED" TO ACTION-TEXT.

      * A JOURNAL ENTRY CARRIES TWO IMAGES - AN ADD HAS NO BEFORE,
      * A DELETE NO AFTER - AND EACH IS ERASED ON ITS OWN.
       SCRUB-A-CUSTOMER-JOURNAL-ENTRY.
           MOVE "N" TO JOURNAL-WAS-TOUCHED.
           IF CJRN-BEFORE-IMAGE NOT = SPACE
                     MOVE CJRN-BEFORE-IMAGE TO CUSTOMER-IMAGE
                     PERFORM ERASE-THE-CUSTOMER-IMAGE
                     IF RECORD-WAS-TOUCHED = "Y"
                               MOVE CUSTOMER-IMAGE TO
                                         CJRN-BEFORE-IMAGE
                               MOVE "Y" TO JOURNAL-WAS-TOUCHED.
           IF CJRN-AFTER-IMAGE NOT = SPACE
                     MOVE CJRN-AFTER-IMAGE TO CUSTOMER-IMAGE
                     MOVE CUSTOMER-IMAGE TO HELD-IMAGE
                     PERFORM ERASE-THE-CUSTOMER-IMAGE
                     IF CUSTOMER-IMAGE NOT = HELD-IMAGE (1:330)
                               MOVE CUSTOMER-IMAGE TO CJRN-AFTER-IMAGE
                               MOVE "Y" TO JOURNAL-WAS-TOUCHED.
           MOVE JOURNAL-WAS-TOUCHED TO RECORD-WAS-TOUCHED.
           IF RECORD-WAS-TOUCHED = "Y"
                     MOVE "JOURNAL IMAGES ERASED" TO ACTION-TEXT.

       SCRUB-A-PHONE-JOURNAL-ENTRY.
           MOVE "N" TO JOURNAL-WAS-TOUCHED.
           IF JOURNAL-BEFORE-IMAGE NOT = SPACE
                     MOVE JOURNAL-BEFORE-IMAGE TO PHONE-IMAGE
                     PERFORM ERASE-THE-PHONE-IMAGE
                     IF RECORD-WAS-TOUCHED = "Y"
                               MOVE PHONE-IMAGE TO
                                         JOURNAL-BEFORE-IMAGE
                               MOVE "Y" TO JOURNAL-WAS-TOUCHED.
           IF JOURNAL-AFTER-IMAGE NOT = SPACE
                     MOVE JOURNAL-AFTER-IMAGE TO PHONE-IMAGE
                     MOVE PHONE-IMAGE TO HELD-IMAGE
                     PERFORM ERASE-THE-PHONE-IMAGE
                     IF PHONE-IMAGE NOT = HELD-IMAGE (1:163)
                               MOVE PHONE-IMAGE TO
                                         JOURNAL-AFTER-IMAGE
                               MOVE "Y" TO JOURNAL-WAS-TOUCHED.
           MOVE JOURNAL-WAS-TOUCHED TO RECORD-WAS-TOUCHED.
           IF RECORD-WAS-TOUCHED = "Y"
                     MOVE "JOURNAL IMAGES ERASED" TO ACTION-TEXT.

       SCRUB-AN-ARCHIVED-PHONE-ENTRY.
           MOVE TEXT-RECORD (1:163) TO PHONE-IMAGE.
           PERFORM ERASE-THE-PHONE-IMAGE.
           IF RECORD-WAS-TOUCHED = "Y"
                     MOVE PHONE-IMAGE TO TEXT-RECORD (1:163)
                     MOVE "ARCHIVED ENTRY ERASED" TO ACTION-TEXT.

      * THE USAGE LOG AND THE AUDIT TRAIL CARRY ONLY A NAME, SO AN
      * EXACT LAST AND FIRST NAME MATCH IS WHAT IS ERASED.
       SCRUB-A-USAGE-ENTRY.
           IF ERASE-LAST-NAME NOT = SPACE AND
              ERASE-LAST-NAME NOT = ERASED-NAME AND
              USAGE-LAST-NAME = ERASE-LAST-NAME AND
              USAGE-FIRST-NAME = ERASE-FIRST-NAME
                     MOVE ERASED-NAME TO USAGE-LAST-NAME
                     MOVE ERASED-ACCOUNT-LABEL TO USAGE-FIRST-NAME
                     MOVE "Y" TO RECORD-WAS-TOUCHED
                     MOVE "NAME ERASED" TO ACTION-TEXT.

       SCRUB-AN-AUDIT-ENTRY.
           IF ERASE-LAST-NAME NOT = SPACE AND
              ERASE-LAST-NAME NOT = ERASED-NAME AND
              AUDIT-LAST-NAME = ERASE-LAST-NAME AND
              AUDIT-FIRST-NAME = ERASE-FIRST-NAME
                     MOVE ERASED-NAME TO AUDIT-LAST-NAME
                     MOVE ERASED-ACCOUNT-LABEL TO AUDIT-FIRST-NAME
                     MOVE "Y" TO RECORD-WAS-TOUCHED
                     MOVE "NAME ERASED" TO ACTION-TEXT.

      * SCRUB-AN-EMAIL-LINE DROPS THE ACCOUNT'S LINE FROM THE
      * CAMPAIGN LIST - EMAIL,LAST NAME,FIRST NAME,ACCOUNT - WHICH
      * ENDS IN A COMMA AND THE SEVEN-DIGIT ACCOUNT NUMBER.
       SCRUB-AN-EMAIL-LINE.
           MOVE ZERO TO LINE-LENGTH.
           PERFORM MEASURE-ONE-LINE-CHAR
                     VARYING CHAR-SUB FROM 90 BY -1
                     UNTIL CHAR-SUB < 1 OR LINE-LENGTH NOT = ZERO.
           IF LINE-LENGTH > 8
                     IF TEXT-RECORD (LINE-LENGTH - 6:7) =
                                         ERASE-ACCOUNT-TEXT AND
                        TEXT-RECORD (LINE-LENGTH - 7:1) = ","
                               MOVE "Y" TO RECORD-IS-DROPPED
                                         RECORD-WAS-TOUCHED
                               MOVE "LINE REMOVED" TO ACTION-TEXT.

       MEASURE-ONE-LINE-CHAR.
           IF TEXT-RECORD (CHAR-SUB:1) NOT = SPACE
                     MOVE CHAR-SUB TO LINE-LENGTH.

      * SCRUB-AN-EINVOICE-RECORD ERASES THE BILL-TO AND SHIP-TO OF
      * THE ACCOUNT'S INVOICES IN AN ELECTRONIC INVOICE FILE. BOTH
      * FOLLOW THEIR INVOICE HEADER, WHICH CARRIES THE ACCOUNT. THE
      * TRAILER'S HASH TOTALS ARE OF AMOUNTS, QUANTITIES AND INVOICE
      * NUMBERS, SO THEY STILL AGREE WITH THE FILE.
       SCRUB-AN-EINVOICE-RECORD.
           IF EINV-IH-TYPE = "IH"
                     IF EINV-IH-ACCOUNT-NUMBER = ERASE-ACCOUNT
                               MOVE "Y" TO INVOICE-IS-THEIRS
                     ELSE
                               MOVE "N" TO INVOICE-IS-THEIRS.
           IF EINV-IH-TYPE = "BT" AND INVOICE-IS-THEIRS = "Y"
                     MOVE EINV-RECORD TO HELD-IMAGE
                     MOVE SPACE TO EINV-BT-FIRST-NAME
                               EINV-BT-ADDRESS1 EINV-BT-ADDRESS2
                               EINV-BT-CITY
                     MOVE ERASED-NAME TO EINV-BT-LAST-NAME
                     MOVE ZEROES TO EINV-BT-ZIP EINV-BT-ZIP-PLUS4
                     IF EINV-RECORD NOT = HELD-IMAGE (1:150)
                               MOVE "Y" TO RECORD-WAS-TOUCHED
                               MOVE "BILL-TO ERASED" TO ACTION-TEXT.
           IF EINV-IH-TYPE = "ST" AND INVOICE-IS-THEIRS = "Y"
                     MOVE EINV-RECORD TO HELD-IMAGE
                     MOVE SPACE TO EINV-ST-ADDRESS1 EINV-ST-ADDRESS2
                               EINV-ST-CITY
                     MOVE ERASED-NAME TO EINV-ST-NAME
                     MOVE ZEROES TO EINV-ST-ZIP EINV-ST-ZIP-PLUS4
                     IF EINV-RECORD NOT = HELD-IMAGE (1:150)
                               MOVE "Y" TO RECORD-WAS-TOUCHED
                               MOVE "SHIP-TO ERASED" TO ACTION-TEXT.

      * SCRUB-A-CAPTURE-LINE MASKS THE CUSTOMER'S VALUES WHEREVER
      * THEY APPEAR ON A LINE OF A SAVED REPORT OR LETTER, AND THE
      * FIRST NAME TOO WHEN THE LINE CARRIED THE LAST NAME.
       SCRUB-A-CAPTURE-LINE.
           MOVE ZEROES TO MASK-HITS.
           MOVE "N" TO LAST-NAME-ON-LINE.
           PERFORM MASK-ONE-STRING
                     VARYING MASK-SUB FROM 1 BY 1
                     UNTIL MASK-SUB > MASK-COUNT.
           IF LAST-NAME-ON-LINE = "Y" AND
              FIRST-NAME-LENGTH NOT = ZERO
                     MOVE ZERO TO MASK-TALLY
                     INSPECT TEXT-RECORD TALLYING MASK-TALLY
                               FOR ALL FIRST-NAME-MASK
                                         (1:FIRST-NAME-LENGTH)
                     IF MASK-TALLY NOT = ZERO
                               INSPECT TEXT-RECORD REPLACING ALL
                                         FIRST-NAME-MASK
                                         (1:FIRST-NAME-LENGTH)
                                         BY MASK-STARS
                                         (1:FIRST-NAME-LENGTH)
                               ADD MASK-TALLY TO MASK-HITS.
           IF MASK-HITS NOT = ZERO
                     MOVE "Y" TO RECORD-WAS-TOUCHED
                     MOVE "TEXT MASKED" TO ACTION-TEXT.

       MASK-ONE-STRING.
           MOVE ZERO TO MASK-TALLY.
           INSPECT TEXT-RECORD TALLYING MASK-TALLY
                     FOR ALL MASK-TEXT (MASK-SUB)
                               (1:MASK-LENGTH (MASK-SUB)).
           IF MASK-TALLY NOT = ZERO
                     INSPECT TEXT-RECORD REPLACING ALL
                               MASK-TEXT (MASK-SUB)
                               (1:MASK-LENGTH (MASK-SUB))
                               BY MASK-STARS
                               (1:MASK-LENGTH (MASK-SUB))
                     ADD MASK-TALLY TO MASK-HITS
                     IF MASK-IS-LAST-NAME (MASK-SUB) = "Y"
                               MOVE "Y" TO LAST-NAME-ON-LINE.

      * OPEN-THE-ORDER-HEADERS OPENS ORDHDR.DAT AGAIN FOR THE
      * ACKNOWLEDGMENT MAIL LOOK-UPS. WITH NO ORDERS ON FILE NO MAIL
      * ROW CAN BE THE ACCOUNT'S.
       OPEN-THE-ORDER-HEADERS.
           MOVE "N" TO HEADER-FILE-IS-OPEN.
           OPEN INPUT ORDER-HEADER-FILE.
           IF HEADER-FILE-STATUS = "00"
                     MOVE "Y" TO HEADER-FILE-IS-OPEN.

      * SCRUB-AN-ACK-MAIL-ROW ERASES THE ACKNOWLEDGMENTS QUEUED FOR
      * THE MAIL SERVICE FOR THE ACCOUNT'S ORDERS. THE E ROW CARRIES
      * ONLY THE ADDRESS MAILED TO, SO IT IS BLANKED; THE T ROWS ARE
      * THE ACKNOWLEDGMENT'S TEXT, NAME AND STREET ADDRESS AMONG IT,
      * AND ARE MASKED THE WAY A CAPTURED REPORT IS. THE ORDER
      * NUMBER, WHAT THE ROWS ARE KEYED BY, STAYS.
       SCRUB-AN-ACK-MAIL-ROW.
           IF ACKML-ORDER-NUMBER IS NUMERIC AND
              ACKML-ORDER-NUMBER NOT = LAST-ACK-ORDER
                     MOVE ACKML-ORDER-NUMBER TO LAST-ACK-ORDER
                     PERFORM JUDGE-THE-ACK-ORDER.
           IF ACK-ORDER-IS-THEIRS = "Y"
                     IF ACKML-ROW-KIND = "E"
                               IF ACKML-TEXT NOT = SPACE
                                         MOVE SPACE TO ACKML-TEXT
                                         MOVE "Y" TO RECORD-WAS-TOUCHED
                                         MOVE "ADDRESS ROW BLANKED" TO
                                                   ACTION-TEXT
                               END-IF
                     ELSE
                               PERFORM SCRUB-A-CAPTURE-LINE.

       JUDGE-THE-ACK-ORDER.
           MOVE "N" TO ACK-ORDER-IS-THEIRS.
           IF HEADER-FILE-IS-OPEN = "Y"
                     MOVE ACKML-ORDER-NUMBER TO ORDER-NUMBER
                     MOVE "Y" TO RECORD-FOUND
                     READ ORDER-HEADER-FILE
                               INVALID KEY
                               MOVE "N" TO RECORD-FOUND
                     END-READ
                     IF RECORD-FOUND = "Y" AND
                        ORDER-ACCOUNT-NUMBER = ERASE-ACCOUNT
                               MOVE "Y" TO ACK-ORDER-IS-THEIRS.

      * SCRUB-THE-AUDIT-ARCHIVES WORKS THROUGH EVERY MONTH AUDCUT01
      * HAS CLOSED OUT TO AN AUDIT.YYYYMM ARCHIVE.
       SCRUB-THE-AUDIT-ARCHIVES.
           OPEN INPUT AUDIT-CATALOG-FILE.
           IF AUDIT-CATALOG-STATUS = "00"
                     MOVE "N" TO CATALOG-END-OF-FILE
                     PERFORM READ-NEXT-AUDIT-MONTH
                     PERFORM SCRUB-ONE-AUDIT-ARCHIVE
                          UNTIL CATALOG-END-OF-FILE = "Y".
           CLOSE AUDIT-CATALOG-FILE.

       READ-NEXT-AUDIT-MONTH.
           READ AUDIT-CATALOG-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO CATALOG-END-OF-FILE.

       SCRUB-ONE-AUDIT-ARCHIVE.
           MOVE SPACE TO TEXT-FILE-NAME.
           STRING "AUDIT." AUDIT-CATALOG-MONTH
                     DELIMITED BY SIZE
                     INTO TEXT-FILE-NAME.
           MOVE "A" TO FILE-KIND.
           PERFORM SCRUB-A-TEXT-FILE.
           PERFORM READ-NEXT-AUDIT-MONTH.

      * SCRUB-THE-RETENTION-ARCHIVES WORKS THROUGH THE ARCHIVE
      * GENERATIONS THE RETENTION SWEEP HAS CUT FROM ANY OF THE
      * FILES ABOVE - THE STEM OF THE FILE NAME, ".R" AND THE DATE,
      * AS RETSWP01 NAMES THEM.
       SCRUB-THE-RETENTION-ARCHIVES.
           OPEN INPUT RETENTION-CATALOG-FILE.
           IF RETENTION-CATALOG-STATUS = "00"
                     MOVE "N" TO CATALOG-END-OF-FILE
                     PERFORM READ-NEXT-RETENTION-ROW
                     PERFORM SCRUB-ONE-RETENTION-ARCHIVE
                          UNTIL CATALOG-END-OF-FILE = "Y".
           CLOSE RETENTION-CATALOG-FILE.

       READ-NEXT-RETENTION-ROW.
           READ RETENTION-CATALOG-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO CATALOG-END-OF-FILE.

       SCRUB-ONE-RETENTION-ARCHIVE.
           MOVE SPACE TO FILE-KIND.
           IF RCAT-FILE-NAME = "CUSTNOTE.DAT"
                     MOVE "N" TO FILE-KIND.
           IF RCAT-FILE-NAME = "CUSTJRNL.DAT"
                     MOVE "C" TO FILE-KIND.
           IF RCAT-FILE-NAME = "PHNJRNL.DAT"
                     MOVE "P" TO FILE-KIND.
           IF RCAT-FILE-NAME = "PHONEOLD.DAT"
                     MOVE "O" TO FILE-KIND.
           IF RCAT-FILE-NAME = "PHNUSAGE.DAT"
                     MOVE "U" TO FILE-KIND.
           IF RCAT-FILE-NAME = "AUDIT.DAT"
                     MOVE "A" TO FILE-KIND.
           IF RCAT-FILE-NAME = "EMLLIST.DAT"
                     MOVE "M" TO FILE-KIND.
           IF RCAT-FILE-NAME = "ORDACKML.DAT"
                     MOVE "K" TO FILE-KIND.
           IF FILE-IS-KNOWN
                     MOVE ZEROES TO STEM-LENGTH
                     INSPECT RCAT-FILE-NAME TALLYING STEM-LENGTH
                               FOR CHARACTERS BEFORE INITIAL "."
                     MOVE RCAT-DATE TO DATE-AS-TEXT
                     MOVE SPACE TO TEXT-FILE-NAME
                     STRING RCAT-FILE-NAME (1:STEM-LENGTH)
                               ".R" DATE-AS-TEXT
                               DELIMITED BY SIZE
                               INTO TEXT-FILE-NAME
                     PERFORM SCRUB-A-TEXT-FILE.
           PERFORM READ-NEXT-RETENTION-ROW.

      * SCRUB-THE-EINVOICE-FILES FINDS THE ELECTRONIC INVOICE FILES
      * THE ACCOUNT'S INVOICES WENT OUT IN FROM THE TRANSMISSION LOG.
      * A FILE'S ROWS ARE LOGGED TOGETHER, SO A FILE IS SCRUBBED
      * ONCE FOR ITS FIRST ROW FOR THE ACCOUNT.
       SCRUB-THE-EINVOICE-FILES.
           MOVE SPACE TO LAST-EINVOICE-FILE.
           OPEN INPUT EINVOICE-LOG-FILE.
           IF EINVOICE-LOG-STATUS = "00"
                     MOVE "N" TO CATALOG-END-OF-FILE
                     PERFORM READ-NEXT-EINVOICE-LOG-ROW
                     PERFORM CHECK-ONE-EINVOICE-LOG-ROW
                          UNTIL CATALOG-END-OF-FILE = "Y".
           CLOSE EINVOICE-LOG-FILE.

       READ-NEXT-EINVOICE-LOG-ROW.
           READ EINVOICE-LOG-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO CATALOG-END-OF-FILE.

       CHECK-ONE-EINVOICE-LOG-ROW.
           IF EINV-LOG-ACCOUNT-NUMBER = ERASE-ACCOUNT AND
              EINV-LOG-FILE-NAME NOT = LAST-EINVOICE-FILE
                     MOVE EINV-LOG-FILE-NAME TO LAST-EINVOICE-FILE
                     MOVE EINV-LOG-FILE-NAME TO TEXT-FILE-NAME
                     MOVE "E" TO FILE-KIND
                     PERFORM SCRUB-A-TEXT-FILE.
           PERFORM READ-NEXT-EINVOICE-LOG-ROW.

      * SCRUB-THE-REPORT-CAPTURES WORKS THROUGH EVERY SAVED REPORT
      * AND LETTER RUN ON THE REPORT CATALOG. THE CAMPAIGN LIST IS
      * CATALOGUED THERE TOO, BUT IT WAS HANDLED ABOVE BY ACCOUNT.
       SCRUB-THE-REPORT-CAPTURES.
           OPEN INPUT REPORT-CATALOG-FILE.
           IF REPORT-CATALOG-STATUS = "00"
                     MOVE "N" TO CATALOG-END-OF-FILE
                     PERFORM READ-NEXT-REPORT-ROW
                     PERFORM SCRUB-ONE-REPORT-CAPTURE
                          UNTIL CATALOG-END-OF-FILE = "Y".
           CLOSE REPORT-CATALOG-FILE.

       READ-NEXT-REPORT-ROW.
           READ REPORT-CATALOG-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO CATALOG-END-OF-FILE.

       SCRUB-ONE-REPORT-CAPTURE.
           IF CATALOG-REPORT-NAME NOT = "EMLEXT01" AND
              CATALOG-CAPTURE-NAME NOT = SPACE AND
              MASK-COUNT NOT = ZERO
                     MOVE CATALOG-CAPTURE-NAME TO TEXT-FILE-NAME
                     MOVE "R" TO FILE-KIND
                     PERFORM SCRUB-A-TEXT-FILE.
           PERFORM READ-NEXT-REPORT-ROW.

      * SCRUB-THE-BACKUP-GENERATIONS ERASES THE ACCOUNT FROM EVERY
      * CUSTOMER AND PHONE GENERATION BCKUP01 STILL HAS ON ITS
      * CATALOG, SO RSTOR01 CANNOT PUT THE DATA BACK. THE
      * GENERATION RECORDS ARE FIXED-LENGTH AND REWRITTEN IN PLACE.
       SCRUB-THE-BACKUP-GENERATIONS.
           OPEN INPUT BACKUP-CATALOG-FILE.
           IF BACKUP-CATALOG-STATUS = "00"
                     MOVE "N" TO CATALOG-END-OF-FILE
                     PERFORM READ-NEXT-BACKUP-ROW
                     PERFORM SCRUB-ONE-GENERATION
                          UNTIL CATALOG-END-OF-FILE = "Y".
           CLOSE BACKUP-CATALOG-FILE.

       READ-NEXT-BACKUP-ROW.
           READ BACKUP-CATALOG-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO CATALOG-END-OF-FILE.

       SCRUB-ONE-GENERATION.
           IF BACKUP-CATALOG-FILE-KEY = "CUSTOMER" OR
              BACKUP-CATALOG-FILE-KEY = "PHONE"
                     PERFORM BUILD-THE-GENERATION-NAME
                     PERFORM REWRITE-THE-GENERATION.
           PERFORM READ-NEXT-BACKUP-ROW.

      * BUILD-THE-GENERATION-NAME SPLICES THE FILE KEY AND THE
      * CATALOG DATE AROUND A DOT, AS BCKUP01 DOES.
       BUILD-THE-GENERATION-NAME.
           MOVE ZEROES TO STEM-LENGTH.
           INSPECT BACKUP-CATALOG-FILE-KEY TALLYING STEM-LENGTH
                     FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE SPACE TO GENERATION-FILE-NAME.
           MOVE BACKUP-CATALOG-FILE-KEY (1:STEM-LENGTH) TO
                     GENERATION-FILE-NAME (1:STEM-LENGTH).
           MOVE "." TO GENERATION-FILE-NAME (STEM-LENGTH + 1:1).
           MOVE BACKUP-CATALOG-DATE TO DATE-AS-TEXT.
           MOVE DATE-AS-TEXT TO
                     GENERATION-FILE-NAME (STEM-LENGTH + 2:8).

       REWRITE-THE-GENERATION.
           MOVE GENERATION-FILE-NAME TO CURRENT-FILE-NAME.
           OPEN I-O GENERATION-FILE.
           IF GENERATION-FILE-STATUS NOT = "00"
                     PERFORM PRINT-FILE-NOT-ON-SYSTEM
           ELSE
                     PERFORM START-A-FILE
                     MOVE ZEROES TO ERASED-ENTRY-COUNT
                     MOVE "N" TO END-OF-FILE
                     PERFORM READ-NEXT-GENERATION-RECORD
                     PERFORM SCRUB-ONE-GENERATION-RECORD
                          UNTIL END-OF-FILE = "Y"
                     CLOSE GENERATION-FILE
                     PERFORM FINISH-A-FILE.

       READ-NEXT-GENERATION-RECORD.
           READ GENERATION-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO END-OF-FILE.

       SCRUB-ONE-GENERATION-RECORD.
           ADD 1 TO FILE-RECORDS-READ.
           IF BACKUP-CATALOG-FILE-KEY = "CUSTOMER"
                     MOVE GENERATION-RECORD TO CUSTOMER-IMAGE
                     PERFORM ERASE-THE-CUSTOMER-IMAGE
                     IF RECORD-WAS-TOUCHED = "Y"
                               MOVE CUSTOMER-IMAGE TO GENERATION-RECORD
                               MOVE "PERSONAL FIELDS ERASED" TO
                                         ACTION-TEXT
           ELSE
                     MOVE GENERATION-RECORD (1:163) TO PHONE-IMAGE
                     PERFORM ERASE-THE-PHONE-IMAGE
                     IF RECORD-WAS-TOUCHED = "Y"
                               MOVE PHONE-IMAGE TO
                                         GENERATION-RECORD (1:163)
                               MOVE "SAVED ENTRY ERASED" TO
                                         ACTION-TEXT.
           IF RECORD-WAS-TOUCHED = "Y"
                     REWRITE GENERATION-RECORD
                     MOVE SPACE TO RECORD-ID-TEXT
                     STRING "RECORD " FILE-RECORDS-READ
                               DELIMITED BY SIZE
                               INTO RECORD-ID-TEXT
                     PERFORM PRINT-THE-TOUCHED-RECORD.
           PERFORM READ-NEXT-GENERATION-RECORD.

      * JOURNAL-THE-ERASURE FILES THE ERASED RECORD ON THE CUSTOMER
      * JOURNAL AS BOTH IMAGES, SO A CUSRFW01 REPLAY OVER AN OLDER
      * RESTORE LANDS THE ERASED RECORD, NOT THE PERSON.
       JOURNAL-THE-ERASURE.
           MOVE ERASE-ACCOUNT TO CUSTOMER-ACCOUNT-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           MOVE "CUSTJRNL.DAT" TO TEXT-FILE-NAME.
           IF RECORD-FOUND = "Y"
                     OPEN EXTEND TEXT-FILE
                     IF TEXT-FILE-STATUS NOT = "00" AND
                        TEXT-FILE-STATUS NOT = "05"
                               DISPLAY "UNABLE TO OPEN CUSTJRNL.DAT - "
                                       "STATUS " TEXT-FILE-STATUS
                     ELSE
                               MOVE SPACE TO TEXT-RECORD
                               ACCEPT CJRN-DATE FROM DATE YYYYMMDD
                               ACCEPT CJRN-TIME FROM TIME
                               MOVE "ERASE" TO CJRN-ACTION
                               MOVE OPERATOR-ID TO CJRN-OPERATOR-ID
                               MOVE CUSTOMER-RECORD TO
                                         CJRN-BEFORE-IMAGE
                               MOVE CUSTOMER-RECORD TO
                                         CJRN-AFTER-IMAGE
                               WRITE CUST-JOURNAL-RECORD
                               CLOSE TEXT-FILE.

      * WRITE-THE-AUDIT-ROW LOGS THE ERASURE TO THE SHARED AUDIT
      * TRAIL WITH BOTH SUPERVISORS ON IT - THE ACCOUNT AND THE
      * APPROVER CARRIED IN THE NAME COLUMNS THE WAY PHNPURG01
      * CARRIES ITS CUTOFF AND APPROVER.
       WRITE-THE-AUDIT-ROW.
           MOVE "AUDIT.DAT" TO TEXT-FILE-NAME.
           OPEN EXTEND TEXT-FILE.
           IF TEXT-FILE-STATUS NOT = "00" AND
              TEXT-FILE-STATUS NOT = "05"
                     DISPLAY "UNABLE TO OPEN AUDIT FILE - STATUS "
                             TEXT-FILE-STATUS
           ELSE
                     MOVE SPACE TO TEXT-RECORD
                     ACCEPT AUDIT-DATE FROM DATE
                     ACCEPT AUDIT-TIME FROM TIME
                     MOVE "CUSTERA01" TO AUDIT-PROGRAM-ID
                     MOVE "ERASE" TO AUDIT-ACTION
                     MOVE ERASED-ACCOUNT-LABEL TO AUDIT-LAST-NAME
                     MOVE SPACE TO AUDIT-FIRST-NAME
                     MOVE "APPROVED " TO AUDIT-FIRST-NAME (1:9)
                     MOVE APPROVER-ID TO AUDIT-FIRST-NAME (10:10)
                     MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID
                     WRITE AUDIT-RECORD
                     CLOSE TEXT-FILE.

      * START-A-FILE AND FINISH-A-FILE BRACKET EACH FILE EXAMINED,
      * FINISHING WITH ITS LINE OF COUNTS ON THE CERTIFICATE.
       START-A-FILE.
           ADD 1 TO FILES-EXAMINED.
           MOVE ZEROES TO FILE-RECORDS-READ FILE-RECORDS-TOUCHED.
           MOVE "N" TO FILE-WAS-TOUCHED.

       FINISH-A-FILE.
           IF PRINT-LINES NOT < 55
                     PERFORM NEXT-PAGE
                     PERFORM PRINT-COLUMN-HEADINGS.
           MOVE CURRENT-FILE-NAME TO PRINT-TOTAL-FILE.
           MOVE FILE-RECORDS-READ TO PRINT-TOTAL-READ.
           MOVE FILE-RECORDS-TOUCHED TO PRINT-TOTAL-TOUCHED.
           MOVE FILE-TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           ADD 2 TO PRINT-LINES.

       PRINT-FILE-NOT-ON-SYSTEM.
           ADD 1 TO FILES-EXAMINED.
           IF PRINT-LINES NOT < 55
                     PERFORM NEXT-PAGE
                     PERFORM PRINT-COLUMN-HEADINGS.
           MOVE CURRENT-FILE-NAME TO PRINT-ABSENT-FILE.
           MOVE NOT-ON-FILE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           ADD 2 TO PRINT-LINES.

       PRINT-THE-TOUCHED-RECORD.
           ADD 1 TO FILE-RECORDS-TOUCHED TOTAL-RECORDS-TOUCHED.
           MOVE "Y" TO FILE-WAS-TOUCHED.
           IF PRINT-LINES NOT < 55
                     PERFORM NEXT-PAGE
                     PERFORM PRINT-COLUMN-HEADINGS.
           MOVE CURRENT-FILE-NAME TO PRINT-DETAIL-FILE.
           MOVE RECORD-ID-TEXT TO PRINT-RECORD-ID.
           MOVE ACTION-TEXT TO PRINT-ACTION.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO PRINT-LINES.

      * PRINT-THE-STATEMENT CLOSES THE CERTIFICATE WITH THE TOTALS
      * AND WHAT WAS KEPT.
       PRINT-THE-STATEMENT.
           IF PRINT-LINES NOT < 48
                     PERFORM NEXT-PAGE.
           MOVE FILES-EXAMINED TO PRINT-FILES-EXAMINED.
           MOVE TOTAL-RECORDS-TOUCHED TO PRINT-RECORDS-TOUCHED.
           MOVE GRAND-TOTAL-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE "THE PERSONAL DATA OF THE ACCOUNT ABOVE HAS BEEN ERASED"
                     TO STATEMENT-LINE.
           MOVE STATEMENT-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "FROM EVERY FILE LISTED AND THE ACCOUNT CLOSED. THE"
                     TO STATEMENT-LINE.
           MOVE STATEMENT-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "ACCOUNT NUMBER AND ITS ORDERS, INVOICES, AR, SALES AND"
                     TO STATEMENT-LINE.
           MOVE STATEMENT-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           MOVE "COMMISSION HISTORY ARE KEPT FOR TAX AND AUDIT."
                     TO STATEMENT-LINE.
           MOVE STATEMENT-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 5 TO PRINT-LINES.

       PRINT-COLUMN-HEADINGS.
           MOVE COLUMN-HEADING-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           ADD 2 TO PRINT-LINES.

       NEXT-PAGE.
           PERFORM END-LAST-PAGE.
           PERFORM START-NEW-PAGE.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
           MOVE ERASE-ACCOUNT TO PRINT-TITLE-ACCOUNT.
           MOVE OPERATOR-ID TO SUB-OPERATOR-ID.
           MOVE APPROVER-ID TO SUB-APPROVER-ID.
           MOVE TODAYS-DATE TO SUB-RUN-DATE.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE SUBTITLE-LINE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING 2.
           MOVE 4 TO PRINT-LINES.

       END-LAST-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           MOVE ZEROES TO PRINT-LINES.

      * GET-OPERATOR-ID IS SHARED ACROSS PROGRAMS THAT NEED TO KNOW WHO
      * IS RUNNING THEM - SEE COPYBOOKS/OPERSGN.CPY.
       COPY OPERSGN.

      * GET-APPROVER-ID IS THE SHARED DUAL-CONTROL APPROVAL - A
      * SECOND, DIFFERENT SUPERVISOR - SEE COPYBOOKS/APPRSGN.CPY.
       COPY APPRSGN.

       END PROGRAM CUSTERA01.
