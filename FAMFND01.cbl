      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMFND01.

      ******************************************************************
      * This subprogram is the one place a customer's corporate family
      * is worked out from the parent links on CUSTOMER.DAT, the way
      * BOMFND01 is the one place a kit is exploded. Called with an
      * account and a scope, it hands back the family table (see
      * COPYBOOKS/WCUSFAM.CPY): the family head - the account's
      * parent, or the account itself when it has none - and the
      * head's credit limit, which the whole family shares. For the
      * full scope it also lists every member, the head first and
      * then each account whose parent is the head. A parent that is
      * no longer on file is ignored and the account stands alone.
      * The customer file is opened here under its own record area,
      * so a caller's customer record is left as it was.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 SELECT OPTIONAL CUSTOMER-FILE
                           ASSIGN TO "CUSTOMER.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CUSTOMER-ACCOUNT-NUMBER
                           FILE STATUS IS CUSTOMER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WCUSTF.

       WORKING-STORAGE SECTION.

       01  CUSTOMER-FILE-STATUS      PIC XX.
       01  RECORD-FOUND              PIC X.
       01  CUSTOMER-END-OF-FILE      PIC X.

       LINKAGE SECTION.

       COPY WCUSFAM.

       PROCEDURE DIVISION USING FAMILY-FIND-ACCOUNT FAMILY-FIND-SCOPE
                                CUSTOMER-FAMILY-TABLE.
       MAIN-PROCEDURE.
            MOVE "N" TO FAMILY-ACCOUNT-FOUND.
            MOVE ZERO TO FAMILY-ACCOUNT-PARENT.
            MOVE FAMILY-FIND-ACCOUNT TO FAMILY-HEAD.
            MOVE ZERO TO FAMILY-CREDIT-LIMIT.
            MOVE 1 TO FAMILY-MEMBER-COUNT.
            MOVE FAMILY-FIND-ACCOUNT TO FAMILY-MEMBER (1).
            OPEN INPUT CUSTOMER-FILE.
            IF CUSTOMER-FILE-STATUS = "00"
                      PERFORM FIND-THE-HEAD
                      IF FAMILY-IN-FULL AND
                         FAMILY-ACCOUNT-FOUND = "Y"
                                PERFORM LIST-THE-MEMBERS.
            CLOSE CUSTOMER-FILE.
            GOBACK.

      * FIND-THE-HEAD READS THE ACCOUNT AND, WHEN IT NAMES A PARENT
      * STILL ON FILE, MAKES THE PARENT THE HEAD. RECORDS WRITTEN
      * BEFORE THE PARENT LINK WAS CARRIED HOLD SPACES THERE AND ARE
      * TAKEN AS STANDING ALONE.
       FIND-THE-HEAD.
           MOVE FAMILY-FIND-ACCOUNT TO CUSTOMER-ACCOUNT-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     MOVE "Y" TO FAMILY-ACCOUNT-FOUND
                     MOVE CUSTOMER-CREDIT-LIMIT TO FAMILY-CREDIT-LIMIT
                     IF CUSTOMER-PARENT-ACCOUNT IS NUMERIC
                               MOVE CUSTOMER-PARENT-ACCOUNT TO
                                         FAMILY-ACCOUNT-PARENT.
           IF FAMILY-ACCOUNT-PARENT NOT = ZERO AND
              FAMILY-ACCOUNT-PARENT NOT = FAMILY-FIND-ACCOUNT
                     PERFORM READ-THE-PARENT.

       READ-THE-PARENT.
           MOVE FAMILY-ACCOUNT-PARENT TO CUSTOMER-ACCOUNT-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-FILE
                     INVALID KEY
                     MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
                     MOVE FAMILY-ACCOUNT-PARENT TO FAMILY-HEAD
                     MOVE FAMILY-HEAD TO FAMILY-MEMBER (1)
                     MOVE CUSTOMER-CREDIT-LIMIT TO FAMILY-CREDIT-LIMIT.

      * LIST-THE-MEMBERS PASSES THE WHOLE CUSTOMER FILE FOR THE
      * ACCOUNTS WHOSE PARENT IS THE HEAD. THE HEAD IS ALREADY FIRST
      * ON THE LIST.
       LIST-THE-MEMBERS.
           MOVE ZERO TO CUSTOMER-ACCOUNT-NUMBER.
           MOVE "N" TO CUSTOMER-END-OF-FILE.
           START CUSTOMER-FILE
                     KEY IS NOT LESS THAN CUSTOMER-ACCOUNT-NUMBER
                     INVALID KEY
                     MOVE "Y" TO CUSTOMER-END-OF-FILE.
           IF CUSTOMER-END-OF-FILE = "N"
                     PERFORM READ-NEXT-CUSTOMER.
           PERFORM TAKE-ONE-CUSTOMER
                     UNTIL CUSTOMER-END-OF-FILE = "Y".

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
                     AT END
                     MOVE "Y" TO CUSTOMER-END-OF-FILE.

       TAKE-ONE-CUSTOMER.
           IF CUSTOMER-PARENT-ACCOUNT IS NUMERIC AND
              CUSTOMER-PARENT-ACCOUNT = FAMILY-HEAD AND
              CUSTOMER-ACCOUNT-NUMBER NOT = FAMILY-HEAD AND
              FAMILY-MEMBER-COUNT < 200
                     ADD 1 TO FAMILY-MEMBER-COUNT
                     MOVE CUSTOMER-ACCOUNT-NUMBER TO
                          FAMILY-MEMBER (FAMILY-MEMBER-COUNT).
           PERFORM READ-NEXT-CUSTOMER.

       END PROGRAM FAMFND01.
