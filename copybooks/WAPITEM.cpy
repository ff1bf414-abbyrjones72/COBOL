      ******************************************************************
      * WAPITEM - shared record layout for APITEM.DAT, the accounts
      * payable open-item file, indexed on AP-VOUCHER-NUMBER
      * (assigned from APCTL.DAT the way orders draw from
      * ORDCTL.DAT). APVCH01 files one item here for every vendor
      * invoice whose lines match the PO and what was actually
      * received, carrying the matched total as the opening balance
      * due - the AP counterpart of the ARITEM.DAT open items.
      * Lines billed over what was received, or at a cost other
      * than the PO's, never reach this file; they wait on the
      * APEXCP.DAT match-exception list instead.
      ******************************************************************
       01  AP-ITEM-RECORD.
                 05 AP-VOUCHER-NUMBER      PIC 9(7).
                 05 AP-VENDOR-NUMBER       PIC 9(5).
                 05 AP-VENDOR-INVOICE      PIC X(15).
                 05 AP-INVOICE-DATE        PIC 9(8).
                 05 AP-PO-NUMBER           PIC 9(7).
                 05 AP-ORIGINAL-AMOUNT     PIC 9(9)V99.
                 05 AP-BALANCE-DUE         PIC S9(9)V99.
                 05 AP-ITEM-STATUS         PIC X(1).
                           88 AP-ITEM-IS-OPEN    VALUE "O".
                           88 AP-ITEM-IS-PAID    VALUE "P".
                 05 AP-ENTRY-DATE          PIC 9(8).
                 05 AP-OPERATOR-ID         PIC X(10).
      * THE PAYMENT FIELDS RIDE BEHIND THE VOUCHER FIELDS SO THE
      * EARLIER OFFSETS DID NOT MOVE. APVCH01 STAMPS THE DUE DATE
      * FROM THE VENDOR'S TERMS; APSEL01 FLAGS THE ITEMS DUE BY THE
      * PAY-THROUGH DATE; APCHK01 PAYS THE FLAGGED ITEMS, CLOSES
      * THEM, AND LEAVES THE CHECK NUMBER AND DATE BEHIND SO AN ITEM
      * PAID ONCE CAN NEVER COME UP FOR PAYMENT AGAIN.
                 05 AP-DUE-DATE            PIC 9(8).
                 05 AP-SELECTED-FLAG       PIC X(1).
                           88 AP-ITEM-IS-SELECTED VALUE "Y".
                 05 AP-PAID-DATE           PIC 9(8).
                 05 AP-CHECK-NUMBER        PIC 9(7).
      * WHAT KIND OF ITEM IT IS: BLANK FOR A VENDOR INVOICE APVCH01
      * VOUCHERED, D FOR A DEBIT MEMO PORTN01 FILED FOR GOODS SENT
      * BACK TO THE VENDOR. A DEBIT MEMO CARRIES ITS BALANCE NEGATIVE
      * AND IS NEVER SELECTED ON ITS OWN; APCHK01 TAKES IT OFF THE
      * VENDOR'S NEXT CHECK, AS FAR AS THAT CHECK WILL COVER IT.
                 05 AP-ITEM-TYPE           PIC X(1).
                           88 AP-ITEM-IS-DEBIT-MEMO VALUE "D".
