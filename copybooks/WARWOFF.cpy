      ******************************************************************
      * WARWOFF - shared record layout for ARWOFF.DAT, the AR
      * write-off journal. ARWOF01 appends one row for every open
      * item it writes off, small-balance sweep or single invoice,
      * carrying the amount taken off the balance, the reason code,
      * the operator, and the supervisor who approved it when the
      * amount was over the write-off limit (blank when no approval
      * was needed). ARCSH01 also appends a "DC" row when a check
      * posted inside the discount window takes the item's early-
      * payment discount. ARSTMT01 reads it back so a write-off or a
      * discount shows on the customer's statement as a credit.
      *
      * REASON CODES:
      *     SB  SMALL BALANCE SWEPT UNDER THE KEYED TOLERANCE
      *     BD  BAD DEBT - UNCOLLECTIBLE
      *     BK  CUSTOMER BANKRUPT
      *     DS  DISPUTE SETTLED IN THE CUSTOMER'S FAVOR
      *     CL  BUSINESS CLOSED / CUSTOMER CANNOT BE FOUND
      *     DC  EARLY-PAYMENT DISCOUNT TAKEN UNDER THE TERMS (ARCSH01)
      ******************************************************************
       01  AR-WRITE-OFF-RECORD.
                 05 WOFF-DATE              PIC 9(8).
                 05 WOFF-ACCOUNT-NUMBER    PIC 9(7).
                 05 WOFF-INVOICE-NUMBER    PIC 9(7).
                 05 WOFF-AMOUNT            PIC S9(9)V99.
                 05 WOFF-REASON            PIC X(2).
                 05 WOFF-OPERATOR-ID       PIC X(10).
                 05 WOFF-APPROVER-ID       PIC X(10).
