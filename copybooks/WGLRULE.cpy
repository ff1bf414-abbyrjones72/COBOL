      ******************************************************************
      * WGLRULE - shared record layout for GLRULE.DAT, the posting-
      * rule table, indexed on a four-character transaction type.
      * Each rule names the account debited and the account credited
      * when a transaction of that type carries a positive amount; a
      * negative amount (a count shortage, a stock issue, a reversed
      * write-off) posts the same pair the other way round. GLRMNT01
      * maintains the table and GLJRN01 posts through it. The types
      * GLJRN01 looks for:
      *     INVM - INVOICED MERCHANDISE    INVT - INVOICED SALES TAX
      *     INVF - INVOICED FREIGHT        COGS - COST OF GOODS SHIPPED
      *     CRMM - CREDIT MEMO             CASH - CASH RECEIPT
      *     DISC - PROMPT-PAY DISCOUNT     WOFF - OTHER WRITE-OFF
      *     FINC - FINANCE CHARGE          REBT - REBATE CREDIT
      *     FXGL - REALIZED EXCHANGE GAIN ON A FOREIGN-CURRENCY
      *            RECEIPT (DEBIT THE CASH ACCOUNT, CREDIT EXCHANGE
      *            GAIN/LOSS; A LOSS POSTS THE OTHER WAY ROUND)
      *     LACR - LOAN INTEREST ACCRUED AT MONTH END (DEBIT THE
      *            ACCRUED INTEREST RECEIVABLE, CREDIT INTEREST
      *            INCOME; REVERSED ON THE FIRST OF THE NEXT MONTH)
      * AND FOR STOCK MOVEMENTS, "M" FOLLOWED BY THE MOVEMENT TYPE AND
      * ITS SOURCE (SEE WPRDMOV.CPY) - MRPO FOR A PO RECEIPT, MIVR
      * FOR A RETURN TO VENDOR, MPPC FOR A COUNT CORRECTION, AND SO
      * ON. A STOCK RULE IS WRITTEN FOR STOCK COMING IN, SO ITS DEBIT
      * IS NORMALLY THE INVENTORY ACCOUNT.
      ******************************************************************
       01  GL-RULE-RECORD.
                 05 GL-RULE-TYPE           PIC X(4).
                 05 GL-RULE-DESCRIPTION    PIC X(30).
                 05 GL-RULE-DEBIT-ACCOUNT  PIC X(8).
                 05 GL-RULE-CREDIT-ACCOUNT PIC X(8).
