      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *    DFHCOMMAREA for LOANSETL, the loan settlement service,
      *    for the loan account LST-SORTCODE/LST-ACCOUNT-NO.
      *    LST-REQ values:
      *       Q - quote the amount to clear the loan on
      *           LST-QUOTE-DATE (spaces quotes today; at most 30
      *           days ahead)
      *       O - overpay LST-AMOUNT off the principal from the
      *           nominated account and recast the rest of the
      *           schedule: LST-RECAST 'I' keeps the term and
      *           reduces the installment, 'T' keeps the
      *           installment and shortens the term
      *       S - settle the loan in full today from the nominated
      *           account, at today's quote
      *    Every request returns the quote figures the loan stood at
      *    (or, after an overpayment, the recast installment, term
      *    and final due date).  LST-USER names who took the
      *    customer's instruction.
           05 LST-REQ                    PIC X(1).
           05 LST-SORTCODE               PIC X(6).
           05 LST-ACCOUNT-NO             PIC X(8).
           05 LST-QUOTE-DATE             PIC X(10).
           05 LST-AMOUNT                 PIC 9(10)V99.
           05 LST-RECAST                 PIC X(1).
           05 LST-USER                   PIC X(8).
           05 LST-PRINCIPAL              PIC S9(10)V99.
           05 LST-INTEREST               PIC S9(10)V99.
           05 LST-FEES                   PIC S9(10)V99.
           05 LST-ERC                    PIC S9(10)V99.
           05 LST-SETTLE-AMOUNT          PIC S9(10)V99.
           05 LST-INSTALLMENT            PIC S9(10)V99.
           05 LST-REMAINING-TERM         PIC 9(3).
           05 LST-FINAL-DATE             PIC X(10).
           05 LST-RETURN-CD              PIC S9(4).
           05 LST-ERROR-MSG              PIC X(60).
