      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *    DFHCOMMAREA for LOANAPI, the loan application service.
      *    LAP-REQ values:
      *       S - submit an application from customer LAP-CUST-NO
      *           for LAP-AMOUNT over LAP-TERM-MONTHS, drawn down to
      *           and repaid from the customer's own nominated
      *           LAP-PAY- account, booked at LAP-SORTCODE (spaces
      *           books it at the nominated account's branch).  The
      *           new LAP-APPL-ID comes back; LOANDEC decides it.
      *       G - enquire on application LAP-APPL-ID: its status,
      *           reason codes, the figures the decision used and,
      *           once booked, the loan account
      *       U - an underwriter's decision on a referred
      *           application: LAP-UW-DECISION 'A' approves it for
      *           LOANDEC to book, 'D' declines it; LAP-USER names
      *           the underwriter
      *    LAP-STATUS and LAP-REASONS are as LOAN_APPLICATION holds
      *    them (see LAPPDB2).
           05 LAP-REQ                    PIC X(1).
           05 LAP-APPL-ID                PIC 9(9).
           05 LAP-CUST-NO                PIC 9(10).
           05 LAP-SORTCODE               PIC X(6).
           05 LAP-AMOUNT                 PIC 9(10)V99.
           05 LAP-TERM-MONTHS            PIC 9(3).
           05 LAP-PAY-SORTCODE           PIC X(6).
           05 LAP-PAY-ACCOUNT-NO         PIC X(8).
           05 LAP-UW-DECISION            PIC X(1).
           05 LAP-USER                   PIC X(8).
           05 LAP-STATUS                 PIC X(1).
           05 LAP-REASONS                PIC X(12).
           05 LAP-CREDIT-SCORE           PIC 9(3).
           05 LAP-MONTHLY-INCOME         PIC S9(10)V99.
           05 LAP-LTI                    PIC S9(5)V99.
           05 LAP-RATE                   PIC 9(2)V99.
           05 LAP-LOAN-SORTCODE          PIC X(6).
           05 LAP-LOAN-ACCOUNT-NO        PIC X(8).
           05 LAP-RETURN-CD              PIC S9(4).
           05 LAP-ERROR-MSG              PIC X(60).
