      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *    DFHCOMMAREA for APPCLAIM, the APP scam claims transaction.
      *    APC-REQ values:
      *       L - log a claim for APC-END-TO-END-ID (the reference
      *           must be an outbound payment in PROCTRAN_REF, made
      *           within the claim window).  APC-CLAIM-AMOUNT zero
      *           claims the whole payment; APC-VULNERABLE 'Y' waives
      *           the excess; APC-RECV-SORTCODE is needed only when
      *           the payment has no CONSENT naming the payee
      *           - claims are taken on sterling accounts only
      *       X - extend: stop the clock for more information, the
      *           longer deadline applying from the logged date
      *       R - reimburse (posts the reimbursement and raises the
      *           recovery request to the receiving bank)
      *       D - decline
      *       G - get the claim's current state
           05 APC-REQ                    PIC X(1).
           05 APC-END-TO-END-ID          PIC X(12).
           05 APC-CLAIM-AMOUNT           PIC S9(10)V99.
           05 APC-VULNERABLE             PIC X(1).
           05 APC-RECV-SORTCODE          PIC X(6).
           05 APC-OPERATOR               PIC X(8).
           05 APC-STATUS                 PIC X(1).
           05 APC-SORTCODE               PIC X(6).
           05 APC-NUMBER                 PIC X(9).
           05 APC-PAYMENT-AMOUNT         PIC S9(10)V99.
           05 APC-LOGGED-DATE            PIC X(10).
           05 APC-DECISION-DUE           PIC X(10).
           05 APC-REIMBURSED             PIC S9(10)V99.
           05 APC-OUR-SHARE              PIC S9(10)V99.
           05 APC-RECV-SHARE             PIC S9(10)V99.
           05 APC-RETURN-CD              PIC S9(4).
           05 APC-ERROR-MSG              PIC X(60).
