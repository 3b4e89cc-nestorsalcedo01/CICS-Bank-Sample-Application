      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *    DFHCOMMAREA for TDEPAPI, the fixed-term deposit service.
      *    TDP-REQ values:
      *       B - book the account's balance on deposit for
      *           TDP-TERM-MONTHS at TDP-FIXED-RATE (zero takes the
      *           current PRODUCT_RATES rate for the account type
      *           and balance), with maturity instruction
      *           TDP-INSTRUCTION - R roll over, P pay away to the
      *           nominated TDP-PAY- account, M move to the
      *           nominated instant-access account.  The new
      *           TDP-DEPOSIT-ID, principal, rate and dates come
      *           back.
      *       I - change the live deposit's maturity instruction
      *           (and nominated account) to those passed
      *       E - early break: the live deposit ends now, charged
      *           the interest penalty returned in TDP-PENALTY,
      *           and the account may be debited again
      *       G - enquire on the account's live deposit
           05 TDP-REQ                    PIC X(1).
           05 TDP-SORTCODE               PIC X(6).
           05 TDP-ACCOUNT-NO             PIC X(8).
           05 TDP-TERM-MONTHS            PIC 9(3).
           05 TDP-FIXED-RATE             PIC 9(2)V99.
           05 TDP-INSTRUCTION            PIC X(1).
           05 TDP-PAY-SORTCODE           PIC X(6).
           05 TDP-PAY-ACCOUNT-NO         PIC X(8).
           05 TDP-DEPOSIT-ID             PIC 9(9).
           05 TDP-PRINCIPAL              PIC S9(10)V99.
           05 TDP-START-DATE             PIC X(10).
           05 TDP-MATURITY-DATE          PIC X(10).
           05 TDP-STATUS                 PIC X(1).
           05 TDP-PENALTY                PIC S9(10)V99.
           05 TDP-RETURN-CD              PIC S9(4).
           05 TDP-ERROR-MSG              PIC X(60).
