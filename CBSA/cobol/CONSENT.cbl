              INCLUDE NTCEDB2
           END-EXEC.

      * Get the TERM_DEPOSIT DB2 copybook
           EXEC SQL
              INCLUDE TDEPDB2
           END-EXEC.
       01 HV-TDEP-LIVE-COUNT             PIC S9(8) COMP.

      * Get the ACCT_STOP DB2 copybook
           EXEC SQL
             INCLUDE STOPDB2
          COPY NAMECHK.
       01 HV-CREDIT-COUNT                PIC S9(8) COMP.

      * Beneficiary sort code reachability via the SCDCHK utility,
      * with this bank's own sort code, which needs no clearing
      * scheme to reach.
       01 WS-SCDCHK-PGM                  PIC X(8) VALUE 'SCDCHK'.
       01 WS-SCDCHK-COMMAREA.
          COPY SCDCHK.
       COPY SORTCODE.
       01 WS-OWN-SORTCODE                PIC X(6).

      * Get the BENEFICIARY DB2 copybook
           EXEC SQL
              INCLUDE BENFDB2
             INCLUDE CUSTDB2
           END-EXEC.

      * Get the ACCOUNT_OWNER DB2 copybook
           EXEC SQL
             INCLUDE OWNDB2
           END-EXEC.

      * Holders of the debit account restricted by KYCREV for an
      * overdue due-diligence review.
       01 HV-KYC-RESTRICTED-COUNT        PIC S9(8) COMP.

      *    Two-way pricing work area: the dealt (offer) side of the
      *    store rate, the customer's tier margin, and the mid and
      *    margin amounts of the conversion in hand.
       01 WS-FX-PRICING.
          03 HV-FX-OFFER-RATE           PIC S9(5)V9(6) COMP-3.
          03 HV-FX-BID-RATE             PIC S9(5)V9(6) COMP-3.
          03 HV-FX-MARGIN-BPS           PIC S9(9) COMP.
          03 HV-FX-CUST-TIER            PIC X(1).
          03 HV-FX-DEBIT-CUST           PIC X(10).
       01 WS-FX-STORE-FLAG              PIC X(1) VALUE 'N'.
          88 FX-STORE-RATE-FOUND                 VALUE 'Y'.

      *  The debit account's own currency, and the consent amount
      *  priced into it for the funds comparison.
       01 WS-ACCT-CCY-WORK.
          03 HV-DEBIT-ACCT-CCY          PIC X(3).
          03 WS-ACCT-DEALT-RATE         PIC S9(5)V9(6) COMP-3.
          03 WS-ACCT-CCY-AMT            PIC S9(10)V99 COMP-3.
          03 WS-ACCT-SAVED-CCY          PIC X(3).

       01 WS-CURR-TIMESTAMP             PIC X(26).

       01 WS-CICS-WORK-AREA.
      *  Shared return-code-to-category/message catalogue.
          COPY ERRCATLG.

      *    The online service-availability switch (see SVCCHK).
       01 WS-SVCCHK-PGM                  PIC X(8) VALUE 'SVCCHK'.
       01 WS-SVCCHK-PARMS.
           COPY SVCCHK.

      *    The per-provider API call quota (see TPPQTA).
       01 WS-TPPQTA-PGM                  PIC X(8) VALUE 'TPPQTA'.
       01 WS-TPPQTA-PARMS.
           COPY TPPQTA.

          LINKAGE SECTION.

       01 DFHCOMMAREA.
           MOVE  SPACES  TO  DFHCA-EXPIRY-TS.
           MOVE  0       TO  DFHCA-RETURN-CD.
           MOVE SPACES   TO  DFHCA-ERROR-MSG.
           MOVE SPACES   TO  DFHCA-RETRY-AFTER-TS.
           MOVE SPACES   TO  DFHCA-FUNDS-AVAIL-FLAG.
           MOVE SPACES   TO  DFHCA-CONSENT-STATUS.
           MOVE SPACES   TO  DFHCA-DOMESTIC-PAY-STATUS.
              FROM SYSIBM.SYSDUMMY1
           END-EXEC

           PERFORM CHECK-SERVICE-SWITCH.

           PERFORM CHECK-TPP-QUOTA.

      *
      *    Check the type of request:
      *       C - Create Consent
           PERFORM CHECK-ACCOUNT-DORMANCY
           MOVE  31  TO WS-STOP-REFUSAL-CODE
           PERFORM CHECK-ACCOUNT-STOP
           PERFORM CHECK-CUSTOMER-KYC

           PERFORM VALIDATE-SCHEME-IDENTIFIERS.

                 PERFORM GET-ME-OUT-OF-HERE
           END-EVALUATE.

           IF DFHCA-CREDIT-AC-SCHEMENAME = SPACES
              OR DFHCA-CREDIT-AC-SCHEMENAME = WS-SCHEME-DOMESTIC
              PERFORM CHECK-SORTCODE-REACHABLE
           END-IF.

       VSI999.
             EXIT.

      *
      *    A well-formed domestic credit identifier at another bank
      *    must also be reachable: SCDCHK checks the sort code
      *    against the industry directory for the schemes DPAYAPI's
      *    routing could send this payment by, in the same order of
      *    preference - a recurring series or bulk instruction Bacs
      *    first, an urgent payment CHAPS first, anything else
      *    Faster Payments first.  A sort code that is absent or
      *    closed, or that can receive none of those schemes, is
      *    refused now.  No directory loaded, or SCDCHK itself
      *    unavailable, lets the payment through as before; a
      *    transfer to one of our own accounts is not cleared at
      *    all and is not checked.
      *
       CHECK-SORTCODE-REACHABLE SECTION.
       CSR010.

           MOVE SORTCODE TO WS-OWN-SORTCODE.
           IF DFHCA-CREDIT-AC(1:6) = WS-OWN-SORTCODE
              OR DFHCA-PAYMENT-SCOPE = 'X'
              GO TO CSR999
           END-IF.

           INITIALIZE WS-SCDCHK-COMMAREA.
           MOVE DFHCA-CREDIT-AC(1:6) TO SCDK-SORTCODE.

           EVALUATE TRUE
              WHEN DFHCA-CONSENT-TYPE = 'R'
                OR DFHCA-PAY-URGENCY = 'B'
                 MOVE 'BACS' TO SCDK-SCHEME(1)
                 MOVE 'FPS ' TO SCDK-SCHEME(2)
                 MOVE 'CHPS' TO SCDK-SCHEME(3)
              WHEN DFHCA-PAY-URGENCY = 'U'
                 MOVE 'CHPS' TO SCDK-SCHEME(1)
                 MOVE 'FPS ' TO SCDK-SCHEME(2)
              WHEN OTHER
                 MOVE 'FPS ' TO SCDK-SCHEME(1)
                 MOVE 'CHPS' TO SCDK-SCHEME(2)
           END-EVALUATE.

           EXEC CICS LINK
              PROGRAM(WS-SCDCHK-PGM)
              COMMAREA(WS-SCDCHK-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              GO TO CSR999
           END-IF.

           IF SCDK-RESULT = 'N'
              OR SCDK-RESULT = 'C'
              MOVE  53  TO DFHCA-RETURN-CD
              MOVE  'BENEFICIARY SORT CODE NOT FOUND OR CLOSED'
                          TO DFHCA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF SCDK-RESULT = 'S'
              MOVE  54  TO DFHCA-RETURN-CD
              MOVE  'SORT CODE CANNOT RECEIVE THIS PAYMENT TYPE'
                          TO DFHCA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       CSR999.
             EXIT.

      *
      *    Resolve a Paym-style proxy: the alias the payer keyed
      *    (in DFHCA-PROXY-VALUE) must map to an active, verified
      *    8-digit account number, all numeric.  Whether the account
      *    actually exists at this bank is the separate ACCOUNT
      *    lookup the create already makes; the per-bank modulus
      *    weights for other banks' numbers are not part of the
      *    sort code directory this system holds - the digit check
      *    here is what can be verified of the number itself, and
      *    CHECK-SORTCODE-REACHABLE answers for the sort code.
      *
       VALIDATE-DOMESTIC-IDENTIFIER SECTION.
       VDI010.

           EXEC SQL
                SELECT ACCOUNT_AVAILABLE_BALANCE,
                       ACCOUNT_OVERDRAFT_LIMIT,
                       COALESCE(ACCOUNT_CURRENCY_CD, 'GBP')
                INTO   :HV-ACCOUNT-AVAIL-BAL,
                       :HV-ACCOUNT-OVERDRAFT-LIM,
                       :HV-DEBIT-ACCT-CCY
                FROM ACCOUNT
                WHERE  (ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE AND
                        ACCOUNT_NUMBER   = :HV-ACCOUNT-ACC-NO)
      *
      *    The funds decision honours the arranged overdraft: a
      *    customer may draw down to available balance plus their
      *    ACCOUNT_OVERDRAFT_LIMIT, not merely to zero - compared in
      *    the currency the account's balance is held in.
      *
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM CONVERT-TO-ACCOUNT-CURRENCY
                 IF HV-ACCOUNT-AVAIL-BAL + HV-ACCOUNT-OVERDRAFT-LIM
                       < WS-ACCT-CCY-AMT
                    MOVE 0        TO DFHCA-FUNDS-AVAIL-FLAG
                 ELSE
                    MOVE 1        TO DFHCA-FUNDS-AVAIL-FLAG
                 PERFORM GET-ME-OUT-OF-HERE
           END-EVALUATE.

           PERFORM CHECK-TERM-DEPOSIT.

       CTE999.
             EXIT.

       CWN999.
             EXIT.

      *
      *    An account with a fixed-term deposit still running
      *    (TERM_DEPOSIT, booked through TDEPAPI) may not be debited
      *    whatever its type allows, until the term matures or the
      *    customer breaks it early.
      *
       CHECK-TERM-DEPOSIT SECTION.
       CTD010.

           MOVE '0'                TO HV-NOTICE-NUMBER(1:1).
           MOVE HV-ACCOUNT-ACC-NO  TO HV-NOTICE-NUMBER(2:8).

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-TDEP-LIVE-COUNT
              FROM   TERM_DEPOSIT
              WHERE  TDEP_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND    TDEP_NUMBER   = :HV-NOTICE-NUMBER
              AND    TDEP_STATUS   = 'L'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO DFHCA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT TERM_DEPOSIT'
                   TO DFHCA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF HV-TDEP-LIVE-COUNT > 0
              MOVE  51  TO DFHCA-RETURN-CD
              MOVE  'TERM DEPOSIT HAS NOT YET MATURED'
                          TO DFHCA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       CTD999.
             EXIT.

      *
      *    ISA allowance on the credit side: a payment subscribing
      *    to one of our ISA accounts may not take the beneficiary
             EXIT.

      *
      *    Every conversion runs through the base ledger currency
      *    (WS-BASE-CURRENCY), whatever currency the debit account
      *    itself is held in - CHECK-ACCOUNT-BALANCE prices the base
      *    amount on into the account's ACCOUNT_CURRENCY_CD.  So
      *    "can the consent's currency be booked against the debit
      *    account" comes down to "is the consent's currency either
      *    the base currency itself, or one this bank can convert to
      *    the base currency".  Reject up front with a clear message
      *    rather than letting an unrecognised currency code fall

           EXEC SQL
              SELECT RATE_TO_BASE,
                     COALESCE(OFFER_RATE_TO_BASE, RATE_TO_BASE),
                     COALESCE(BID_RATE_TO_BASE, RATE_TO_BASE)
              INTO   :HV-FX-RATE-TO-BASE,
                     :HV-FX-OFFER-RATE,
                     :HV-FX-BID-RATE
              FROM   FXRATES
              WHERE  CURRENCY_CD = :HV-CURRENCY-CD
              AND    EFFECTIVE_TS <= CURRENT TIMESTAMP
       CTBC999.
           EXIT.

      *
      *    Price WS-CONVERTED-AMT on into the debit account's own
      *    currency for the funds comparison, the way DPAYAPI will
      *    price it when the payment settles: a consent already in
      *    the account's currency compares as it stands, a sterling
      *    account takes the base amount, and any other account is
      *    dealt at its currency's bid side less the customer's tier
      *    margin.
      *
       CONVERT-TO-ACCOUNT-CURRENCY SECTION.
       CTAC010.

           IF HV-DEBIT-ACCT-CCY = SPACES
              MOVE WS-BASE-CURRENCY TO HV-DEBIT-ACCT-CCY
           END-IF.

           MOVE WS-CONVERTED-AMT TO WS-ACCT-CCY-AMT.

           IF HV-DEBIT-ACCT-CCY = HV-CURRENCY-CD
              MOVE HV-CONSENT-AMOUNT TO WS-ACCT-CCY-AMT
              GO TO CTAC999
           END-IF.

           IF HV-DEBIT-ACCT-CCY = WS-BASE-CURRENCY
              GO TO CTAC999
           END-IF.

           MOVE HV-CURRENCY-CD    TO WS-ACCT-SAVED-CCY.
           MOVE HV-DEBIT-ACCT-CCY TO HV-CURRENCY-CD.
           PERFORM GET-EFFECTIVE-FX-RATE.

           IF FX-STORE-RATE-FOUND
              PERFORM GET-CUSTOMER-FX-MARGIN
              COMPUTE WS-ACCT-DEALT-RATE ROUNDED =
                 HV-FX-BID-RATE * (1 - HV-FX-MARGIN-BPS / 10000)
           ELSE
              SET FX-IDX TO 1
              SEARCH FX-RATE-ENTRY
                 AT END
                    MOVE  102  TO DFHCA-RETURN-CD
                    MOVE 'UNSUPPORTED ACCOUNT CURRENCY CODE'
                         TO DFHCA-ERROR-MSG
                    PERFORM GET-ME-OUT-OF-HERE
                 WHEN FX-CCY-CODE(FX-IDX) = HV-CURRENCY-CD
                    MOVE FX-RATE-TO-BASE(FX-IDX) TO WS-ACCT-DEALT-RATE
              END-SEARCH
           END-IF.

           MOVE WS-ACCT-SAVED-CCY TO HV-CURRENCY-CD.

           COMPUTE WS-ACCT-CCY-AMT ROUNDED =
              WS-CONVERTED-AMT / WS-ACCT-DEALT-RATE.

       CTAC999.
           EXIT.

      *
      *    The customer's FX margin: their CUSTOMER_DATA tier (the
      *    standard 'S' when they have none) priced through the
       CAD999.
             EXIT.

      *
      *    Refuse a new payment consent when any holder of the debit
      *    account - its ACCOUNT_CUSTOMER_NUMBER or a live joint
      *    holder - has been restricted by KYCREV because their
      *    due-diligence review is overdue beyond the grace period.
      *    The restriction stands until the review is signed off.
      *    Keys on WS-ACCOUNT, as CHECK-ACCOUNT-STOP does.
      *
       CHECK-CUSTOMER-KYC SECTION.
       CCK010.

           MOVE ACCOUNT-SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE ACCOUNT-NO       TO HV-ACCOUNT-ACC-NO.
           MOVE '0'              TO HV-STOP-NUMBER(1:1).
           MOVE ACCOUNT-NO       TO HV-STOP-NUMBER(2:8).

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-KYC-RESTRICTED-COUNT
              FROM   CUSTOMER_DATA D
              WHERE  D.CUST_KYC_RESTRICTED = 'Y'
              AND   (D.CUST_NUMBER IN
                        (SELECT A.ACCOUNT_CUSTOMER_NUMBER
                         FROM   ACCOUNT A
                         WHERE  A.ACCOUNT_SORTCODE =
                                   :HV-ACCOUNT-SORTCODE
                         AND    A.ACCOUNT_NUMBER   =
                                   :HV-ACCOUNT-ACC-NO)
                     OR D.CUST_NUMBER IN
                        (SELECT O.OWNR_CUSTOMER
                         FROM   ACCOUNT_OWNER O
                         WHERE  O.OWNR_SORTCODE = :HV-ACCOUNT-SORTCODE
                         AND    O.OWNR_NUMBER   = :HV-STOP-NUMBER
                         AND    O.OWNR_STATUS   = 'A'))
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO DFHCA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT FROM CUSTOMER_DATA'
                   TO DFHCA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF HV-KYC-RESTRICTED-COUNT > 0
              MOVE  52  TO DFHCA-RETURN-CD
              MOVE 'CUSTOMER DUE DILIGENCE REVIEW OVERDUE'
                   TO DFHCA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       CCK999.
             EXIT.

      *
      *    Refuse anything against an account carrying a live stop,
      *    with the catalogue code the caller set for its own path,
       CAS999.
             EXIT.

      *
      *    The service switch: during the batch window, or when the
      *    duty operator has closed it, this service refuses with a
      *    catalogue code and the time to come back rather than
      *    queueing behind the batch's locks.
      *    Status enquiries, fund confirmations, prechecks and
      *    searches still run while it is read-only.
      *    Should the switch itself fail to answer, the request
      *    goes ahead - the switch must never be the reason the
      *    service is down.
      *
       CHECK-SERVICE-SWITCH SECTION.
       CSS010.

           INITIALIZE WS-SVCCHK-PARMS.
           MOVE 'Q'       TO SVC-REQUEST.
           MOVE 'CONSENT' TO SVC-SERVICE.
           IF DFHCA-CONSENT-REQ = 'G' OR 'F' OR 'B' OR 'L'
              MOVE 'R' TO SVC-ACCESS
           ELSE
              MOVE 'U' TO SVC-ACCESS
           END-IF.

           CALL WS-SVCCHK-PGM USING WS-SVCCHK-PARMS.

           IF SVC-RETURN-CD NOT = 0 OR SVC-RESULT NOT = 'N'
              GO TO CSS999
           END-IF.

           MOVE SVC-RETRY-AFTER-TS TO DFHCA-RETRY-AFTER-TS.
           IF SVC-STATE = 'R'
              MOVE 56 TO DFHCA-RETURN-CD
           ELSE
              MOVE 55 TO DFHCA-RETURN-CD
           END-IF.
           PERFORM GET-ME-OUT-OF-HERE.

       CSS999.
           EXIT.

      *
      *    The provider's call quota: a registered provider that
      *    has used up its calls on this API for the hour or the
      *    day is refused with a catalogue code and the time the
      *    quota next has room.  Every call it makes is counted
      *    for the daily usage report, refused or not.
      *    Should the quota itself fail to answer, the request
      *    goes ahead - the quota must never be the reason the
      *    service is down.
      *
       CHECK-TPP-QUOTA SECTION.
       CTQ010.

           INITIALIZE WS-TPPQTA-PARMS.
           MOVE DFHCA-TPP-ID      TO TQC-TPP-ID.
           MOVE 'CONSENT'         TO TQC-API.
           MOVE DFHCA-CONSENT-REQ TO TQC-REQ-TYPE.

           CALL WS-TPPQTA-PGM USING WS-TPPQTA-PARMS.

           IF TQC-RETURN-CD NOT = 0 OR TQC-RESULT NOT = 'N'
              GO TO CTQ999
           END-IF.

           MOVE TQC-RETRY-AFTER-TS TO DFHCA-RETRY-AFTER-TS.
           MOVE 57 TO DFHCA-RETURN-CD.
           PERFORM GET-ME-OUT-OF-HERE.

       CTQ999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.

