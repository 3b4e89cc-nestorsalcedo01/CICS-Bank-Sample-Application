
       01 HV-DUAL-AUTH-LIMIT         PIC S9(10)V99 COMP-3.

      *  Scheme cut-off: the latest time of day (HHMM) a payment of
      *  each scope is settled the same day.  The PAY_PARM rows
      *  'CUTOFFDOMESTIC' and 'CUTOFFINTL' override these compiled-
      *  in defaults at request time.  A later payment - or one made
      *  on a weekend or bank holiday - is warehoused to the next
      *  GETBDAY business day instead.
       01 WS-CUTOFF-DOMESTIC-DEFAULT    PIC S9(10)V99 COMP-3
                                            VALUE 1730.
       01 WS-CUTOFF-INTL-DEFAULT        PIC S9(10)V99 COMP-3
                                            VALUE 1500.
       01 HV-CUTOFF-PARM-NAME           PIC X(16).
       01 HV-CUTOFF-HHMM                PIC S9(10)V99 COMP-3.
       01 HV-CURRENT-HHMM               PIC S9(9) COMP.
       01 HV-CUTOFF-TODAY               PIC X(10).
       01 HV-CUTOFF-CANDIDATE           PIC X(10).
       01 HV-WHSE-EXPIRY-TS             PIC X(26).
       01 WS-BDAY-PGM                   PIC X(8) VALUE 'GETBDAY'.
      *  The routed scheme's close time caps the scope cut-off;
      *  its opening time says whether there is a same-day window.
       01 WS-ROUTED-OPEN-HHMM           PIC S9(4) COMP VALUE 0.
       01 WS-ROUTED-CLOSE-HHMM          PIC S9(4) COMP VALUE 2400.
       01 WS-BDAY-COMMAREA.
          COPY GETBDAY.

      * Get the PAY_SCHEME DB2 copybook
           EXEC SQL
             INCLUDE PSCMDB2
           END-EXEC.

      *  Clearing scheme routing.  The compiled-in defaults below
      *  stand for any scheme with no PAY_SCHEME row: code, value
      *  limit (0 = none), opening and closing HHMM, active flag.
       01 WS-SCHEME-DEFAULTS.
          03 FILLER                     PIC X(4)  VALUE 'FPS '.
          03 FILLER                     PIC 9(10)V99 VALUE 1000000.
          03 FILLER                     PIC 9(4)  VALUE 0000.
          03 FILLER                     PIC 9(4)  VALUE 2400.
          03 FILLER                     PIC X(1)  VALUE 'Y'.
          03 FILLER                     PIC X(4)  VALUE 'CHPS'.
          03 FILLER                     PIC 9(10)V99 VALUE 0.
          03 FILLER                     PIC 9(4)  VALUE 0600.
          03 FILLER                     PIC 9(4)  VALUE 1800.
          03 FILLER                     PIC X(1)  VALUE 'Y'.
          03 FILLER                     PIC X(4)  VALUE 'BACS'.
          03 FILLER                     PIC 9(10)V99 VALUE 20000000.
          03 FILLER                     PIC 9(4)  VALUE 0600.
          03 FILLER                     PIC 9(4)  VALUE 2230.
          03 FILLER                     PIC X(1)  VALUE 'Y'.
          03 FILLER                     PIC X(4)  VALUE 'SWFT'.
          03 FILLER                     PIC 9(10)V99 VALUE 0.
          03 FILLER                     PIC 9(4)  VALUE 0000.
          03 FILLER                     PIC 9(4)  VALUE 2400.
          03 FILLER                     PIC X(1)  VALUE 'Y'.
       01 WS-SCHEME-TABLE REDEFINES WS-SCHEME-DEFAULTS.
          03 WS-SCHEME-ENTRY OCCURS 4 TIMES INDEXED BY WS-SCH-IDX.
             05 WS-SCH-CODE             PIC X(4).
             05 WS-SCH-MAX-AMOUNT       PIC 9(10)V99.
             05 WS-SCH-OPEN-HHMM        PIC 9(4).
             05 WS-SCH-CLOSE-HHMM       PIC 9(4).
             05 WS-SCH-ACTIVE           PIC X(1).
       01 WS-SCHEME-COUNT               PIC 9(4) VALUE 4.

      *  Up to three scheme codes in preference order for this
      *  payment, and the scheme finally chosen.
       01 WS-ROUTE-PREFS.
          03 WS-ROUTE-PREF              PIC X(4) OCCURS 3 TIMES.
       01 WS-ROUTE-SUB                  PIC 9(2).
       01 WS-ROUTE-PASS                 PIC 9(1).
       01 HV-PAY-SCHEME                 PIC X(4) VALUE SPACES.

       01 HOST-SCHEME-ROW.
          03 HV-SCHEME-CD               PIC X(4).
          03 HV-SCHEME-MAX-AMOUNT       PIC S9(10)V99 COMP-3.
          03 HV-SCHEME-OPEN-HHMM        PIC S9(4) COMP.
          03 HV-SCHEME-CLOSE-HHMM       PIC S9(4) COMP.
          03 HV-SCHEME-ACTIVE           PIC X(1).

      * Get the CONSENT_HISTORY DB2 copybook
           EXEC SQL
             INCLUDE CONHIST
             INCLUDE NTCEDB2
           END-EXEC.

      * Get the TERM_DEPOSIT DB2 copybook
           EXEC SQL
             INCLUDE TDEPDB2
           END-EXEC.

      *    Term-deposit lock work area: the debit account number at
      *    the 9-byte width TERM_DEPOSIT stores.
       01 HV-TDEP-NUMBER                 PIC X(9).
       01 HV-TDEP-LIVE-COUNT             PIC S9(8) COMP.

      * Get the ACCT_TYPE_RULES DB2 copybook
           EXEC SQL
             INCLUDE ACTYDB2

      * FX_POSITION host variables
       01 WS-FX-POSITION-WORK.
          03 HV-POSN-CURRENCY-CD        PIC X(3).
          03 HV-POSN-CCY-AMOUNT         PIC S9(13)V99 COMP-3.
          03 HV-POSN-BASE-AMOUNT        PIC S9(13)V99 COMP-3.

      *    margin amounts of the conversion in hand.
       01 WS-FX-PRICING.
          03 HV-FX-OFFER-RATE           PIC S9(5)V9(6) COMP-3.
          03 HV-FX-BID-RATE             PIC S9(5)V9(6) COMP-3.
          03 HV-FX-MARGIN-BPS           PIC S9(9) COMP.
          03 HV-FX-CUST-TIER            PIC X(1).
          03 HV-FX-DEBIT-CUST           PIC X(10).
       01 WS-FX-STORE-FLAG               PIC X(1) VALUE 'N'.
          88 FX-STORE-RATE-FOUND                  VALUE 'Y'.

      *    Account-currency pricing: the currencies the debit and
      *    credit accounts are held in (the credit one spaces when
      *    the beneficiary banks elsewhere), and the amount that
      *    actually posts - the consent amount itself when it is
      *    already in the debit account's currency, otherwise the
      *    base amount dealt on into that currency at its bid side.
       01 WS-ACCT-CCY-WORK.
          03 HV-DEBIT-ACCT-CCY          PIC X(3).
          03 HV-CREDIT-ACCT-CCY         PIC X(3).
          03 HV-CREDIT-ACCT-SORTCODE    PIC X(6).
          03 HV-CREDIT-ACCT-NUMBER      PIC X(8).
          03 WS-ACCT-DEALT-RATE         PIC S9(5)V9(6) COMP-3.
          03 WS-POSTING-AMT             PIC S9(10)V99 COMP-3.
          03 WS-ACCT-FX-FLAG            PIC X(1) VALUE 'N'.
             88 ACCT-FX-CONVERTED                VALUE 'Y'.
          03 WS-ACCT-SAVED-CCY          PIC X(3).

      *  Payment charge schedule: a percentage of the consented
      *  amount, subject to a flat minimum.
       01 WS-CHARGE-PERCENT              PIC S9(3)V9(4) COMP-3
      *  Shared return-code-to-category/message catalogue.
          COPY ERRCATLG.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

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
           MOVE SPACES   TO  DFHCA-FUNDS-AVAIL-FLAG
           MOVE SPACES   TO  DFHCA-CONSENT-STATUS
           MOVE SPACES   TO  DFHCA-DOMESTIC-PAY-STATUS
           MOVE SPACES   TO  DFHCA-CUTOFF-OUTCOME
           MOVE SPACES   TO  DFHCA-SETTLE-DATE
           MOVE SPACES   TO  DFHCA-PAY-SCHEME
           MOVE SPACES   TO  DFHCA-RETRY-AFTER-TS
      *  Charge Values - calculated by CALCULATE-CHARGE once the
      *  consent amount/currency for this request are known.
           MOVE SPACES  TO DFHCA-CHARGE-BEARER.
           MOVE 0       TO DFHCA-CHARGE-AMT.
           MOVE SPACES  TO DFHCA-CHARGE-CUR-CD.

           PERFORM CHECK-SERVICE-SWITCH.

           PERFORM CHECK-TPP-QUOTA.

      *
      *    Check the type of request:
      *       P - Authorize payment

                 IF HV-DOMESTIC-PAY-STATUS = PYST-PENDING
                    PERFORM CHECK-EXECUTION-DATE
                    PERFORM ROUTE-PAYMENT-SCHEME
                    PERFORM CHECK-SCHEME-CUTOFF
                    PERFORM CHECK-ACCOUNT-DORMANCY
                    PERFORM CHECK-ACCOUNT-STOP
                    PERFORM CHECK-TERM-DEPOSIT-LOCK
                    PERFORM CHECK-SIGNATORY-MANDATE
                    PERFORM CHECK-DUAL-AUTHORIZATION
                    PERFORM SCORE-PAYMENT-RISK
       CED999.
           EXIT.

      *
      *    Scheme cut-off.  A payment arriving after its scope's
      *    cut-off time (or after its routed scheme has closed, or
      *    for a scheme that will not open before the cut-off) is
      *    for tomorrow, and one arriving on a weekend or bank
      *    holiday is for the next working day - in either case
      *    SETTLEX must not sweep it up as "today".  The
      *    payment is accepted but warehoused: EXEC_DATE moves to
      *    the next GETBDAY business day (with the expiry pinned to
      *    the end of that day, as CREATE-NEW-CONSENT does for a
      *    future-dated consent) and CONWHSE releases it then.  The
      *    outcome and the real settlement date go back to the
      *    caller either way.  If the business-day lookup itself
      *    fails the payment is let through today rather than
      *    refused.
      *
       CHECK-SCHEME-CUTOFF SECTION.
       CSC010.

           MOVE 'I'             TO DFHCA-CUTOFF-OUTCOME.

           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO),
                     HOUR(CURRENT TIME) * 100 + MINUTE(CURRENT TIME)
              INTO   :HV-CUTOFF-TODAY,
                     :HV-CURRENT-HHMM
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO CSC999
           END-IF.

           MOVE HV-CUTOFF-TODAY TO DFHCA-SETTLE-DATE.

           IF HV-PAYMENT-SCOPE = 'X'
              MOVE 'CUTOFFINTL'     TO HV-CUTOFF-PARM-NAME
              MOVE WS-CUTOFF-INTL-DEFAULT TO HV-CUTOFF-HHMM
           ELSE
              MOVE 'CUTOFFDOMESTIC' TO HV-CUTOFF-PARM-NAME
              MOVE WS-CUTOFF-DOMESTIC-DEFAULT TO HV-CUTOFF-HHMM
           END-IF.

           EXEC SQL
              SELECT PARM_VALUE
              INTO   :HV-CUTOFF-HHMM
              FROM   PAY_PARM
              WHERE  PARM_NAME = :HV-CUTOFF-PARM-NAME
           END-EXEC.

           IF SQLCODE NOT = 0
              IF HV-PAYMENT-SCOPE = 'X'
                 MOVE WS-CUTOFF-INTL-DEFAULT TO HV-CUTOFF-HHMM
              ELSE
                 MOVE WS-CUTOFF-DOMESTIC-DEFAULT TO HV-CUTOFF-HHMM
              END-IF
           END-IF.

      *
      *    A scheme that closes before the scope cut-off cannot take
      *    the payment after it closes, whatever the scope allows.
      *
           IF WS-ROUTED-CLOSE-HHMM < HV-CUTOFF-HHMM
              MOVE WS-ROUTED-CLOSE-HHMM TO HV-CUTOFF-HHMM
           END-IF.

      *
      *    Nor can a scheme that does not open until the cut-off has
      *    passed take anything today.  One that opens later today,
      *    before the cut-off, can: SETTLEX sends the day's payments
      *    at end of day, after it has opened, so the payment is
      *    accepted for today and the caller told it goes in when
      *    the scheme opens.
      *
           IF WS-ROUTED-OPEN-HHMM >= HV-CUTOFF-HHMM
              MOVE 0 TO HV-CUTOFF-HHMM
           END-IF.

           IF HV-CURRENT-HHMM < WS-ROUTED-OPEN-HHMM
              MOVE 'O'          TO DFHCA-CUTOFF-OUTCOME
           END-IF.

           IF HV-CURRENT-HHMM < HV-CUTOFF-HHMM
              MOVE HV-CUTOFF-TODAY TO HV-CUTOFF-CANDIDATE
           ELSE
              EXEC SQL
                 SELECT CHAR(CURRENT DATE + 1 DAY, ISO)
                 INTO   :HV-CUTOFF-CANDIDATE
                 FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 GO TO CSC999
              END-IF
           END-IF.

           INITIALIZE WS-BDAY-COMMAREA.
           MOVE HV-CUTOFF-CANDIDATE TO BDAY-DATE-IN.

           EXEC CICS LINK
              PROGRAM(WS-BDAY-PGM)
              COMMAREA(WS-BDAY-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR BDAY-RETURN-CD NOT = 0
              GO TO CSC999
           END-IF.

           IF BDAY-DATE-OUT = HV-CUTOFF-TODAY
              GO TO CSC999
           END-IF.

           MOVE SPACES TO HV-WHSE-EXPIRY-TS.
           STRING BDAY-DATE-OUT DELIMITED BY SIZE,
                  '-23.59.59.999999' DELIMITED BY SIZE
                  INTO HV-WHSE-EXPIRY-TS
           END-STRING.

           EXEC SQL
                UPDATE CONSENT
                SET    EXEC_DATE      = :BDAY-DATE-OUT,
                       EXPIRY_TS      = :HV-WHSE-EXPIRY-TS,
                       LAST_UPDATE_TS = CURRENT TIMESTAMP
                WHERE  CONSENT_ID = :HV-CONSENT-ID
                AND    DOMESTIC_PAY_STATUS = :PYST-PENDING
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE  101  TO DFHCA-RETURN-CD
              MOVE 'Payment already processed'
                   TO DFHCA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EXEC CICS SYNCPOINT
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

           MOVE 'W'           TO DFHCA-CUTOFF-OUTCOME.
           MOVE BDAY-DATE-OUT TO DFHCA-SETTLE-DATE.
           MOVE  49  TO DFHCA-RETURN-CD.
           MOVE  'PAYMENT WAREHOUSED TO NEXT BUSINESS DAY'
                       TO DFHCA-ERROR-MSG.
           PERFORM GET-ME-OUT-OF-HERE.

       CSC999.
           EXIT.

      *
      *    Choose the clearing scheme for this payment.  An
      *    international payment always goes to the correspondent
      *    bank.  Otherwise the preference order follows the
      *    payment: a bulk file instruction or a recurring series
      *    prefers Bacs, an urgent payment prefers CHAPS, anything
      *    else prefers Faster Payments.  The first preference that
      *    is active, can carry the (base-currency) amount and is
      *    open right now wins; failing that, the first that is
      *    active and can carry the amount (CHECK-SCHEME-CUTOFF then
      *    holds the payment for the scheme's opening today, or
      *    warehouses it to the next business day once the scheme
      *    has closed or will not open before the cut-off); failing
      *    that, CHAPS, which has no upper limit.
      *
       ROUTE-PAYMENT-SCHEME SECTION.
       RPS010.

           PERFORM LOAD-SCHEME-TABLE.

           EXEC SQL
              SELECT HOUR(CURRENT TIME) * 100 + MINUTE(CURRENT TIME)
              INTO   :HV-CURRENT-HHMM
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE SPACES TO WS-ROUTE-PREFS.

           EVALUATE TRUE
              WHEN HV-PAYMENT-SCOPE = 'X'
                 MOVE 'SWFT' TO WS-ROUTE-PREF(1)
              WHEN DFHCA-PAY-URGENCY = 'B'
                OR HV-CONSENT-TYPE = 'R'
                 MOVE 'BACS' TO WS-ROUTE-PREF(1)
                 MOVE 'FPS ' TO WS-ROUTE-PREF(2)
                 MOVE 'CHPS' TO WS-ROUTE-PREF(3)
              WHEN DFHCA-PAY-URGENCY = 'U'
                 MOVE 'CHPS' TO WS-ROUTE-PREF(1)
                 MOVE 'FPS ' TO WS-ROUTE-PREF(2)
              WHEN OTHER
                 MOVE 'FPS ' TO WS-ROUTE-PREF(1)
                 MOVE 'CHPS' TO WS-ROUTE-PREF(2)
           END-EVALUATE.

           MOVE SPACES TO HV-PAY-SCHEME.

           PERFORM VARYING WS-ROUTE-PASS FROM 1 BY 1
              UNTIL WS-ROUTE-PASS > 2 OR HV-PAY-SCHEME NOT = SPACES
              PERFORM VARYING WS-ROUTE-SUB FROM 1 BY 1
                 UNTIL WS-ROUTE-SUB > 3 OR HV-PAY-SCHEME NOT = SPACES
                 IF WS-ROUTE-PREF(WS-ROUTE-SUB) NOT = SPACES
                    PERFORM TRY-ONE-SCHEME
                 END-IF
              END-PERFORM
           END-PERFORM.

           IF HV-PAY-SCHEME = SPACES
              MOVE 'CHPS' TO HV-PAY-SCHEME
           END-IF.

           MOVE 0    TO WS-ROUTED-OPEN-HHMM.
           MOVE 2400 TO WS-ROUTED-CLOSE-HHMM.
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
              UNTIL WS-SCH-IDX > WS-SCHEME-COUNT
              IF WS-SCH-CODE(WS-SCH-IDX) = HV-PAY-SCHEME
                 MOVE WS-SCH-OPEN-HHMM(WS-SCH-IDX)
                                     TO WS-ROUTED-OPEN-HHMM
                 MOVE WS-SCH-CLOSE-HHMM(WS-SCH-IDX)
                                     TO WS-ROUTED-CLOSE-HHMM
              END-IF
           END-PERFORM.

           MOVE HV-PAY-SCHEME TO DFHCA-PAY-SCHEME.

       RPS999.
           EXIT.

      *
      *    Test the preference WS-ROUTE-SUB against the table: pass 1
      *    insists the scheme is open now, pass 2 does not.
      *
       TRY-ONE-SCHEME SECTION.
       TOS010.

           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
              UNTIL WS-SCH-IDX > WS-SCHEME-COUNT
              IF WS-SCH-CODE(WS-SCH-IDX) = WS-ROUTE-PREF(WS-ROUTE-SUB)
                 AND WS-SCH-ACTIVE(WS-SCH-IDX) = 'Y'
                 AND (WS-SCH-MAX-AMOUNT(WS-SCH-IDX) = 0
                  OR WS-CONVERTED-AMT <= WS-SCH-MAX-AMOUNT(WS-SCH-IDX))
                 AND (WS-ROUTE-PASS = 2
                  OR (HV-CURRENT-HHMM >= WS-SCH-OPEN-HHMM(WS-SCH-IDX)
                  AND HV-CURRENT-HHMM < WS-SCH-CLOSE-HHMM(WS-SCH-IDX)))
                 MOVE WS-SCH-CODE(WS-SCH-IDX) TO HV-PAY-SCHEME
              END-IF
           END-PERFORM.

       TOS999.
           EXIT.

      *
      *    Overlay the compiled-in defaults with whatever PAY_SCHEME
      *    holds for each scheme.
      *
       LOAD-SCHEME-TABLE SECTION.
       LST010.

           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
              UNTIL WS-SCH-IDX > WS-SCHEME-COUNT
              MOVE WS-SCH-CODE(WS-SCH-IDX) TO HV-SCHEME-CD
              EXEC SQL
                 SELECT SCHEME_MAX_AMOUNT,
                        SCHEME_OPEN_HHMM,
                        SCHEME_CLOSE_HHMM,
                        SCHEME_ACTIVE
                 INTO   :HV-SCHEME-MAX-AMOUNT,
                        :HV-SCHEME-OPEN-HHMM,
                        :HV-SCHEME-CLOSE-HHMM,
                        :HV-SCHEME-ACTIVE
                 FROM   PAY_SCHEME
                 WHERE  SCHEME_CD = :HV-SCHEME-CD
              END-EXEC
              IF SQLCODE = 0
                 MOVE HV-SCHEME-MAX-AMOUNT
                                  TO WS-SCH-MAX-AMOUNT(WS-SCH-IDX)
                 MOVE HV-SCHEME-OPEN-HHMM
                                  TO WS-SCH-OPEN-HHMM(WS-SCH-IDX)
                 MOVE HV-SCHEME-CLOSE-HHMM
                                  TO WS-SCH-CLOSE-HHMM(WS-SCH-IDX)
                 MOVE HV-SCHEME-ACTIVE
                                  TO WS-SCH-ACTIVE(WS-SCH-IDX)
              END-IF
           END-PERFORM.

       LST999.
           EXIT.

      *
      *    Refuse to pay out of an account DORMSCAN has marked
      *    dormant - a consent raised before the account went quiet
       CAS999.
           EXIT.

      *
      *    Refuse to settle a debit against an account whose
      *    fixed-term deposit is still running.  CONSENT refuses at
      *    capture, but a term booked through TDEPAPI after the
      *    consent was raised must still hold the money until
      *    maturity or an early break.
      *
       CHECK-TERM-DEPOSIT-LOCK SECTION.
       CTL010.

           MOVE DEBIT-AC-SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE '0'               TO HV-TDEP-NUMBER(1:1).
           MOVE DEBIT-AC-NO       TO HV-TDEP-NUMBER(2:8).

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-TDEP-LIVE-COUNT
              FROM   TERM_DEPOSIT
              WHERE  TDEP_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND    TDEP_NUMBER   = :HV-TDEP-NUMBER
              AND    TDEP_STATUS   = 'L'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO DFHCA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT FROM TERM_DEPOSIT'
                   TO DFHCA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF HV-TDEP-LIVE-COUNT > 0
              MOVE  51  TO DFHCA-RETURN-CD
              MOVE  'TERM DEPOSIT HAS NOT YET MATURED'
                          TO DFHCA-ERROR-MSG
              PERFORM UPDATE-PAYMENT-FAILURE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       CTL999.
           EXIT.

      *
      *    Refuse to settle a consent whose joint-account signing
      *    mandate is not satisfied.  A consent still in the

           MOVE 'N' TO WS-CLAIM-FLAG.

      *
      *    The claim instant goes on LAST_UPDATE_TS so CONRECOV can
      *    tell a payment genuinely in flight from one stranded at
      *    'ASP ' by a failure before UPDATE-PAYMENT-SUCCESS.
      *
           EXEC SQL
                UPDATE CONSENT
                SET    DOMESTIC_PAY_STATUS =
                          :PYST-ACCEPTED-SETTLEMENT-INPROCESS,
                       LAST_UPDATE_TS = CURRENT TIMESTAMP,
                       PAY_SCHEME     = :HV-PAY-SCHEME
                WHERE  CONSENT_ID = :HV-CONSENT-ID
                AND    DOMESTIC_PAY_STATUS = :PYST-PENDING
           END-EXEC.

      *
      *    From here the approved payment walks the same path a 'P'
      *    request walks - routed to its scheme and held to that
      *    scheme's cut-off like any other; CHECK-DUAL-AUTHORIZATION
      *    steps aside now PAY_APPROVED_BY is recorded.
      *
           PERFORM GET-CONSENT-DETAILS.
           PERFORM CALCULATE-CHARGE.
           END-IF.

           PERFORM CHECK-EXECUTION-DATE.
           PERFORM ROUTE-PAYMENT-SCHEME.
           PERFORM CHECK-SCHEME-CUTOFF.
           PERFORM CHECK-ACCOUNT-DORMANCY.
           PERFORM CHECK-ACCOUNT-STOP.
           PERFORM CHECK-TERM-DEPOSIT-LOCK.
           PERFORM CONSUME-WITHDRAWAL-NOTICE.
           PERFORM CLAIM-PAYMENT.
           IF CLAIM-OK

           PERFORM CHECK-ACCOUNT-DORMANCY.
           PERFORM CHECK-ACCOUNT-STOP.
           PERFORM CHECK-TERM-DEPOSIT-LOCK.
           PERFORM SCREEN-SANCTIONS.

      *
           MOVE CREDIT-AC-NO  TO  SUBPGM-TACCNO.
           MOVE 'N'           TO  SUBPGM-SUCCESS.

           COMPUTE SUBPGM-AMT =  WS-POSTING-AMT.
           MOVE HV-CONSENT-ID      TO SUBPGM-CONSENT-ID.
           MOVE HV-END-TO-END-ID   TO SUBPGM-END-TO-END-ID.

              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM CLAIM-TRANSFER-PAIR.

           PERFORM UPDATE-VELOCITY-TOTALS.
           PERFORM TRACK-ISA-SUBSCRIPTION.
           PERFORM RECORD-FX-MARGIN-INCOME.
           MOVE 'N'           TO  SUBPGM-SUCCESS.

      *
      * Provide the correct Amount - in the accounts' own currency
      *
           COMPUTE SUBPGM-AMT =  WS-POSTING-AMT.
           MOVE HV-CONSENT-ID      TO SUBPGM-CONSENT-ID.
           MOVE HV-END-TO-END-ID   TO SUBPGM-END-TO-END-ID.

                          TO DFHCA-ERROR-MSG
              PERFORM UPDATE-PAYMENT-FAILURE
           ELSE
              PERFORM CLAIM-TRANSFER-PAIR
              PERFORM UPDATE-PAYMENT-SUCCESS
           END-IF.

      *    A settled non-base payment pays foreign currency away:
      *    the currency position shortens by the dealt amount and
      *    the base cost moves with it, with the movement journalled
      *    - the exposure side FXRPT's turnover cannot show.  A
      *    payment out of an account already held in its currency
      *    converted nothing, so moves nothing.  A currency account
      *    that was priced across sold its own currency to the bank
      *    for the base amount, which lengthens that position.
      *
       RECORD-FX-POSITION SECTION.
       RFP010.

           IF HV-CURRENCY-CD NOT = WS-BASE-CURRENCY
              AND HV-CURRENCY-CD NOT = HV-DEBIT-ACCT-CCY
              MOVE HV-CURRENCY-CD TO HV-POSN-CURRENCY-CD
              COMPUTE HV-POSN-CCY-AMOUNT  = 0 - HV-CONSENT-AMOUNT
              COMPUTE HV-POSN-BASE-AMOUNT = 0 - WS-CONVERTED-AMT
              PERFORM POST-FX-POSITION-MOVE
           END-IF.

           IF ACCT-FX-CONVERTED
              MOVE HV-DEBIT-ACCT-CCY TO HV-POSN-CURRENCY-CD
              MOVE WS-POSTING-AMT    TO HV-POSN-CCY-AMOUNT
              MOVE WS-CONVERTED-AMT  TO HV-POSN-BASE-AMOUNT
              PERFORM POST-FX-POSITION-MOVE
           END-IF.

       RFP999.
           EXIT.

      *
      *    Move one currency's position by HV-POSN-CCY-AMOUNT at
      *    HV-POSN-BASE-AMOUNT and journal the movement.
      *
       POST-FX-POSITION-MOVE SECTION.
       PFPM010.

           EXEC SQL
                UPDATE FX_POSITION
                       POSN_BASE_COST =
                          POSN_BASE_COST + :HV-POSN-BASE-AMOUNT,
                       POSN_LAST_UPDATE = CURRENT DATE
                WHERE  POSN_CURRENCY_CD = :HV-POSN-CURRENCY-CD
           END-EXEC.

           IF SQLCODE = 100
                   INSERT INTO FX_POSITION
                   ( POSN_CURRENCY_CD, POSN_AMOUNT,
                     POSN_BASE_COST, POSN_LAST_UPDATE )
                   VALUES ( :HV-POSN-CURRENCY-CD, :HV-POSN-CCY-AMOUNT,
                            :HV-POSN-BASE-AMOUNT, CURRENT DATE )
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              DISPLAY 'DPAYAPI unable to move the FX position for '
                      HV-POSN-CURRENCY-CD
              GO TO PFPM999
           END-IF.

           EXEC SQL
                INSERT INTO FX_POSITION_MOVE
                ( PMOV_DATE, PMOV_CURRENCY_CD, PMOV_SOURCE,
                  PMOV_CCY_AMOUNT, PMOV_BASE_AMOUNT )
                VALUES ( CURRENT DATE, :HV-POSN-CURRENCY-CD,
                         'DPAYAPI', :HV-POSN-CCY-AMOUNT,
                         :HV-POSN-BASE-AMOUNT )
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'DPAYAPI unable to journal the FX movement '
                      'for ' HV-POSN-CURRENCY-CD
           END-IF.

       PFPM999.
           EXIT.

      *
           END-IF.

      *
      *    Convert the charge into the currency the charged
      *    account's balances are held in, through the same FX path
      *    the payment amount itself goes through - the amount and
      *    currency host variables are borrowed for the conversion
      *    and restored afterwards, with the payment's own converted
      *    and posting amounts re-derived since the charge
      *    conversion overwrites them.  Both accounts, when both are
      *    ours, share the debit account's currency.
      *
           MOVE HV-CURRENCY-CD    TO WS-SAVED-CURRENCY-CD.
           MOVE HV-CONSENT-AMOUNT TO WS-SAVED-CONSENT-AMT.
           MOVE HV-CHARGE-CUR-CD  TO HV-CURRENCY-CD.
           MOVE HV-CHARGE-AMOUNT  TO HV-CONSENT-AMOUNT.
           PERFORM CONVERT-TO-BASE-CURRENCY.
           PERFORM CONVERT-TO-ACCOUNT-CURRENCY.
           MOVE WS-POSTING-AMT    TO WS-CONVERTED-CHARGE.

           MOVE WS-SAVED-CURRENCY-CD TO HV-CURRENCY-CD.
           MOVE WS-SAVED-CONSENT-AMT TO HV-CONSENT-AMOUNT.
           PERFORM CONVERT-TO-BASE-CURRENCY.
           PERFORM CONVERT-TO-ACCOUNT-CURRENCY.

           EXEC SQL
              SELECT CURRENT TIMESTAMP
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'CHG'              TO PCT-TYPE.
           MOVE HV-CHG-POSTING-AMT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
           END-IF.

           PERFORM CONVERT-TO-BASE-CURRENCY.
           PERFORM GET-ACCOUNT-CURRENCIES.
           PERFORM CONVERT-TO-ACCOUNT-CURRENCY.

      *
      *    The reversing pair is the original transfer with the
           MOVE DEBIT-AC-NO   TO  SUBPGM-TACCNO.
           MOVE 'N'           TO  SUBPGM-SUCCESS.

           COMPUTE SUBPGM-AMT =  WS-POSTING-AMT.
           MOVE HV-CONSENT-ID      TO SUBPGM-CONSENT-ID.
           MOVE HV-END-TO-END-ID   TO SUBPGM-END-TO-END-ID.

              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM CLAIM-TRANSFER-PAIR.

           MOVE PYST-RETURNED         TO HV-DOMESTIC-PAY-STATUS.
           MOVE 'C'                   TO HV-CONSENT-STATUS.
           PERFORM UPDATE-CONSENT-TABLE.
           MOVE DEBIT-AC-SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE DEBIT-AC-NO       TO HV-ACCOUNT-ACC-NO.

      *
      *    The balance is held in the debit account's currency, so
      *    the payment is priced into that currency before it is
      *    compared.
      *
           PERFORM GET-ACCOUNT-CURRENCIES.
           PERFORM CONVERT-TO-ACCOUNT-CURRENCY.

           EXEC SQL
                SELECT ACCOUNT_AVAILABLE_BALANCE,
                       ACCOUNT_OVERDRAFT_LIMIT
           EVALUATE SQLCODE
              WHEN 0
                 IF HV-ACCOUNT-AVAIL-BAL + HV-ACCOUNT-OVERDRAFT-LIM
                       < WS-POSTING-AMT
                    MOVE 0        TO DFHCA-FUNDS-AVAIL-FLAG
                 ELSE
                    MOVE 1        TO DFHCA-FUNDS-AVAIL-FLAG
       CTBC999.
           EXIT.

      *
      *    The currencies the two accounts are held in - a null
      *    ACCOUNT_CURRENCY_CD being an account from before currency
      *    accounts, which is sterling.  XFRFUN posts one amount to
      *    both legs, so a transfer between two of our accounts held
      *    in different currencies cannot be carried and is refused
      *    before anything moves.  A debit account that is not found
      *    is left for GET-FUND-AVAILABILITY to report.
      *
       GET-ACCOUNT-CURRENCIES SECTION.
       GAC010.

           MOVE WS-BASE-CURRENCY TO HV-DEBIT-ACCT-CCY.
           MOVE SPACES           TO HV-CREDIT-ACCT-CCY.

           EXEC SQL
                SELECT COALESCE(ACCOUNT_CURRENCY_CD, 'GBP')
                INTO   :HV-DEBIT-ACCT-CCY
                FROM   ACCOUNT
                WHERE  ACCOUNT_SORTCODE = :DEBIT-AC-SORTCODE
                AND    ACCOUNT_NUMBER   = :DEBIT-AC-NO
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-DEBIT-ACCT-CCY = SPACES
              MOVE WS-BASE-CURRENCY TO HV-DEBIT-ACCT-CCY
           END-IF.

           EXEC SQL
                SELECT COALESCE(ACCOUNT_CURRENCY_CD, 'GBP')
                INTO   :HV-CREDIT-ACCT-CCY
                FROM   ACCOUNT
                WHERE  ACCOUNT_SORTCODE = :CREDIT-AC-SORTCODE
                AND    ACCOUNT_NUMBER   = :CREDIT-AC-NO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO HV-CREDIT-ACCT-CCY
              GO TO GAC999
           END-IF.

           IF HV-CREDIT-ACCT-CCY = SPACES
              MOVE WS-BASE-CURRENCY TO HV-CREDIT-ACCT-CCY
           END-IF.

           IF HV-CREDIT-ACCT-CCY NOT = HV-DEBIT-ACCT-CCY
              MOVE  50  TO DFHCA-RETURN-CD
              MOVE 'ACCOUNTS ARE HELD IN DIFFERENT CURRENCIES'
                   TO DFHCA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       GAC999.
           EXIT.

      *
      *    Price the amount CONVERT-TO-BASE-CURRENCY has just worked
      *    on into the debit account's own currency.  A consent in
      *    the account's currency posts as it stands - nothing is
      *    converted, so no margin is earned and no position moves.
      *    A sterling account takes the base amount.  Any other
      *    account sells its currency to the bank for the base
      *    amount at the bid side, less the customer's tier margin.
      *
       CONVERT-TO-ACCOUNT-CURRENCY SECTION.
       CTAC010.

           MOVE WS-CONVERTED-AMT TO WS-POSTING-AMT.
           MOVE 'N'              TO WS-ACCT-FX-FLAG.

           IF HV-DEBIT-ACCT-CCY = HV-CURRENCY-CD
              MOVE HV-CONSENT-AMOUNT TO WS-POSTING-AMT
              MOVE 0                 TO WS-FX-MARGIN-AMT
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

           COMPUTE WS-POSTING-AMT ROUNDED =
              WS-CONVERTED-AMT / WS-ACCT-DEALT-RATE.
           MOVE 'Y' TO WS-ACCT-FX-FLAG.

       CTAC999.
           EXIT.

      *
      *    The customer's FX margin: their CUSTOMER_DATA tier (the
      *    standard 'S' when they have none) priced through the

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
           EXIT.


      *
      *    XFRFUN posts a transfer as a 'TFR' pair - the debit leg
      *    on the account paying and the credit leg on the account
      *    paid, for SUBPGM-AMT each way - and claims neither, so
      *    the pair it has just posted is claimed here.
      *
       CLAIM-TRANSFER-PAIR SECTION.
       CTP010.

           MOVE 'TFR' TO PCT-TYPE.

           COMPUTE PCT-AMOUNT = 0 - SUBPGM-AMT.
           PERFORM REGISTER-POSTING-CONTROL.

           MOVE SUBPGM-AMT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

       CTP999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'DPAYAPI'  TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO DFHCA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN CLAIMING POSTING CONTROL'
                   TO DFHCA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       RPC999.
           EXIT.

      *
      *    The service switch: during the batch window, or when the
      *    duty operator has closed it, this service refuses with a
      *    catalogue code and the time to come back rather than
      *    queueing behind the batch's locks.
      *    Payment status enquiries still run while it is
      *    read-only.
      *    Should the switch itself fail to answer, the request
      *    goes ahead - the switch must never be the reason the
      *    service is down.
      *
       CHECK-SERVICE-SWITCH SECTION.
       CSS010.

           INITIALIZE WS-SVCCHK-PARMS.
           MOVE 'Q'       TO SVC-REQUEST.
           MOVE 'DPAYAPI' TO SVC-SERVICE.
           IF DFHCA-CONSENT-REQ = 'S'
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
           MOVE 'DPAYAPI'         TO TQC-API.
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

