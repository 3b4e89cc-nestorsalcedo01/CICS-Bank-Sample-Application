      *              statement period being closed includes its own    *
      *              interest entry.                                   *
      *                                                                *
      *              The online services it changes balances under     *
      *              (CONSENT, DPAYAPI, HOLDAPI) must be read-only or  *
      *              closed before it starts (see SVCCHK); otherwise   *
      *              it refuses to run, RC 12.                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.
                ACCOUNT_LAST_STATEMENT         DATE,
                ACCOUNT_NEXT_STATEMENT         DATE,
                ACCOUNT_AVAILABLE_BALANCE      DECIMAL(10, 2),
                ACCOUNT_ACTUAL_BALANCE         DECIMAL(10, 2),
               ACCOUNT_CURRENCY_CD            CHAR(3) )
           END-EXEC.

      *    Declare the PROCTRAN table, matching the 9-byte account
              INCLUDE PRDRDB2
           END-EXEC.

      * Get the TERM_DEPOSIT DB2 copybook
           EXEC SQL
              INCLUDE TDEPDB2
           END-EXEC.

      * Get the FXRATES DB2 copybook
           EXEC SQL
              INCLUDE FXRTDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
          03 HV-ACCOUNT-OVERDRAFT-LIM      PIC S9(9) COMP.
          03 HV-ACCOUNT-NEXT-STMT-DATE     PIC X(10).
          03 HV-ACCOUNT-ACTUAL-BAL         PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-CURRENCY-CD        PIC X(3).

      * TERM_DEPOSIT host variable for a fixed-term account's rate
       01 HV-TDEP-FIXED-RATE               PIC S9(2)V99 COMP-3.

      * FXRATES host variable for pricing the sterling band floors
       01 HV-FX-MID-RATE                   PIC S9(5)V9(6) COMP-3.

       01 WS-FX-DATA.
          COPY FXRATE.

       01 WS-BASE-CURRENCY                 PIC X(3) VALUE 'GBP'.

      * PRODUCT_RATES host variables for DB2
       01 HOST-RATE-ROW.
       01 HV-TODAY                         PIC X(10).

      * Declare the CURSOR for every interest-bearing ACCOUNT: a
      * flat stored rate, an overdrawn balance to charge, a type
      * the PRODUCT_RATES schedule tiers, or a fixed-term deposit
      * still running.
           EXEC SQL DECLARE ACCR-CURSOR CURSOR FOR
              SELECT ACCOUNT_SORTCODE,
                     ACCOUNT_NUMBER,
                     ACCOUNT_INTEREST_RATE,
                     ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_NEXT_STATEMENT,
                     ACCOUNT_ACTUAL_BALANCE,
                     COALESCE(ACCOUNT_CURRENCY_CD, 'GBP')
                     FROM ACCOUNT
                     WHERE ACCOUNT_INTEREST_RATE <> 0
                     OR    ACCOUNT_ACTUAL_BALANCE < 0
                     OR    EXISTS
                           ( SELECT 1 FROM PRODUCT_RATES
                             WHERE RATE_ACCT_TYPE = ACCOUNT_TYPE )
                     OR    EXISTS
                           ( SELECT 1 FROM TERM_DEPOSIT
                             WHERE TDEP_SORTCODE = ACCOUNT_SORTCODE
                             AND   TDEP_NUMBER   = ACCOUNT_NUMBER
                             AND   TDEP_STATUS   = 'L' )
                     ORDER BY ACCOUNT_SORTCODE,
                              ACCOUNT_NUMBER
                     FOR FETCH ONLY
              10 WS-RT-CREDIT-RATE       PIC S9(2)V99 COMP-3.
              10 WS-RT-DEBIT-RATE        PIC S9(2)V99 COMP-3.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  WS-TYPE-LAST-BAND             PIC 9(4) COMP VALUE 0.
       01  WS-OVERDRAWN-AMOUNT           PIC S9(10)V99 COMP-3.

      *  PRODUCT_RATES band floors are sterling thresholds.  For an
      *  account held in another currency each floor is taken at
      *  its value in that currency - floor / rate-to-base at the
      *  current mid - so the balance walks the same bands it would
      *  if it were sterling.  Rate 1 for a sterling account.
       01  WS-BAND-RATE                  PIC S9(5)V9(6) COMP-3.
       01  WS-TIER-FLOOR                 PIC S9(10)V99 COMP-3.

       01  NUMBER-OF-ACCOUNTS-ACCRUED    PIC 9(8) VALUE 0.
       01  NUMBER-OF-ACCOUNTS-SKIPPED    PIC 9(8) VALUE 0.
       01  NUMBER-OF-CAPITALIZATIONS     PIC 9(8) VALUE 0.
       01 WS-CHECKPOINT-INTERVAL         PIC 9(8) VALUE 1000.
       01 WS-RECS-SINCE-CHECKPOINT       PIC 9(8) VALUE 0.

      *    The online services this run needs quiesced before it
      *    starts (see SVCCHK): 'R' read-only or closed, 'U' closed.
       01 WS-QUIESCE-TABLE.
          05 FILLER                     PIC X(9) VALUE 'CONSENT R'.
          05 FILLER                     PIC X(9) VALUE 'DPAYAPI R'.
          05 FILLER                     PIC X(9) VALUE 'HOLDAPI R'.
       01 WS-QUIESCE-REDEF REDEFINES WS-QUIESCE-TABLE.
          05 WS-QUIESCE-ENTRY OCCURS 3 TIMES.
             10 WS-QUIESCE-SERVICE     PIC X(8).
             10 WS-QUIESCE-REQUIRED    PIC X(1).
       01 WS-QUIESCE-COUNT              PIC 9(2) VALUE 3.
       01 WS-QUIESCE-IDX                PIC 9(2) VALUE 0.
       01 WS-SVCCHK-PGM                 PIC X(8) VALUE 'SVCCHK'.
       01 WS-SVCCHK-PARMS.
           COPY SVCCHK.

      *****************************************************************
      *** Linkage Storage                                           ***
      *****************************************************************
       PREMIERE SECTION.
       A010.

           PERFORM CHECK-SERVICES-QUIESCED.

           EXEC SQL
              SELECT CURRENT TIMESTAMP, CURRENT DATE
              INTO   :HV-CURR-TIMESTAMP, :HV-TODAY
                      :HV-ACCOUNT-INT-RATE,
                      :HV-ACCOUNT-OVERDRAFT-LIM,
                      :HV-ACCOUNT-NEXT-STMT-DATE,
                      :HV-ACCOUNT-ACTUAL-BAL,
                      :HV-ACCOUNT-CURRENCY-CD
              END-EXEC

              IF SQLCODE = +100
      *    charged the schedule's debit rate on the part the
      *    arranged overdraft covers; the unarranged excess is left
      *    to ODFEE.  A type with no bands keeps the original flat
      *    ACCOUNT_INTEREST_RATE computation.  An account with a
      *    fixed-term deposit running earns the deposit's fixed
      *    rate, flat, for the whole term whatever the schedule
      *    does meanwhile.
      *
       COMPUTE-DAILY-INTEREST SECTION.
       CDI010.

           SUBTRACT WS-FORWARD-VALUE-ADJ FROM HV-ACCOUNT-ACTUAL-BAL.

           EXEC SQL
                SELECT TDEP_FIXED_RATE
                INTO   :HV-TDEP-FIXED-RATE
                FROM   TERM_DEPOSIT
                WHERE  TDEP_SORTCODE = :HV-ACCOUNT-SORT-CODE
                AND    TDEP_NUMBER   = :HV-ACCOUNT-NUMBER
                AND    TDEP_STATUS   = 'L'
           END-EXEC.

           IF SQLCODE = 0
              COMPUTE WS-DAILY-INTEREST ROUNDED =
                 HV-ACCOUNT-ACTUAL-BAL * HV-TDEP-FIXED-RATE
                    / 100 / WS-DAYS-IN-YEAR
              GO TO CDI999
           END-IF.

           MOVE 0 TO WS-TYPE-FIRST-BAND.
           MOVE 0 TO WS-TYPE-LAST-BAND.

              GO TO CDI999
           END-IF.

           PERFORM GET-BAND-RATE.

           MOVE 0 TO WS-DAILY-INTEREST.

           PERFORM VARYING WS-RT-IDX FROM WS-TYPE-FIRST-BAND BY 1

              IF WS-RT-IDX < WS-TYPE-LAST-BAND
                 SET WS-RT-IDX UP BY 1
                 COMPUTE WS-TIER-CEILING ROUNDED =
                    WS-RT-BAND-FLOOR (WS-RT-IDX) / WS-BAND-RATE
                 SET WS-RT-IDX DOWN BY 1
              ELSE
                 MOVE WS-TIER-HIGH-CEILING TO WS-TIER-CEILING
              IF WS-TIER-SLICE > WS-TIER-CEILING
                 MOVE WS-TIER-CEILING TO WS-TIER-SLICE
              END-IF
              COMPUTE WS-TIER-FLOOR ROUNDED =
                 WS-RT-BAND-FLOOR (WS-RT-IDX) / WS-BAND-RATE
              SUBTRACT WS-TIER-FLOOR FROM WS-TIER-SLICE

              IF WS-TIER-SLICE > 0
                 COMPUTE WS-DAILY-INTEREST ROUNDED =
       CDI999.
           EXIT.

      *
      *    The rate the sterling band floors are taken at for the
      *    account just fetched: the newest FXRATES mid for its
      *    currency, the compiled-in FXRATE table when the store has
      *    none, and face value (with a warning) when neither does.
      *
       GET-BAND-RATE SECTION.
       GBR010.

           MOVE 1 TO WS-BAND-RATE.

           IF HV-ACCOUNT-CURRENCY-CD = WS-BASE-CURRENCY
              GO TO GBR999
           END-IF.

           EXEC SQL
              SELECT RATE_TO_BASE
              INTO   :HV-FX-MID-RATE
              FROM   FXRATES
              WHERE  CURRENCY_CD = :HV-ACCOUNT-CURRENCY-CD
              AND    EFFECTIVE_TS <= CURRENT TIMESTAMP
              ORDER BY EFFECTIVE_TS DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0 AND HV-FX-MID-RATE > 0
              MOVE HV-FX-MID-RATE TO WS-BAND-RATE
              GO TO GBR999
           END-IF.

           SET FX-IDX TO 1.
           SEARCH FX-RATE-ENTRY
              AT END
                 DISPLAY 'INTACCR no rate held for '
                    HV-ACCOUNT-CURRENCY-CD ' - ACCOUNT '
                    HV-ACCOUNT-SORT-CODE '/' HV-ACCOUNT-NUMBER
                    ' banded at face value'
              WHEN FX-CCY-CODE(FX-IDX) = HV-ACCOUNT-CURRENCY-CD
                 MOVE FX-RATE-TO-BASE(FX-IDX) TO WS-BAND-RATE
           END-SEARCH.

       GBR999.
           EXIT.

      *
      *    Post the accumulated accrual to the ledger and the account
      *    balances, carrying only the sub-penny residual forward on
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'INT'              TO PCT-TYPE.
           MOVE HV-PROCTRAN-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
       COA999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'INTACCR'  TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'INTACCR unable to claim a ledger posting, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RPC999.
           EXIT.

      *
      *    The online services this run must not race - lock
      *    contention, and balances moving under it - have to be
      *    quiesced first: put read-only or closed by the SCHEDULE
      *    driver's window entries or the duty operator (SVCSWRK).
      *    If they are not, or the switch cannot be read, the run
      *    refuses to start rather than run against live traffic.
      *
       CHECK-SERVICES-QUIESCED SECTION.
       CSQ010.

           INITIALIZE WS-SVCCHK-PARMS.
           MOVE 'V'              TO SVC-REQUEST.
           MOVE WS-QUIESCE-COUNT TO SVC-QUIESCE-COUNT.

           PERFORM COPY-ONE-QUIESCE
              VARYING WS-QUIESCE-IDX FROM 1 BY 1
                UNTIL WS-QUIESCE-IDX > WS-QUIESCE-COUNT.

           CALL WS-SVCCHK-PGM USING WS-SVCCHK-PARMS.

           IF SVC-RETURN-CD NOT = 0
              MOVE SVC-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'INTACCR unable to read the online service '
                      'switch, SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF SVC-RESULT NOT = 'Y'
              DISPLAY 'INTACCR refused to start - online service '
                      SVC-SERVICE ' is in state ' SVC-STATE
                      ' and must be quiesced first'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CSQ999.
           EXIT.

       COPY-ONE-QUIESCE SECTION.
       COQ010.

           MOVE WS-QUIESCE-SERVICE (WS-QUIESCE-IDX)
                           TO SVC-Q-SERVICE (WS-QUIESCE-IDX).
           MOVE WS-QUIESCE-REQUIRED (WS-QUIESCE-IDX)
                           TO SVC-Q-REQUIRED (WS-QUIESCE-IDX).

       COQ999.
           EXIT.

      *
      * Finish
      *
