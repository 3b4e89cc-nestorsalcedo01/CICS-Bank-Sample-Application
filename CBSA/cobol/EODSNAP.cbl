      *              the parameter-file retention period, the same    *
      *              RETNPRM idiom PROARCH uses.                      *
      *                                                                *
      *              The online services it changes balances under    *
      *              (CONSENT, DPAYAPI, HOLDAPI) must be read-only or *
      *              closed before it starts (see SVCCHK); otherwise  *
      *              it refuses to run, RC 12.                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODSNAP.
                ACCOUNT_LAST_STATEMENT         DATE,
                ACCOUNT_NEXT_STATEMENT         DATE,
                ACCOUNT_AVAILABLE_BALANCE      DECIMAL(10, 2),
                ACCOUNT_ACTUAL_BALANCE         DECIMAL(10, 2),
               ACCOUNT_CURRENCY_CD            CHAR(3) )
           END-EXEC.

      * Get the EOD_BALANCE DB2 copybook
          03 HV-ACCOUNT-NUMBER             PIC X(9).
          03 HV-ACCOUNT-AVAIL-BAL          PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-ACTUAL-BAL         PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-CURRENCY-CD        PIC X(3).

       01 HV-CUTOFF-DATE                   PIC X(10).

              SELECT ACCOUNT_SORTCODE,
                     ACCOUNT_NUMBER,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE,
                     COALESCE(ACCOUNT_CURRENCY_CD, 'GBP')
                     FROM ACCOUNT
                     ORDER BY ACCOUNT_SORTCODE,
                              ACCOUNT_NUMBER
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

           PERFORM LOAD-RETENTION-CONFIG.

      *
                 INTO :HV-ACCOUNT-SORT-CODE,
                      :HV-ACCOUNT-NUMBER,
                      :HV-ACCOUNT-AVAIL-BAL,
                      :HV-ACCOUNT-ACTUAL-BAL,
                      :HV-ACCOUNT-CURRENCY-CD
              END-EXEC

              IF SQLCODE = +100
                  SNAP_SORTCODE          ,
                  SNAP_NUMBER            ,
                  SNAP_ACTUAL_BALANCE    ,
                  SNAP_AVAILABLE_BALANCE ,
                  SNAP_CURRENCY_CD
                )
                VALUES
                (
                  :HV-ACCOUNT-SORT-CODE  ,
                  :HV-ACCOUNT-NUMBER     ,
                  :HV-ACCOUNT-ACTUAL-BAL ,
                  :HV-ACCOUNT-AVAIL-BAL  ,
                  :HV-ACCOUNT-CURRENCY-CD
                )
           END-EXEC.

       POS999.
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
              DISPLAY 'EODSNAP unable to read the online service '
                      'switch, SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF SVC-RESULT NOT = 'Y'
              DISPLAY 'EODSNAP refused to start - online service '
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
