      *              Db2 table has been amended to have a 9 byte       *
      *              account number.                                   *
      *                                                                *
      *              Every online API must be closed before it starts  *
      *              (see SVCCHK); otherwise it refuses to run, RC 12. *
      *                                                                *
      * Input: The populated VSAM OFFLOAD fileL                        *
      *                                                                *
      *                                                                *
       01 WS-ACCTNO-WIDTH-PARMS.
          COPY ACCWIDTH.

       01 WS-ACCJRNL-PGM                 PIC X(8) VALUE 'ACCJRNL'.
       01 WS-ACCJRNL-PARMS.
           COPY ACCJRNL.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

          03 HV-RLOG-PRIOR-RUNS         PIC S9(8) COMP.
          03 HV-RLOG-OUTCOME            PIC X(1).

      *    The online services this run needs quiesced before it
      *    starts (see SVCCHK): 'R' read-only or closed, 'U' closed.
       01 WS-QUIESCE-TABLE.
          05 FILLER                     PIC X(9) VALUE 'CONSENT U'.
          05 FILLER                     PIC X(9) VALUE 'DPAYAPI U'.
          05 FILLER                     PIC X(9) VALUE 'ACCINFO U'.
          05 FILLER                     PIC X(9) VALUE 'HOLDAPI U'.
       01 WS-QUIESCE-REDEF REDEFINES WS-QUIESCE-TABLE.
          05 WS-QUIESCE-ENTRY OCCURS 4 TIMES.
             10 WS-QUIESCE-SERVICE     PIC X(8).
             10 WS-QUIESCE-REQUIRED    PIC X(1).
       01 WS-QUIESCE-COUNT              PIC 9(2) VALUE 4.
       01 WS-QUIESCE-IDX                PIC 9(2) VALUE 0.
       01 WS-SVCCHK-PGM                 PIC X(8) VALUE 'SVCCHK'.
       01 WS-SVCCHK-PARMS.
           COPY SVCCHK.

      *****************************************************************
      *** Linkage Storage                                           ***
      *****************************************************************

           PERFORM WRITE-RUN-LOG-START.

           PERFORM CHECK-SERVICES-QUIESCED.

           PERFORM LOAD-DATASTR-CONFIG.

           PERFORM LOAD-SORT-CODE-LIST.
                    ADD 1 TO WS-RECS-WRITTEN
                    ADD 1 TO WS-RECS-SINCE-CHECKPOINT
                    PERFORM VERIFY-LOADED-BALANCES
                    PERFORM JOURNAL-ACCOUNT-LOADED
                 END-IF
                 END-IF
              END-IF
       VLB999.
           EXIT.

      *
      *    A loaded account goes on the account master change
      *    journal column by column, the same as one opened.  A
      *    journal that cannot be written stops the load - unlike a
      *    bad record, it would leave an account with no history.
      *
       JOURNAL-ACCOUNT-LOADED SECTION.
       JAL010.

           MOVE HV-ACCOUNT-SORT-CODE  TO AJR-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER     TO AJR-NUMBER.
           MOVE SPACES                TO AJR-CHANGED-BY.
           MOVE 'LOADED FROM OFFLOAD' TO AJR-REASON.
           MOVE 'O'                   TO AJR-REQUEST.
           MOVE 'ACCLOAD'             TO AJR-PROGRAM.

           CALL WS-ACCJRNL-PGM USING WS-ACCJRNL-PARMS.

           IF AJR-RETURN-CD NOT = 0
              MOVE AJR-RETURN-CD TO SQLCODE-DISPLAY
              DISPLAY 'Unable to journal the load of ACCOUNT '
                      HV-ACCOUNT-NUMBER ', SQLCODE=' SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       JAL999.
           EXIT.

      *
      *    Write the current record's key and rejection reason to the
      *    reject file, rather than trusting the offload file's
       WRLE999.
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
              DISPLAY 'ACCLOAD unable to read the online service '
                      'switch, SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF SVC-RESULT NOT = 'Y'
              DISPLAY 'ACCLOAD refused to start - online service '
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
