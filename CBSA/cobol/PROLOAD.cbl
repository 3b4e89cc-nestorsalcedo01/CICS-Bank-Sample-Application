      *              the unload file into Db2, where the PROCTRAN      *
      *              Db2 table has been amended to have a 9 byte       *
      *              account number.                                   *
      *              A row dated in an accounting period finance has   *
      *              closed is refused to the reject file; a row       *
      *              dated before today in a still-open period is      *
      *              loaded and registered on LATE_POSTING through     *
      *              PERDCHK, so GLEXTR journals it as a prior-period  *
      *              adjustment.                                       *
      *                                                                *
      *              Every online API must be closed before it starts  *
      *              (see SVCCHK); otherwise it refuses to run, RC 12. *
      *                                                                *
      * Input: The populated VSAM OFFLOAD file.                        *
      *                                                                *
       01 WS-ACCTNO-WIDTH-PARMS.
          COPY ACCWIDTH.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

           05 WS-TRAN-TYPE-ENTRY PIC X(3) OCCURS 3 TIMES
              INDEXED BY WS-TT-IDX.

      *    Accounting period check of each row's date.
       01 WS-PERDCHK-PGM                 PIC X(8) VALUE 'PERDCHK'.
       01 WS-PERDCHK-PARMS.
           COPY PERDCHK.

       01 WS-RECS-BACK-DATED             PIC 9(8) VALUE 0.

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
       PREMIERE SECTION.
       A010.

           PERFORM CHECK-SERVICES-QUIESCED.

           PERFORM LOAD-DATASTR-CONFIG.

      *

              END-IF

              MOVE HV-PROCTRAN-TYPE   TO PCT-TYPE
              MOVE HV-PROCTRAN-AMOUNT TO PCT-AMOUNT
              PERFORM REGISTER-POSTING-CONTROL

              IF WS-PROCTRAN-DATE-CCYYMMDD < WS-TODAY-CCYYMMDD
                 PERFORM REGISTER-BACK-DATED-ROW
              END-IF

              ADD 1 TO WS-RECS-WRITTEN
              END-IF

                   ' file & '
                   WS-RECS-WRITTEN ' records written to the PROCTRAN'
                   ' table & '
                   WS-RECS-REJECTED ' records rejected & '
                   WS-RECS-BACK-DATED ' back-dated rows registered'.

           PERFORM PROGRAM-DONE.

              END-IF
           END-IF.

           IF NOT PROCTRAN-RECORD-IS-VALID
              GO TO VPR999
           END-IF.

      *
      *    Nothing may be posted into a period finance has closed.
      *
           MOVE 'Q'              TO PDC-REQUEST.
           MOVE HV-PROCTRAN-DATE TO PDC-DATE.
           CALL WS-PERDCHK-PGM USING WS-PERDCHK-PARMS.

           IF PDC-RETURN-CD NOT = 0
              MOVE PDC-RETURN-CD TO SQLCODE-DISPLAY
              DISPLAY 'Unable to check the accounting period of '
                 HV-PROCTRAN-DATE ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF PDC-RESULT = 'C'
              MOVE 'N' TO WS-PROCTRAN-VALID
              MOVE 'DATE IN CLOSED ACCOUNTING PERIOD'
                 TO WS-REJECT-REASON
           END-IF.

       VPR999.
           EXIT.

      *
      *    A row dated before today lands in an open period after
      *    GLEXTR has already cut that day's journal, so it goes on
      *    the LATE_POSTING register to be journalled as a prior-
      *    period adjustment.  PERDCHK's 'Q' call for the row has
      *    left PDC-DATE and PDC-OPEN-DATE both at its date.
      *
       REGISTER-BACK-DATED-ROW SECTION.
       RBD010.

           MOVE 'R'                    TO PDC-REQUEST.
           MOVE HV-PROCTRAN-SORT-CODE  TO PDC-LATE-SORTCODE.
           MOVE HV-PROCTRAN-ACC-NUMBER TO PDC-LATE-NUMBER.
           MOVE HV-PROCTRAN-TYPE       TO PDC-LATE-TYPE.
           MOVE HV-PROCTRAN-AMOUNT     TO PDC-LATE-AMOUNT.
           MOVE HV-PROCTRAN-DATE       TO PDC-LATE-POSTED-DATE.
           MOVE 'L'                    TO PDC-LATE-ACTION.
           MOVE 'PROLOAD'              TO PDC-LATE-SOURCE.
           CALL WS-PERDCHK-PGM USING WS-PERDCHK-PARMS.

           IF PDC-RETURN-CD NOT = 0
              MOVE PDC-RETURN-CD TO SQLCODE-DISPLAY
              DISPLAY 'Unable to register back-dated PROCTRAN row '
                 'SQLCODE=' SQLCODE-DISPLAY
              DISPLAY 'Writing row ' HOST-PROCTRAN-ROW
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-RECS-BACK-DATED.

       RBD999.
           EXIT.

      *
      *    Write the current record's key and rejection reason to the
      *    reject file, rather than trusting the offload file's
       WRF999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the posting
      *    control for the row's own date, in the same unit of
      *    work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'PROLOAD'        TO PCT-SOURCE.
           MOVE HV-PROCTRAN-DATE TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'PROLOAD unable to claim a ledger posting, '
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
              DISPLAY 'PROLOAD unable to read the online service '
                      'switch, SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF SVC-RESULT NOT = 'Y'
              DISPLAY 'PROLOAD refused to start - online service '
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
