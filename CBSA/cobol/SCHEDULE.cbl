      *    time forward past now, and re-arm itself via interval
      *    control for the next pass.  Started once at region
      *    startup (PLT or by an operator); held entries sit out
      *    maintenance windows without losing their place.  A
      *    service entry switches an online service (see SVCCHK)
      *    instead of starting a transaction - the nightly batch
      *    window closes and reopens the APIs this way.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDULE.
          10 HV-PRED-WAIT-MINUTES       PIC S9(9) COMP.
          10 HV-PRED-DONE-COUNT         PIC S9(9) COMP.
          10 HV-PRED-OVERDUE-COUNT      PIC S9(9) COMP.
          10 HV-SVC-NAME                PIC X(8).
          10 HV-SVC-STATE               PIC X(1).
          10 HV-SVC-CHANGED-BY          PIC X(8).

      * Declare the CURSOR for runs missed during an outage: a job
      * is missed once it is overdue by more than its own frequency
                     FREQ_MINUTES,
                     CHAR(NEXT_RUN_TS),
                     COALESCE(PRED_PROGRAM, ' '),
                     COALESCE(PRED_WAIT_MINUTES, 0),
                     COALESCE(SVC_NAME, ' '),
                     COALESCE(SVC_STATE, ' ')
                     FROM BATCH_SCHEDULE
                     WHERE HOLD_FLAG = 'N'
                     AND   NEXT_RUN_TS <= CURRENT TIMESTAMP
                     ORDER BY NEXT_RUN_TS
                     FOR FETCH ONLY
           END-EXEC.

              INCLUDE OPALDB2
           END-EXEC.

      * Get the SERVICE_STATUS DB2 copybook - a scheduled reopening
      * leaves alone a service the operator closed.
           EXEC SQL
              INCLUDE SVCSDB2
           END-EXEC.

      *    The online service-availability switch (see SVCCHK).
       01 WS-SVCCHK-PGM                 PIC X(8) VALUE 'SVCCHK'.
       01 WS-SVCCHK-PARMS.
           COPY SVCCHK.


      *    Central operations alerts (see OPALDB2): this program
      *    raises its findings onto the shared queue the OPALWRK
                      :HV-FREQ-MINUTES,
                      :HV-NEXT-RUN-TS,
                      :HV-PRED-PROGRAM,
                      :HV-PRED-WAIT-MINUTES,
                      :HV-SVC-NAME,
                      :HV-SVC-STATE
              END-EXEC

              IF SQLCODE = 0
           EXIT.

      *
      *    START the entry's transaction now (or, for a service
      *    entry, switch the service), stamp the run, and roll its
      *    next-run time forward in frequency steps until it lies
      *    in the future - one catch-up run per pass however long
      *    the region was down.
      *
       START-ONE-JOB SECTION.
       SOJ010.

           IF HV-SVC-NAME NOT = SPACES
              PERFORM SWITCH-SERVICE
              GO TO SOJ020
           END-IF.

           EXEC CICS START
              TRANSID(HV-TRANID)
              RESP(WS-CICS-RESP)

           ADD 1 TO NUMBER-OF-JOBS-STARTED.

       SOJ020.

           MOVE 0 TO WS-ROLL-COUNT.

           PERFORM UNTIL WS-ROLL-COUNT >= WS-ROLL-LIMIT
       SOJ999.
           EXIT.

      *
      *    A service entry: put the service into the entry's state.
      *    Closing it gives its callers the schedule's reopening time
      *    to retry after.  The scheduled reopening only reopens a
      *    service the schedule itself closed - one the duty operator
      *    has since closed (SVCSWRK) stays closed, and is alerted so
      *    it is not forgotten.  A switch that fails is alerted and
      *    the entry still rolls forward; its next cycle tries again.
      *
       SWITCH-SERVICE SECTION.
       SWS010.

           IF HV-SVC-STATE = 'A'
              MOVE SPACES TO HV-SVC-CHANGED-BY
              EXEC SQL
                 SELECT SVC_CHANGED_BY
                 INTO   :HV-SVC-CHANGED-BY
                 FROM   SERVICE_STATUS
                 WHERE  SVC_NAME  = :HV-SVC-NAME
                 AND    SVC_STATE <> 'A'
              END-EXEC
              IF SQLCODE = 0
                 AND HV-SVC-CHANGED-BY NOT = 'SCHEDULE'
                 DISPLAY 'SCHEDULE left service ' HV-SVC-NAME
                         ' closed - closed by ' HV-SVC-CHANGED-BY
                         ', not by the schedule'
                 MOVE 'W'         TO HV-ALRT-SEVERITY
                 MOVE HV-SVC-NAME TO HV-ALRT-KEY
                 MOVE 'SERVICE NOT REOPENED - CLOSED BY AN OPERATOR'
                                  TO HV-ALRT-TEXT
                 PERFORM RAISE-OPS-ALERT
                 GO TO SWS999
              END-IF
           END-IF.

           INITIALIZE WS-SVCCHK-PARMS.
           MOVE 'S'          TO SVC-REQUEST.
           MOVE HV-SVC-NAME  TO SVC-SERVICE.
           MOVE HV-SVC-STATE TO SVC-STATE.
           MOVE 'SCHEDULE'   TO SVC-CHANGED-BY.
           STRING 'SCHEDULED BATCH WINDOW - ENTRY ' HV-ENTRY-ID
                  DELIMITED BY SIZE INTO SVC-REASON.

           CALL WS-SVCCHK-PGM USING WS-SVCCHK-PARMS.

           IF SVC-RETURN-CD NOT = 0
              DISPLAY 'SCHEDULE unable to switch service '
                      HV-SVC-NAME ' to ' HV-SVC-STATE
                      ' for entry ' HV-ENTRY-ID
              MOVE 'C'         TO HV-ALRT-SEVERITY
              MOVE HV-SVC-NAME TO HV-ALRT-KEY
              MOVE 'SCHEDULED SERVICE SWITCH FAILED - SEE LOG'
                               TO HV-ALRT-TEXT
              PERFORM RAISE-OPS-ALERT
              GO TO SWS999
           END-IF.

           DISPLAY 'SCHEDULE switched service ' HV-SVC-NAME
                   ' to ' HV-SVC-STATE ' (entry ' HV-ENTRY-ID ')'.

       SWS999.
           EXIT.


      *
      *    Raise one alert onto the shared OPS_ALERTS queue.  A
