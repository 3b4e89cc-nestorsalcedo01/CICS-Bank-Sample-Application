      *    alert instead of waiting silently forever.  Null/spaces
      *    PRED_PROGRAM keeps the pure time-driven behaviour.
             PRED_PROGRAM                   CHAR(8),
             PRED_WAIT_MINUTES              INTEGER,
      *    Service entries: a row naming SVC_NAME switches that
      *    online service to SVC_STATE (see SVCSDB2) when it falls
      *    due instead of starting a transaction - the nightly batch
      *    window is a pair of daily entries, one closing the
      *    service and one reopening it.  SCHED_TRANID is spaces on
      *    such a row.
             SVC_NAME                       CHAR(8),
             SVC_STATE                      CHAR(1)
           ) END-EXEC.
