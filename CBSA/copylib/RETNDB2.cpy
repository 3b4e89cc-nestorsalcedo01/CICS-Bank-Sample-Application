      * after (the shared run log, delivered outbox events, stop
      * refusals, resolved breaks, closed disputes, orphaned
      * consent history, acknowledged alerts, the operator audit
      * trail, the account master change journal, routed
      * customer notices, spent idempotency keys), the days its
      * rows live, and
      * whether aged rows are archived to the housekeeping file
      * before removal ('A') or simply deleted ('D').  HSKPBAT only
      * touches the tables it knows; a parameter row naming
