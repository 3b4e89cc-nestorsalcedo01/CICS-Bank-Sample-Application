      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Online service-availability switch.  One row per online API
      * (SVC_NAME is its program name - CONSENT, DPAYAPI, ACCINFO,
      * HOLDAPI); SVC_STATE 'A' available, 'R' read-only (enquiries
      * served, anything that would change data refused), 'U'
      * unavailable.  A service with no row is available.  The
      * state is set by the duty operator through SVCSWRK and by
      * the SCHEDULE driver's service entries around the nightly
      * batch window, both through SVCCHK.  SVC_RETRY_AFTER_TS is
      * the time a refused caller is told to come back; null on an
      * available service.  The EOD batches ask SVCCHK whether the
      * services they need quiesced are before they start.
           EXEC SQL DECLARE SERVICE_STATUS TABLE
           ( SVC_NAME                       CHAR(8) NOT NULL,
             SVC_STATE                      CHAR(1) NOT NULL,
             SVC_RETRY_AFTER_TS             TIMESTAMP,
             SVC_REASON                     CHAR(40),
             SVC_CHANGED_BY                 CHAR(8) NOT NULL,
             SVC_CHANGED_TS                 TIMESTAMP NOT NULL
           ) END-EXEC.
