      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *    Parameter area for TPPQTA, the per-provider API call
      *    quota (see TPP_QUOTA/TPP_USAGE in TPPDB2).  The caller
      *    names the provider, its own program name and the request
      *    type; the call is counted against the provider's usage
      *    and TQC-RESULT comes back 'Y' to proceed or 'N' refused
      *    as over quota, TQC-LIMIT-HIT saying which - 'H' the
      *    hourly limit, 'D' the daily - with the time the quota
      *    next has room in TQC-RETRY-AFTER-TS.  This bank's own
      *    channels ('INTERNAL', 'BRANCH', spaces) are neither
      *    counted nor limited.
      *    TQC-RETURN-CD 0 is success; otherwise the failing
      *    SQLCODE.  TPPQTA never commits - the count belongs to
      *    the caller's unit of work.
           05 TQC-TPP-ID                 PIC X(10).
           05 TQC-API                    PIC X(8).
           05 TQC-REQ-TYPE               PIC X(1).
           05 TQC-RESULT                 PIC X(1).
           05 TQC-LIMIT-HIT              PIC X(1).
           05 TQC-RETRY-AFTER-TS         PIC X(26).
           05 TQC-RETURN-CD              PIC S9(9).
