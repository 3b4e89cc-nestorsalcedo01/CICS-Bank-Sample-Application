      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *    Parameter area for SVCCHK, the online service-availability
      *    switch (see SVCSDB2).  SVC-REQUEST:
      *       Q - may SVC-SERVICE take a request now?  SVC-ACCESS 'R'
      *           for an enquiry, 'U' for anything that changes
      *           data.  SVC-RESULT comes back 'Y' to proceed or 'N'
      *           refused, with the service's SVC-STATE and the
      *           SVC-RETRY-AFTER-TS to give the caller.
      *       S - set SVC-SERVICE to SVC-STATE ('A', 'R' or 'U') for
      *           SVC-REASON, recorded as changed by SVC-CHANGED-BY.
      *           A blank SVC-RETRY-AFTER-TS on a 'R' or 'U' is taken
      *           from the schedule's next entry that makes the
      *           service available again, if there is one.
      *       V - are the SVC-QUIESCE-COUNT services in SVC-QUIESCE
      *           at least as closed as each entry's required state
      *           ('R' read-only or unavailable, 'U' unavailable)?
      *           SVC-RESULT 'Y' if all are; 'N' with the first one
      *           that is not in SVC-SERVICE and its SVC-STATE.
      *    SVC-RETURN-CD 0 is success; otherwise the failing SQLCODE.
      *    SVCCHK never commits - a state change belongs to the
      *    caller's unit of work.
           05 SVC-REQUEST                PIC X(1).
           05 SVC-SERVICE                PIC X(8).
           05 SVC-ACCESS                 PIC X(1).
           05 SVC-STATE                  PIC X(1).
           05 SVC-RETRY-AFTER-TS         PIC X(26).
           05 SVC-REASON                 PIC X(40).
           05 SVC-CHANGED-BY             PIC X(8).
           05 SVC-RESULT                 PIC X(1).
           05 SVC-QUIESCE-COUNT          PIC 9(2).
           05 SVC-QUIESCE OCCURS 8 TIMES.
              10 SVC-Q-SERVICE             PIC X(8).
              10 SVC-Q-REQUIRED            PIC X(1).
           05 SVC-RETURN-CD              PIC S9(9).
