      *           moves; the available balance already did at
      *           placement.
      *    Lapsed holds are freed by the HOLDEXP sweep, not here.
      *    A request the service switch (SVCCHK) refuses - the
      *    service is unavailable (code 55) or read-only (56) - comes
      *    back with the time to try again in HLD-RETRY-AFTER-TS.
           05 HLD-REQ                    PIC X(1).
           05 HLD-HOLD-ID                PIC 9(9).
           05 HLD-SORTCODE               PIC X(6).
           05 HLD-EXPIRY-TS              PIC X(26).
           05 HLD-RETURN-CD              PIC S9(4).
           05 HLD-ERROR-MSG              PIC X(60).
           05 HLD-RETRY-AFTER-TS         PIC X(26).
