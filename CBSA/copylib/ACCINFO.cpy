      *    unexpired information consent ('I') over that account
      *    whose scope covers the request.  Every successful access
      *    is stamped, so the bank can show a customer who has been
      *    reading their data.  A request the service switch
      *    (SVCCHK) refuses comes back code 55, and one over the
      *    consent's provider's call quota (TPPQTA) code 57, with
      *    the time to try again in AIN-RETRY-AFTER-TS.
           05 AIN-REQ                    PIC X(1).
           05 AIN-CONSENT-ID             PIC 9(9).
           05 AIN-SORTCODE               PIC X(6).
           05 AIN-RETURN-CD              PIC S9(4).
           05 AIN-ERROR-CATEGORY         PIC X(12).
           05 AIN-ERROR-MSG              PIC X(60).
           05 AIN-RETRY-AFTER-TS         PIC X(26).
