      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *    DFHCOMMAREA for SVCSWRK, the duty operator's service-
      *    availability switch.  SSW-REQ values:
      *       L - list every online service with its state ('A'
      *           available, 'R' read-only, 'U' unavailable), the
      *           retry-after time its callers are being given, why,
      *           and who last changed it
      *       S - put service SSW-SERVICE into state SSW-STATE for
      *           SSW-REASON as SSW-OPERATOR-ID.  SSW-RETRY-AFTER-TS
      *           may be left blank on a close: the schedule's next
      *           reopening, if any, is used.
           05 SSW-REQ                    PIC X(1).
           05 SSW-SERVICE                PIC X(8).
           05 SSW-STATE                  PIC X(1).
           05 SSW-RETRY-AFTER-TS         PIC X(26).
           05 SSW-REASON                 PIC X(40).
           05 SSW-OPERATOR-ID            PIC X(8).
           05 SSW-SERVICE-COUNT          PIC 9(2).
           05 SSW-SERVICE-ENTRY OCCURS 10 TIMES.
              10 SSW-SE-SERVICE            PIC X(8).
              10 SSW-SE-STATE              PIC X(1).
              10 SSW-SE-RETRY-AFTER-TS     PIC X(26).
              10 SSW-SE-REASON             PIC X(40).
              10 SSW-SE-CHANGED-BY         PIC X(8).
              10 SSW-SE-CHANGED-TS         PIC X(26).
           05 SSW-RETURN-CD              PIC S9(4).
           05 SSW-ERROR-MSG              PIC X(60).
