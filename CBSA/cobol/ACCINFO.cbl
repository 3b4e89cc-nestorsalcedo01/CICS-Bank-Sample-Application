      *  Shared return-code-to-category/message catalogue.
          COPY ERRCATLG.

      *    The online service-availability switch (see SVCCHK).
       01 WS-SVCCHK-PGM                  PIC X(8) VALUE 'SVCCHK'.
       01 WS-SVCCHK-PARMS.
           COPY SVCCHK.

      *    The per-provider API call quota (see TPPQTA).
       01 WS-TPPQTA-PGM                  PIC X(8) VALUE 'TPPQTA'.
       01 WS-TPPQTA-PARMS.
           COPY TPPQTA.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY ACCINFO.
           MOVE 0      TO AIN-RETURN-CD.
           MOVE SPACES TO AIN-ERROR-MSG.
           MOVE SPACES TO AIN-ERROR-CATEGORY.
           MOVE SPACES TO AIN-RETRY-AFTER-TS.

           EXEC SQL
              SELECT CURRENT TIMESTAMP
              FROM SYSIBM.SYSDUMMY1
           END-EXEC

           PERFORM CHECK-SERVICE-SWITCH.

           EVALUATE AIN-REQ
              WHEN 'B'
                 PERFORM CHECK-INFO-CONSENT
                 PERFORM CHECK-TPP-QUOTA
                 PERFORM READ-BALANCES
                 PERFORM STAMP-ACCESS
              WHEN 'T'
                 PERFORM CHECK-INFO-CONSENT
                 PERFORM CHECK-TPP-QUOTA
                 PERFORM READ-TRANSACTION-PAGE
                 PERFORM STAMP-ACCESS
              WHEN OTHER
       SA999.
           EXIT.

      *
      *    The service switch: during the batch window, or when the
      *    duty operator has closed it, this service refuses with a
      *    catalogue code and the time to come back rather than
      *    queueing behind the batch's locks.
      *    Every request here is an enquiry, so it is refused only
      *    when the service is unavailable.
      *    Should the switch itself fail to answer, the request
      *    goes ahead - the switch must never be the reason the
      *    service is down.
      *
       CHECK-SERVICE-SWITCH SECTION.
       CSS010.

           INITIALIZE WS-SVCCHK-PARMS.
           MOVE 'Q'       TO SVC-REQUEST.
           MOVE 'ACCINFO' TO SVC-SERVICE.
           MOVE 'R'       TO SVC-ACCESS.

           CALL WS-SVCCHK-PGM USING WS-SVCCHK-PARMS.

           IF SVC-RETURN-CD NOT = 0 OR SVC-RESULT NOT = 'N'
              GO TO CSS999
           END-IF.

           MOVE SVC-RETRY-AFTER-TS TO AIN-RETRY-AFTER-TS.
           IF SVC-STATE = 'R'
              MOVE 56 TO AIN-RETURN-CD
           ELSE
              MOVE 55 TO AIN-RETURN-CD
           END-IF.
           PERFORM GET-ME-OUT-OF-HERE.

       CSS999.
           EXIT.

      *
      *    The provider's call quota: the provider the consent was
      *    given to, once it has used up its calls on this API for
      *    the hour or the day, is refused with a catalogue code
      *    and the time the quota next has room.  Every call made
      *    under its consents is counted for the daily usage
      *    report, refused or not.
      *    Should the quota itself fail to answer, the request
      *    goes ahead - the quota must never be the reason the
      *    service is down.
      *
       CHECK-TPP-QUOTA SECTION.
       CTQ010.

           INITIALIZE WS-TPPQTA-PARMS.
           MOVE HV-TPP-ID TO TQC-TPP-ID.
           MOVE 'ACCINFO' TO TQC-API.
           MOVE AIN-REQ   TO TQC-REQ-TYPE.

           CALL WS-TPPQTA-PGM USING WS-TPPQTA-PARMS.

           IF TQC-RETURN-CD NOT = 0 OR TQC-RESULT NOT = 'N'
              GO TO CTQ999
           END-IF.

           MOVE TQC-RETRY-AFTER-TS TO AIN-RETRY-AFTER-TS.
           MOVE 57 TO AIN-RETURN-CD.
           PERFORM GET-ME-OUT-OF-HERE.

       CTQ999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.

