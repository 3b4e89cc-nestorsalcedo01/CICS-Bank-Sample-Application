          03 WS-CICS-RESP               PIC S9(8) COMP VALUE 0.
          03 WS-CICS-RESP2              PIC S9(8) COMP VALUE 0.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

      *    The online service-availability switch (see SVCCHK).
       01 WS-SVCCHK-PGM                  PIC X(8) VALUE 'SVCCHK'.
       01 WS-SVCCHK-PARMS.
           COPY SVCCHK.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY HOLDAPI.

           MOVE 0      TO HLD-RETURN-CD.
           MOVE SPACES TO HLD-ERROR-MSG.
           MOVE SPACES TO HLD-RETRY-AFTER-TS.

           EXEC SQL
              SELECT CURRENT TIMESTAMP, CURRENT DATE
           MOVE HV-CURR-TIMESTAMP(15:2) TO HV-POST-TIME(3:2).
           MOVE HV-CURR-TIMESTAMP(18:2) TO HV-POST-TIME(5:2).

           PERFORM CHECK-SERVICE-SWITCH.

           EVALUATE HLD-REQ
              WHEN 'P'
                 PERFORM PLACE-HOLD
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           MOVE 'DEB'          TO PCT-TYPE.
           MOVE HV-POST-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
       CPH999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'HOLDAPI'  TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO HLD-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN CLAIMING POSTING CONTROL'
                   TO HLD-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

       RPC999.
           EXIT.

       BACK-OUT-AND-LEAVE SECTION.
       BOL010.

       BOL999.
           EXIT.

      *
      *    The service switch: during the batch window, or when the
      *    duty operator has closed it, this service refuses with a
      *    catalogue code and the time to come back rather than
      *    queueing behind the batch's locks.
      *    Every request here changes an account, so read-only
      *    refuses them all as well.
      *    Should the switch itself fail to answer, the request
      *    goes ahead - the switch must never be the reason the
      *    service is down.
      *
       CHECK-SERVICE-SWITCH SECTION.
       CSS010.

           INITIALIZE WS-SVCCHK-PARMS.
           MOVE 'Q'       TO SVC-REQUEST.
           MOVE 'HOLDAPI' TO SVC-SERVICE.
           MOVE 'U'       TO SVC-ACCESS.

           CALL WS-SVCCHK-PGM USING WS-SVCCHK-PARMS.

           IF SVC-RETURN-CD NOT = 0 OR SVC-RESULT NOT = 'N'
              GO TO CSS999
           END-IF.

           MOVE SVC-RETRY-AFTER-TS TO HLD-RETRY-AFTER-TS.
           IF SVC-STATE = 'R'
              MOVE  56  TO HLD-RETURN-CD
              MOVE  'SERVICE IS READ-ONLY - UPDATES REFUSED'
                          TO HLD-ERROR-MSG
           ELSE
              MOVE  55  TO HLD-RETURN-CD
              MOVE  'SERVICE TEMPORARILY UNAVAILABLE'
                          TO HLD-ERROR-MSG
           END-IF.
           PERFORM GET-ME-OUT-OF-HERE.

       CSS999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.

