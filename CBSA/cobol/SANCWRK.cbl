       01 WS-OPSAUDIT-COMMAREA.
          COPY OPSAUDIT.

      *    Operator entitlement check (see ENTCHK): the officer must
      *    hold REL-HOLD, within their authority limit for the
      *    payment's amount, to release and CONFIRM-HIT to reject.
       01 WS-ENTCHK-PGM                 PIC X(8) VALUE 'ENTCHK'.
       01 WS-ENTCHK-PARMS.
          COPY ENTCHK.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY SANCWRK.
           MOVE SWK-CONSENT-ID TO HV-CONSENT-ID.

           EXEC SQL
              SELECT CONSENT_AMOUNT
              INTO   :HV-CONSENT-AMOUNT
              FROM   CONSENT
              WHERE  CONSENT_ID = :HV-CONSENT-ID
              AND    DOMESTIC_PAY_STATUS = :PYST-HELD
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE  12  TO SWK-RETURN-CD
              MOVE  'PAYMENT IS NOT IN THE HELD QUEUE'
                          TO SWK-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'REL-HOLD'        TO ENT-FUNCTION.
           MOVE 'Y'               TO ENT-AMOUNT-FLAG.
           MOVE HV-CONSENT-AMOUNT TO ENT-AMOUNT.
           PERFORM CHECK-ENTITLEMENT.

           MOVE HV-CONSENT-ID   TO WS-CONSENT-ID-S.
           MOVE WS-CONSENT-ID-S TO HV-MKC-KEY.


           MOVE SWK-CONSENT-ID TO HV-CONSENT-ID.

           MOVE 'CONFIRM-HIT'     TO ENT-FUNCTION.
           MOVE 'N'               TO ENT-AMOUNT-FLAG.
           MOVE 0                 TO ENT-AMOUNT.
           PERFORM CHECK-ENTITLEMENT.

           EXEC SQL
              SELECT CURRENT TIMESTAMP
              INTO   :HV-LAST-UPDATE-TS
       RDN999.
           EXIT.

      *
      *    The officer must hold the function in ENT-FUNCTION - and
      *    the authority for ENT-AMOUNT where one is set - before
      *    the payment is touched.  A refusal, or a check that could
      *    not be made, is audited like any other decision and ends
      *    the request.
      *
       CHECK-ENTITLEMENT SECTION.
       CEN010.

           MOVE SWK-OFFICER-ID TO ENT-OPERATOR.

           CALL WS-ENTCHK-PGM USING WS-ENTCHK-PARMS.

           IF ENT-RETURN-CD = 0 AND ENT-RESULT = 'Y'
              GO TO CEN999
           END-IF.

           INITIALIZE WS-OPSAUDIT-COMMAREA.
           MOVE 'SANCWRK'        TO OPA-PROGRAM.
           MOVE ENT-FUNCTION     TO OPA-ACTION.
           MOVE HV-CONSENT-ID    TO WS-CONSENT-ID-S.
           MOVE WS-CONSENT-ID-S  TO OPA-KEY.
           MOVE SWK-OFFICER-ID   TO OPA-OPERATOR.
           MOVE 'HELD'           TO OPA-BEFORE-STATE.

           IF ENT-RETURN-CD = 0 AND ENT-RESULT = 'L'
              MOVE 'REFUSED-OVER-LIMIT'   TO OPA-AFTER-STATE
              MOVE  17  TO SWK-RETURN-CD
              MOVE  'AMOUNT EXCEEDS OFFICER AUTHORITY LIMIT'
                          TO SWK-ERROR-MSG
           ELSE
              MOVE 'REFUSED-NOT-ENTITLED' TO OPA-AFTER-STATE
              MOVE  16  TO SWK-RETURN-CD
              MOVE  'OFFICER NOT ENTITLED TO THIS DECISION'
                          TO SWK-ERROR-MSG
           END-IF.

           PERFORM RECORD-OPS-AUDIT.

           PERFORM GET-ME-OUT-OF-HERE.

       CEN999.
           EXIT.

      *
      *    Cut the OPS_AUDIT row for the decision just taken.  A
