       01 WS-OPSAUDIT-COMMAREA.
          COPY OPSAUDIT.

      *    Operator entitlement check (see ENTCHK): the approver must
      *    hold APPROVE-PAY, within their authority limit for the
      *    payment's amount, to approve and REJECT-PAY to reject.
       01 WS-ENTCHK-PGM                 PIC X(8) VALUE 'ENTCHK'.
       01 WS-ENTCHK-PARMS.
          COPY ENTCHK.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY DPAYAUT.

           MOVE DAU-CONSENT-ID TO WS-CONSENT-ID-S.

           PERFORM CHECK-ENTITLEMENT.

           INITIALIZE WS-PAY-COMMAREA.
           MOVE DAU-REQ             TO DFHCA-CONSENT-REQ.
           MOVE WS-CONSENT-ID-S     TO DFHCA-CONSENT-ID.
       DD999.
           EXIT.

      *
      *    The approver must hold APPROVE-PAY or REJECT-PAY - and,
      *    to approve, the authority for the payment's amount -
      *    before DPAYAPI is driven.  A consent that cannot be found
      *    is checked without an amount and left to DPAYAPI to
      *    answer.  A refusal, or a check that could not be made, is
      *    audited like any other decision and ends the request.
      *
       CHECK-ENTITLEMENT SECTION.
       CEN010.

           MOVE DAU-APPROVER-ID TO ENT-OPERATOR.
           MOVE 'N'             TO ENT-AMOUNT-FLAG.
           MOVE 0               TO ENT-AMOUNT.

           IF DAU-REQ = 'J'
              MOVE 'REJECT-PAY'  TO ENT-FUNCTION
              GO TO CEN020
           END-IF.

           MOVE 'APPROVE-PAY'   TO ENT-FUNCTION.
           MOVE DAU-CONSENT-ID  TO HV-CONSENT-ID.

           EXEC SQL
              SELECT CONSENT_AMOUNT
              INTO   :HV-CONSENT-AMOUNT
              FROM   CONSENT
              WHERE  CONSENT_ID = :HV-CONSENT-ID
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'Y'               TO ENT-AMOUNT-FLAG
                 MOVE HV-CONSENT-AMOUNT TO ENT-AMOUNT
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE  TO DAU-RETURN-CD
                 MOVE 'DATABASE ERROR - WHEN SELECT FROM CONSENT TABLE'
                      TO DAU-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
           END-EVALUATE.

       CEN020.

           CALL WS-ENTCHK-PGM USING WS-ENTCHK-PARMS.

           IF ENT-RETURN-CD = 0 AND ENT-RESULT = 'Y'
              GO TO CEN999
           END-IF.

           INITIALIZE WS-OPSAUDIT-COMMAREA.
           MOVE 'DPAYAUT'        TO OPA-PROGRAM.
           MOVE ENT-FUNCTION     TO OPA-ACTION.
           MOVE WS-CONSENT-ID-S  TO OPA-KEY.
           MOVE DAU-APPROVER-ID  TO OPA-OPERATOR.
           MOVE 'PEND-AUTH'      TO OPA-BEFORE-STATE.

           IF ENT-RETURN-CD = 0 AND ENT-RESULT = 'L'
              MOVE 'REFUSED-OVER-LIMIT'   TO OPA-AFTER-STATE
              MOVE  17  TO DAU-RETURN-CD
              MOVE  'AMOUNT EXCEEDS APPROVER AUTHORITY LIMIT'
                          TO DAU-ERROR-MSG
           ELSE
              MOVE 'REFUSED-NOT-ENTITLED' TO OPA-AFTER-STATE
              MOVE  16  TO DAU-RETURN-CD
              MOVE  'APPROVER NOT ENTITLED TO THIS DECISION'
                          TO DAU-ERROR-MSG
           END-IF.

           PERFORM RECORD-OPS-AUDIT.

           PERFORM GET-ME-OUT-OF-HERE.

       CEN999.
           EXIT.

      *
      *    Cut the OPS_AUDIT row for the decision just taken.  A
