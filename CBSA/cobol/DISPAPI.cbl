       01 WS-OPSAUDIT-COMMAREA.
          COPY OPSAUDIT.

      *    Operator entitlement check (see ENTCHK): the signed-on
      *    user must hold the function for each state change after
      *    the opening - DISP-INVEST, DISP-PROVCR, DISP-UPHOLD or
      *    DISP-DECLINE - and, to credit the customer, the authority
      *    for the disputed amount.
       01 WS-ENTCHK-PGM                 PIC X(8) VALUE 'ENTCHK'.
       01 WS-ENTCHK-PARMS.
          COPY ENTCHK.

       LOCAL-STORAGE SECTION.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY DISPAPI.

           MOVE DISP-END-TO-END-ID TO HV-END-TO-END-ID.

           IF DISP-REQ = 'I' OR DISP-REQ = 'P'
              OR DISP-REQ = 'U' OR DISP-REQ = 'D'
              PERFORM CHECK-ENTITLEMENT
           END-IF.

           EVALUATE DISP-REQ
              WHEN 'O'
                 PERFORM OPEN-DISPUTE
       RD999.
           EXIT.

      *
      *    The signed-on user must hold the function for the state
      *    change asked for before the dispute is touched; granting
      *    or upholding a credit also needs the authority for the
      *    disputed amount.  A refusal, or a check that could not be
      *    made, is audited like any other state change and ends the
      *    request.
      *
       CHECK-ENTITLEMENT SECTION.
       CEN010.

           PERFORM READ-DISPUTE-ROW.

           EXEC CICS ASSIGN
              USERID(ENT-OPERATOR)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO ENT-OPERATOR
           END-IF.

           MOVE 'N'             TO ENT-AMOUNT-FLAG.
           MOVE HV-DISP-AMOUNT  TO ENT-AMOUNT.

           EVALUATE DISP-REQ
              WHEN 'I'
                 MOVE 'DISP-INVEST'  TO ENT-FUNCTION
              WHEN 'P'
                 MOVE 'DISP-PROVCR'  TO ENT-FUNCTION
                 MOVE 'Y'            TO ENT-AMOUNT-FLAG
              WHEN 'U'
                 MOVE 'DISP-UPHOLD'  TO ENT-FUNCTION
                 MOVE 'Y'            TO ENT-AMOUNT-FLAG
              WHEN OTHER
                 MOVE 'DISP-DECLINE' TO ENT-FUNCTION
           END-EVALUATE.

           CALL WS-ENTCHK-PGM USING WS-ENTCHK-PARMS.

           IF ENT-RETURN-CD = 0 AND ENT-RESULT = 'Y'
              GO TO CEN999
           END-IF.

           MOVE ENT-FUNCTION      TO OPA-ACTION.
           MOVE HV-DISPUTE-STATUS TO OPA-BEFORE-STATE.

           IF ENT-RETURN-CD = 0 AND ENT-RESULT = 'L'
              MOVE 'REFUSED-OVER-LIMIT'   TO OPA-AFTER-STATE
              MOVE  17  TO DISP-RETURN-CD
              MOVE  'AMOUNT EXCEEDS OPERATOR AUTHORITY LIMIT'
                          TO DISP-ERROR-MSG
           ELSE
              MOVE 'REFUSED-NOT-ENTITLED' TO OPA-AFTER-STATE
              MOVE  16  TO DISP-RETURN-CD
              MOVE  'OPERATOR NOT ENTITLED TO THIS CHANGE'
                          TO DISP-ERROR-MSG
           END-IF.

           PERFORM RECORD-OPS-AUDIT.

           PERFORM GET-ME-OUT-OF-HERE.

       CEN999.
           EXIT.

       READ-DISPUTE-ROW SECTION.
       RDR010.

              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'PCR'             TO PCT-TYPE.
           MOVE HV-POSTING-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
       ROA999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'DISPAPI'  TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO DISP-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN CLAIMING POSTING CONTROL'
                   TO DISP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       RPC999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.

