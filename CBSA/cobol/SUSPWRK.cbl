          03 WS-CICS-RESP               PIC S9(8) COMP VALUE 0.
          03 WS-CICS-RESP2              PIC S9(8) COMP VALUE 0.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

      *    Shared operator-action audit (see OPSAUDIT): one LINK per
      *    decision, in this task's unit of work.
       01 WS-OPSAUDIT-PGM               PIC X(8) VALUE 'OPSAUDIT'.
       01 WS-OPSAUDIT-COMMAREA.
          COPY OPSAUDIT.
       01 WS-SUSP-ID-S                  PIC 9(9).

      *    Operator entitlement check (see ENTCHK): the operator must
      *    hold SUSP-REPOST or SUSP-RETURN, within their authority
      *    limit for the item's amount.
       01 WS-ENTCHK-PGM                 PIC X(8) VALUE 'ENTCHK'.
       01 WS-ENTCHK-PARMS.
          COPY ENTCHK.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY SUSPWRK.

           MOVE SUW-OPERATOR-ID TO HV-OPERATOR-ID.

           PERFORM CHECK-ENTITLEMENT.

       FOI999.
           EXIT.

              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           IF HV-POST-AMOUNT < 0
              MOVE 'DEB'       TO PCT-TYPE
           ELSE
              MOVE 'CRE'       TO PCT-TYPE
           END-IF.
           MOVE HV-POST-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
           DISPLAY 'SUSPWRK decision ' SUW-REQ ' on SUSP_ID '
                   HV-SUSP-ID ' by operator ' SUW-OPERATOR-ID.

           INITIALIZE WS-OPSAUDIT-COMMAREA.
           MOVE 'SUSPWRK'        TO OPA-PROGRAM.
           IF SUW-REQ = 'P'
              MOVE 'SUSP-REPOST' TO OPA-ACTION
              MOVE 'REPAIRED'    TO OPA-AFTER-STATE
           ELSE
              MOVE 'SUSP-RETURN' TO OPA-ACTION
              MOVE 'RETURNED'    TO OPA-AFTER-STATE
           END-IF.
           MOVE HV-SUSP-ID       TO WS-SUSP-ID-S.
           MOVE WS-SUSP-ID-S     TO OPA-KEY.
           MOVE HV-OPERATOR-ID   TO OPA-OPERATOR.
           MOVE 'OPEN'           TO OPA-BEFORE-STATE.
           PERFORM RECORD-OPS-AUDIT.

           EXEC CICS SYNCPOINT
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
       CQI999.
           EXIT.

      *
      *    The operator must hold the decision's function, with the
      *    authority for the item's amount, before anything posts.
      *    A refusal, or a check that could not be made, is audited
      *    like any other decision and ends the request with the
      *    item still open.
      *
       CHECK-ENTITLEMENT SECTION.
       CEN010.

           MOVE SUW-OPERATOR-ID TO ENT-OPERATOR.
           IF SUW-REQ = 'P'
              MOVE 'SUSP-REPOST' TO ENT-FUNCTION
           ELSE
              MOVE 'SUSP-RETURN' TO ENT-FUNCTION
           END-IF.
           MOVE 'Y'              TO ENT-AMOUNT-FLAG.
           MOVE HV-SUSP-AMOUNT   TO ENT-AMOUNT.

           CALL WS-ENTCHK-PGM USING WS-ENTCHK-PARMS.

           IF ENT-RETURN-CD = 0 AND ENT-RESULT = 'Y'
              GO TO CEN999
           END-IF.

           INITIALIZE WS-OPSAUDIT-COMMAREA.
           MOVE 'SUSPWRK'        TO OPA-PROGRAM.
           MOVE ENT-FUNCTION     TO OPA-ACTION.
           MOVE HV-SUSP-ID       TO WS-SUSP-ID-S.
           MOVE WS-SUSP-ID-S     TO OPA-KEY.
           MOVE SUW-OPERATOR-ID  TO OPA-OPERATOR.
           MOVE 'OPEN'           TO OPA-BEFORE-STATE.

           IF ENT-RETURN-CD = 0 AND ENT-RESULT = 'L'
              MOVE 'REFUSED-OVER-LIMIT'   TO OPA-AFTER-STATE
              MOVE  17  TO SUW-RETURN-CD
              MOVE  'AMOUNT EXCEEDS OPERATOR AUTHORITY LIMIT'
                          TO SUW-ERROR-MSG
           ELSE
              MOVE 'REFUSED-NOT-ENTITLED' TO OPA-AFTER-STATE
              MOVE  16  TO SUW-RETURN-CD
              MOVE  'OPERATOR NOT ENTITLED TO THIS DECISION'
                          TO SUW-ERROR-MSG
           END-IF.

           PERFORM RECORD-OPS-AUDIT.

           PERFORM GET-ME-OUT-OF-HERE.

       CEN999.
           EXIT.

      *
      *    Cut the OPS_AUDIT row for the decision just taken.  A
      *    failure writing the audit row is reported on the task
      *    log; the decision itself stands.
      *
       RECORD-OPS-AUDIT SECTION.
       ROA010.

           EXEC CICS LINK
              PROGRAM(WS-OPSAUDIT-PGM)
              COMMAREA(WS-OPSAUDIT-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR OPA-RETURN-CD NOT = 0
              DISPLAY 'OPS_AUDIT row could not be written for '
                      OPA-PROGRAM ' ' OPA-ACTION ' ' OPA-KEY
           END-IF.

       ROA999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'SUSPWRK'  TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO SUW-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN CLAIMING POSTING CONTROL'
                   TO SUW-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

       RPC999.
           EXIT.

       BACK-OUT-AND-LEAVE SECTION.
       BOL010.

