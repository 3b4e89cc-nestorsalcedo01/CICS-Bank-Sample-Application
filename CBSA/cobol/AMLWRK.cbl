       01 WS-OPSAUDIT-COMMAREA.
          COPY OPSAUDIT.

      *    Operator entitlement check (see ENTCHK): the officer must
      *    hold AML-TAKE to take a case and AML-DISPOSE to close it.
       01 WS-ENTCHK-PGM                 PIC X(8) VALUE 'ENTCHK'.
       01 WS-ENTCHK-PARMS.
          COPY ENTCHK.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY AMLWRK.
           MOVE AMW-CASE-ID    TO HV-CASE-ID.
           MOVE AMW-OFFICER-ID TO HV-OFFICER-ID.

           MOVE 'AML-TAKE'     TO ENT-FUNCTION.
           PERFORM CHECK-ENTITLEMENT.

           EXEC SQL
                UPDATE AML_CASE
                SET    CASE_STATUS    = 'W',
           MOVE AMW-OFFICER-ID  TO HV-OFFICER-ID.
           MOVE AMW-DISPOSITION TO HV-DISPOSITION.

           MOVE 'AML-DISPOSE'   TO ENT-FUNCTION.
           PERFORM CHECK-ENTITLEMENT.

           EXEC SQL
                UPDATE AML_CASE
                SET    CASE_STATUS      = 'C',
       DSC999.
           EXIT.

      *
      *    The officer must hold the function in ENT-FUNCTION before
      *    the case is touched.  A refusal, or a check that could
      *    not be made, is audited like any other decision and ends
      *    the request.
      *
       CHECK-ENTITLEMENT SECTION.
       CEN010.

           MOVE AMW-OFFICER-ID TO ENT-OPERATOR.
           MOVE 'N'            TO ENT-AMOUNT-FLAG.
           MOVE 0              TO ENT-AMOUNT.

           CALL WS-ENTCHK-PGM USING WS-ENTCHK-PARMS.

           IF ENT-RETURN-CD = 0 AND ENT-RESULT = 'Y'
              GO TO CEN999
           END-IF.

           INITIALIZE WS-OPSAUDIT-COMMAREA.
           MOVE 'AMLWRK'         TO OPA-PROGRAM.
           MOVE ENT-FUNCTION     TO OPA-ACTION.
           MOVE HV-CASE-ID       TO WS-CASE-ID-S.
           MOVE WS-CASE-ID-S     TO OPA-KEY.
           MOVE AMW-OFFICER-ID   TO OPA-OPERATOR.
           IF AMW-REQ = 'W'
              MOVE 'NEW'         TO OPA-BEFORE-STATE
           ELSE
              MOVE 'OPEN'        TO OPA-BEFORE-STATE
           END-IF.
           MOVE 'REFUSED-NOT-ENTITLED' TO OPA-AFTER-STATE.
           PERFORM RECORD-OPS-AUDIT.

           MOVE  16  TO AMW-RETURN-CD.
           MOVE  'OFFICER NOT ENTITLED TO THIS DECISION'
                       TO AMW-ERROR-MSG.

           PERFORM GET-ME-OUT-OF-HERE.

       CEN999.
           EXIT.

      *
      *    Cut the OPS_AUDIT row for the decision just taken.  A
      *    failure writing the audit row is reported on the task
