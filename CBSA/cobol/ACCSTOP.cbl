       01 WS-OPSAUDIT-COMMAREA.
          COPY OPSAUDIT.

      *    Operator entitlement check (see ENTCHK): the placing or
      *    lifting user must hold PLACE-STOP or LIFT-STOP.
       01 WS-ENTCHK-PGM                 PIC X(8) VALUE 'ENTCHK'.
       01 WS-ENTCHK-PARMS.
          COPY ENTCHK.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY ACCSTOP.
              MOVE SPACES TO HV-PLACED-BY
           END-IF.

           MOVE 'PLACE-STOP' TO ENT-FUNCTION.
           PERFORM CHECK-ENTITLEMENT.

           MOVE STP-REASON TO HV-STOP-REASON.

           EXEC SQL
              MOVE SPACES TO HV-PLACED-BY
           END-IF.

           MOVE 'LIFT-STOP' TO ENT-FUNCTION.
           PERFORM CHECK-ENTITLEMENT.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-MKC-COUNT
       GS999.
           EXIT.

      *
      *    The user must hold the function in ENT-FUNCTION before
      *    the stop is touched.  A refusal - or a check that could
      *    not be made - is audited like any other decision and
      *    ends the request.
      *
       CHECK-ENTITLEMENT SECTION.
       CEN010.

           MOVE HV-PLACED-BY TO ENT-OPERATOR.
           MOVE 'N'          TO ENT-AMOUNT-FLAG.
           MOVE 0            TO ENT-AMOUNT.

           CALL WS-ENTCHK-PGM USING WS-ENTCHK-PARMS.

           IF ENT-RETURN-CD = 0 AND ENT-RESULT = 'Y'
              GO TO CEN999
           END-IF.

           INITIALIZE WS-OPSAUDIT-COMMAREA.
           MOVE 'ACCSTOP'        TO OPA-PROGRAM.
           MOVE ENT-FUNCTION     TO OPA-ACTION.
           STRING HV-STOP-SORTCODE DELIMITED BY SIZE,
                  '/' DELIMITED BY SIZE,
                  HV-STOP-NUMBER DELIMITED BY SIZE
                  INTO OPA-KEY
           END-STRING.
           MOVE HV-PLACED-BY     TO OPA-OPERATOR.
           MOVE SPACES           TO OPA-BEFORE-STATE.
           MOVE 'REFUSED-NOT-ENTITLED' TO OPA-AFTER-STATE.
           PERFORM RECORD-OPS-AUDIT.

           MOVE  16  TO STP-RETURN-CD.
           MOVE  'OPERATOR NOT ENTITLED TO THIS FUNCTION'
                       TO STP-ERROR-MSG.

           PERFORM GET-ME-OUT-OF-HERE.

       CEN999.
           EXIT.

      *
      *    Cut the OPS_AUDIT row for the decision just taken.  A
