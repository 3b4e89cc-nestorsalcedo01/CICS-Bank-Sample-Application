       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      * Licensed Materials - Property of IBM                           *
      *                                                                *
      * (c) Copyright IBM Corp. 2026.                                  *
      *                                                                *
      * US Government Users Restricted Rights - Use, duplication       *
      * or disclosure restricted by GSA ADP Schedule Contract          *
      * with IBM Corp.                                                 *
      *                                                                *
      ******************************************************************
      *
      *    Duty operator's service-availability switch.  Lists the
      *    online APIs (CONSENT, DPAYAPI, ACCINFO, HOLDAPI) with the
      *    state each is in - available, read-only or unavailable -
      *    and puts one into a new state, with the reason and the
      *    retry-after time its callers are to be given.  The nightly
      *    window itself is driven by the SCHEDULE driver's service
      *    entries; this is for the unplanned change and the window
      *    that overruns.  Each change is audited on OPS_AUDIT.
      *    Commarea-driven, the same channel shape as the other ops
      *    transactions.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCSWRK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Copyright statement as a literal to go into the load module
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2026. All Rights Reserved.'.
       77 FILLER PIC X(80) VALUE
           'US Government Users Restricted Rights - Use, duplication '.
       77 FILLER PIC X(80) VALUE
           'or disclosure restricted by GSA ADP Schedule Contract '.
       77 FILLER PIC X(80) VALUE
           'with IBM Corp.'.

      * Get the SERVICE_STATUS DB2 copybook
           EXEC SQL
              INCLUDE SVCSDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * SERVICE_STATUS host variables for DB2
       01 HOST-SERVICE-ROW.
          10 HV-SVC-NAME                PIC X(8).
          10 HV-SVC-STATE               PIC X(1).
          10 HV-SVC-RETRY-AFTER-TS      PIC X(26).
          10 HV-SVC-REASON              PIC X(40).
          10 HV-SVC-CHANGED-BY          PIC X(8).
          10 HV-SVC-CHANGED-TS          PIC X(26).

      *    The online services the switch governs.
       01 WS-SERVICE-TABLE.
          05 FILLER                     PIC X(8) VALUE 'CONSENT'.
          05 FILLER                     PIC X(8) VALUE 'DPAYAPI'.
          05 FILLER                     PIC X(8) VALUE 'ACCINFO'.
          05 FILLER                     PIC X(8) VALUE 'HOLDAPI'.
       01 WS-SERVICE-REDEF REDEFINES WS-SERVICE-TABLE.
          05 WS-SERVICE-NAME            PIC X(8) OCCURS 4 TIMES.
       01 WS-SERVICE-COUNT              PIC 9(2) VALUE 4.
       01 WS-SVC-IDX                    PIC 9(2) VALUE 0.
       01 WS-SERVICE-KNOWN              PIC X VALUE 'N'.

      *    The state words the audit row records.
       01 WS-STATE-WORD                 PIC X(20).

      *    The online service-availability switch (see SVCCHK).
       01 WS-SVCCHK-PGM                 PIC X(8) VALUE 'SVCCHK'.
       01 WS-SVCCHK-PARMS.
           COPY SVCCHK.

      *    Shared operator-action audit (see OPSAUDIT): one LINK per
      *    state change.
       01 WS-OPSAUDIT-PGM               PIC X(8) VALUE 'OPSAUDIT'.
       01 WS-OPSAUDIT-COMMAREA.
          COPY OPSAUDIT.

      *    Operator entitlement check (see ENTCHK): the operator must
      *    hold SVC-SWITCH to change a service's state.
       01 WS-ENTCHK-PGM                 PIC X(8) VALUE 'ENTCHK'.
       01 WS-ENTCHK-PARMS.
          COPY ENTCHK.

       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP               PIC S9(8) COMP VALUE 0.
          03 WS-CICS-RESP2              PIC S9(8) COMP VALUE 0.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY SVCSWRK.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.

           MOVE 0      TO SSW-RETURN-CD.
           MOVE SPACES TO SSW-ERROR-MSG.

           EVALUATE SSW-REQ
              WHEN 'L'
                 PERFORM LIST-SERVICES
              WHEN 'S'
                 PERFORM SET-SERVICE
              WHEN OTHER
                 MOVE  8  TO SSW-RETURN-CD
                 MOVE  'INVALID REQUEST, VALID VALUES - L,S'
                          TO SSW-ERROR-MSG
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       A999.
           EXIT.

      *
      *    Every governed service, in table order; one with no row
      *    has never been switched and is available.
      *
       LIST-SERVICES SECTION.
       LS010.

           MOVE 0 TO SSW-SERVICE-COUNT.

           PERFORM LIST-ONE-SERVICE
              VARYING WS-SVC-IDX FROM 1 BY 1
                UNTIL WS-SVC-IDX > WS-SERVICE-COUNT.

       LS999.
           EXIT.

       LIST-ONE-SERVICE SECTION.
       LOS010.

           MOVE WS-SERVICE-NAME (WS-SVC-IDX) TO HV-SVC-NAME.

           EXEC SQL
                SELECT SVC_STATE,
                       COALESCE(CHAR(SVC_RETRY_AFTER_TS), ' '),
                       COALESCE(SVC_REASON, ' '),
                       SVC_CHANGED_BY,
                       CHAR(SVC_CHANGED_TS)
                INTO   :HV-SVC-STATE,
                       :HV-SVC-RETRY-AFTER-TS,
                       :HV-SVC-REASON,
                       :HV-SVC-CHANGED-BY,
                       :HV-SVC-CHANGED-TS
                FROM   SERVICE_STATUS
                WHERE  SVC_NAME = :HV-SVC-NAME
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'A'    TO HV-SVC-STATE
              MOVE SPACES TO HV-SVC-RETRY-AFTER-TS
              MOVE SPACES TO HV-SVC-REASON
              MOVE SPACES TO HV-SVC-CHANGED-BY
              MOVE SPACES TO HV-SVC-CHANGED-TS
           ELSE
              IF SQLCODE NOT = 0
                 MOVE SQLCODE  TO SSW-RETURN-CD
                 MOVE 'DATABASE ERROR - WHEN SELECT FROM SERVICE_STATUS'
                      TO SSW-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF
           END-IF.

           ADD 1 TO SSW-SERVICE-COUNT.
           MOVE HV-SVC-NAME  TO SSW-SE-SERVICE (SSW-SERVICE-COUNT).
           MOVE HV-SVC-STATE TO SSW-SE-STATE (SSW-SERVICE-COUNT).
           MOVE HV-SVC-RETRY-AFTER-TS
                             TO SSW-SE-RETRY-AFTER-TS
                                   (SSW-SERVICE-COUNT).
           MOVE HV-SVC-REASON
                             TO SSW-SE-REASON (SSW-SERVICE-COUNT).
           MOVE HV-SVC-CHANGED-BY
                             TO SSW-SE-CHANGED-BY (SSW-SERVICE-COUNT).
           MOVE HV-SVC-CHANGED-TS
                             TO SSW-SE-CHANGED-TS (SSW-SERVICE-COUNT).

       LOS999.
           EXIT.

      *
      *    Switch one service.  The operator must be named, the
      *    service one the switch governs and the state one it
      *    knows; closing a service needs a reason.
      *
       SET-SERVICE SECTION.
       SS010.

           IF SSW-OPERATOR-ID = SPACES
              MOVE  11  TO SSW-RETURN-CD
              MOVE  'OPERATOR IDENTITY REQUIRED TO SWITCH A SERVICE'
                          TO SSW-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'N' TO WS-SERVICE-KNOWN.
           PERFORM MATCH-ONE-SERVICE
              VARYING WS-SVC-IDX FROM 1 BY 1
                UNTIL WS-SVC-IDX > WS-SERVICE-COUNT
                   OR WS-SERVICE-KNOWN = 'Y'.

           IF WS-SERVICE-KNOWN NOT = 'Y'
              MOVE  12  TO SSW-RETURN-CD
              MOVE  'SERVICE IS NOT ONE THE SWITCH GOVERNS'
                          TO SSW-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF SSW-STATE NOT = 'A'
              AND SSW-STATE NOT = 'R'
              AND SSW-STATE NOT = 'U'
              MOVE  13  TO SSW-RETURN-CD
              MOVE  'STATE MUST BE A, R OR U'
                          TO SSW-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF SSW-STATE NOT = 'A'
              AND SSW-REASON = SPACES
              MOVE  14  TO SSW-RETURN-CD
              MOVE  'A REASON IS REQUIRED TO CLOSE A SERVICE'
                          TO SSW-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

      *
      *    The state before, for the audit row.
      *
           INITIALIZE WS-SVCCHK-PARMS.
           MOVE 'Q'         TO SVC-REQUEST.
           MOVE SSW-SERVICE TO SVC-SERVICE.
           MOVE 'R'         TO SVC-ACCESS.

           CALL WS-SVCCHK-PGM USING WS-SVCCHK-PARMS.

           INITIALIZE WS-OPSAUDIT-COMMAREA.
           MOVE 'SVCSWRK'       TO OPA-PROGRAM.
           MOVE 'SVC-SWITCH'    TO OPA-ACTION.
           MOVE SSW-SERVICE     TO OPA-KEY.
           MOVE SSW-OPERATOR-ID TO OPA-OPERATOR.
           PERFORM NAME-STATE.
           MOVE WS-STATE-WORD   TO OPA-BEFORE-STATE.

           PERFORM CHECK-ENTITLEMENT.

           INITIALIZE WS-SVCCHK-PARMS.
           MOVE 'S'                TO SVC-REQUEST.
           MOVE SSW-SERVICE        TO SVC-SERVICE.
           MOVE SSW-STATE          TO SVC-STATE.
           MOVE SSW-RETRY-AFTER-TS TO SVC-RETRY-AFTER-TS.
           MOVE SSW-REASON         TO SVC-REASON.
           MOVE SSW-OPERATOR-ID    TO SVC-CHANGED-BY.

           CALL WS-SVCCHK-PGM USING WS-SVCCHK-PARMS.

           IF SVC-RETURN-CD NOT = 0
              MOVE  SVC-RETURN-CD TO SSW-RETURN-CD
              MOVE  'DATABASE ERROR - WHEN UPDATING SERVICE_STATUS'
                          TO SSW-ERROR-MSG
              EXEC CICS SYNCPOINT ROLLBACK
                    RESP(WS-CICS-RESP)
                    RESP2(WS-CICS-RESP2)
              END-EXEC
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE SVC-RETRY-AFTER-TS TO SSW-RETRY-AFTER-TS.

           PERFORM NAME-STATE.
           MOVE WS-STATE-WORD   TO OPA-AFTER-STATE.

           PERFORM RECORD-OPS-AUDIT.

           EXEC CICS SYNCPOINT
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

       SS999.
           EXIT.

      *
      *    The operator must hold SVC-SWITCH before the service is
      *    touched.  A refusal, or a check that could not be made,
      *    is audited against the audit row already set up with the
      *    state before, and ends the request.
      *
       CHECK-ENTITLEMENT SECTION.
       CEN010.

           INITIALIZE WS-ENTCHK-PARMS.
           MOVE SSW-OPERATOR-ID TO ENT-OPERATOR.
           MOVE 'SVC-SWITCH'    TO ENT-FUNCTION.
           MOVE 'N'             TO ENT-AMOUNT-FLAG.

           CALL WS-ENTCHK-PGM USING WS-ENTCHK-PARMS.

           IF ENT-RETURN-CD = 0 AND ENT-RESULT = 'Y'
              GO TO CEN999
           END-IF.

           IF ENT-RETURN-CD = 0 AND ENT-RESULT = 'L'
              MOVE 'REFUSED-OVER-LIMIT'   TO OPA-AFTER-STATE
              MOVE  17  TO SSW-RETURN-CD
              MOVE  'AMOUNT EXCEEDS OPERATOR AUTHORITY LIMIT'
                          TO SSW-ERROR-MSG
           ELSE
              MOVE 'REFUSED-NOT-ENTITLED' TO OPA-AFTER-STATE
              MOVE  16  TO SSW-RETURN-CD
              MOVE  'OPERATOR NOT ENTITLED TO SWITCH A SERVICE'
                          TO SSW-ERROR-MSG
           END-IF.

           PERFORM RECORD-OPS-AUDIT.

           PERFORM GET-ME-OUT-OF-HERE.

       CEN999.
           EXIT.

       MATCH-ONE-SERVICE SECTION.
       MOS010.

           IF WS-SERVICE-NAME (WS-SVC-IDX) = SSW-SERVICE
              MOVE 'Y' TO WS-SERVICE-KNOWN
           END-IF.

       MOS999.
           EXIT.

       NAME-STATE SECTION.
       NS010.

           EVALUATE SVC-STATE
              WHEN 'R'
                 MOVE 'READ-ONLY'   TO WS-STATE-WORD
              WHEN 'U'
                 MOVE 'UNAVAILABLE' TO WS-STATE-WORD
              WHEN OTHER
                 MOVE 'AVAILABLE'   TO WS-STATE-WORD
           END-EVALUATE.

       NS999.
           EXIT.

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

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.

           EXEC CICS RETURN
           END-EXEC.

           GOBACK.

       GMOOH999.
           EXIT.
