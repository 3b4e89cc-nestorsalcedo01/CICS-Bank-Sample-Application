       01 HV-CHECKER-ID                 PIC X(8).
       01 HV-CONSENT-ID                 PIC S9(9) COMP.
       01 HV-LAST-UPDATE-TS             PIC X(26).
       01 HV-CONSENT-AMOUNT             PIC S9(10)V99 COMP-3.
       01 WS-CONSENT-ID-S               PIC 9(9).

      * Declare the CURSOR for the pending queue, a page at a time.
       01 WS-OPSAUDIT-COMMAREA.
          COPY OPSAUDIT.

      *    Operator entitlement check (see ENTCHK): the checker must
      *    hold the function the maker needed - the parked action
      *    itself - and, to confirm a release, the authority for the
      *    payment's amount.
       01 WS-ENTCHK-PGM                 PIC X(8) VALUE 'ENTCHK'.
       01 WS-ENTCHK-PARMS.
          COPY ENTCHK.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY MKCKWRK.

           MOVE MKW-CHECKER-ID TO HV-CHECKER-ID.

           PERFORM CHECK-ENTITLEMENT.

       CPR999.
           EXIT.

      *
      *    The checker must hold the parked action as a function of
      *    their own before deciding it either way; confirming a
      *    release also needs the authority for the payment's
      *    amount.  A refusal, or a check that could not be made, is
      *    audited like any other decision and ends the request with
      *    the request still pending.
      *
       CHECK-ENTITLEMENT SECTION.
       CEN010.

           MOVE HV-CHECKER-ID   TO ENT-OPERATOR.
           MOVE HV-MKC-ACTION   TO ENT-FUNCTION.
           MOVE 'N'             TO ENT-AMOUNT-FLAG.
           MOVE 0               TO ENT-AMOUNT.

           IF MKW-REQ NOT = 'C' OR HV-MKC-ACTION NOT = 'REL-HOLD'
              GO TO CEN020
           END-IF.

           MOVE HV-MKC-KEY(1:9) TO WS-CONSENT-ID-S.
           MOVE WS-CONSENT-ID-S TO HV-CONSENT-ID.

           EXEC SQL
              SELECT CONSENT_AMOUNT
              INTO   :HV-CONSENT-AMOUNT
              FROM   CONSENT
              WHERE  CONSENT_ID = :HV-CONSENT-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE  12  TO MKW-RETURN-CD
              MOVE  'PAYMENT IS NOT IN THE HELD QUEUE'
                          TO MKW-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'Y'               TO ENT-AMOUNT-FLAG.
           MOVE HV-CONSENT-AMOUNT TO ENT-AMOUNT.

       CEN020.

           CALL WS-ENTCHK-PGM USING WS-ENTCHK-PARMS.

           IF ENT-RETURN-CD = 0 AND ENT-RESULT = 'Y'
              GO TO CEN999
           END-IF.

           INITIALIZE WS-OPSAUDIT-COMMAREA.
           MOVE 'MKCKWRK'        TO OPA-PROGRAM.
           IF MKW-REQ = 'C'
              MOVE 'CONFIRM'     TO OPA-ACTION
           ELSE
              MOVE 'REJECT'      TO OPA-ACTION
           END-IF.
           MOVE HV-MKC-KEY       TO OPA-KEY.
           MOVE HV-CHECKER-ID    TO OPA-OPERATOR.
           MOVE 'PENDING'        TO OPA-BEFORE-STATE.

           IF ENT-RETURN-CD = 0 AND ENT-RESULT = 'L'
              MOVE 'REFUSED-OVER-LIMIT'   TO OPA-AFTER-STATE
              MOVE  17  TO MKW-RETURN-CD
              MOVE  'AMOUNT EXCEEDS CHECKER AUTHORITY LIMIT'
                          TO MKW-ERROR-MSG
           ELSE
              MOVE 'REFUSED-NOT-ENTITLED' TO OPA-AFTER-STATE
              MOVE  16  TO MKW-RETURN-CD
              MOVE  'CHECKER NOT ENTITLED TO THIS ACTION'
                          TO MKW-ERROR-MSG
           END-IF.

           PERFORM RECORD-OPS-AUDIT.

           PERFORM GET-ME-OUT-OF-HERE.

       CEN999.
           EXIT.

       CONFIRM-REQUEST SECTION.
       CFR010.

