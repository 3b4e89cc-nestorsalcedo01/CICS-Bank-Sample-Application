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
      *    Customer complaints API.  A complaint is registered with
      *    its category and whatever account, consent or dispute it
      *    concerns, each link checked against the table it names,
      *    and both regulatory clocks are set from the day it was
      *    received: the third business day (GETBDAY calendar) for
      *    a summary resolution and eight weeks for the final
      *    response.  The final response records the outcome and
      *    root cause and pays any redress as its own 'CMP' ledger
      *    entry, so redress reaches GLEXTR under its own GL
      *    mapping.  CMPLRET extracts the half-yearly complaints
      *    return from the register.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPLAPI.

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

      * Get the COMPLAINT DB2 copybook
           EXEC SQL
             INCLUDE CMPLDB2
           END-EXEC.

      * Get the CUSTOMER_DATA DB2 copybook
           EXEC SQL
             INCLUDE CUSTDB2
           END-EXEC.

      * Get the CONSENT DB2 copybook
           EXEC SQL
             INCLUDE CONSTDB2
           END-EXEC.

      * Get the DISPUTE DB2 copybook
           EXEC SQL
             INCLUDE DISPDB2
           END-EXEC.

      *    Declare the PROCTRAN table, matching the 9-byte account
      *    number and DATE/TIME column types PROLOAD/PROARCH already
      *    use against the current schema.
           EXEC SQL DECLARE PROCTRAN TABLE
              (
               PROCTRAN_EYECATCHER             CHAR(4),
               PROCTRAN_SORTCODE               CHAR(6) NOT NULL,
               PROCTRAN_NUMBER                 CHAR(9) NOT NULL,
               PROCTRAN_DATE                   DATE,
               PROCTRAN_TIME                   CHAR(6),
               PROCTRAN_REF                    CHAR(12),
               PROCTRAN_TYPE                   CHAR(3),
               PROCTRAN_DESC                   CHAR(40),
               PROCTRAN_AMOUNT                 DECIMAL(12, 2),
               PROCTRAN_CONSENT_ID             INTEGER NOT NULL,
               PROCTRAN_COUNTER_ACC_NO         CHAR(9)
              )
           END-EXEC.

      *    Declare the ACCOUNT table, matching the 9-byte account
      *    number the current schema carries.
           EXEC SQL DECLARE ACCOUNT TABLE
              ( ACCOUNT_EYECATCHER             CHAR(4),
                ACCOUNT_CUSTOMER_NUMBER        CHAR(10),
                ACCOUNT_SORTCODE               CHAR(6) NOT NULL,
                ACCOUNT_NUMBER                 CHAR(9) NOT NULL,
                ACCOUNT_TYPE                   CHAR(8),
                ACCOUNT_INTEREST_RATE          DECIMAL(4, 2),
                ACCOUNT_OPENED                 DATE,
                ACCOUNT_OVERDRAFT_LIMIT        INTEGER,
                ACCOUNT_LAST_STATEMENT         DATE,
                ACCOUNT_NEXT_STATEMENT         DATE,
                ACCOUNT_AVAILABLE_BALANCE      DECIMAL(10, 2),
                ACCOUNT_ACTUAL_BALANCE         DECIMAL(10, 2) )
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      * COMPLAINT host variables for DB2
       01 HOST-COMPLAINT-ROW.
          10 HV-CMP-ID                  PIC S9(9) COMP.
          10 HV-CMP-CUSTOMER            PIC X(10).
          10 HV-CMP-CATEGORY            PIC X(4).
          10 HV-CMP-ROOT-CAUSE          PIC X(4).
          10 HV-CMP-SORTCODE            PIC X(6).
          10 HV-CMP-NUMBER              PIC X(9).
          10 HV-CMP-CONSENT-ID          PIC S9(9) COMP.
          10 HV-CMP-DISPUTE-REF         PIC X(12).
          10 HV-CMP-SUMMARY             PIC X(60).
          10 HV-CMP-STATUS              PIC X(1).
          10 HV-CMP-RECEIVED-DATE       PIC X(10).
          10 HV-CMP-SRC-DUE             PIC X(10).
          10 HV-CMP-FINAL-DUE           PIC X(10).
          10 HV-CMP-ACK-DATE            PIC X(10).
          10 HV-CMP-CLOSED-DATE         PIC X(10).
          10 HV-CMP-OUTCOME             PIC X(1).
          10 HV-CMP-REDRESS             PIC S9(10)V99 COMP-3.
          10 HV-CMP-REDRESS-SORTCODE    PIC X(6).
          10 HV-CMP-REDRESS-NUMBER      PIC X(9).
          10 HV-CMP-OPERATOR            PIC X(8).

      *    Null indicators for the columns only the later steps fill
       01 HOST-COMPLAINT-NULLS.
          10 NI-CMP-ACK-DATE            PIC S9(4) COMP.
          10 NI-CMP-CLOSED-DATE         PIC S9(4) COMP.
          10 NI-CMP-OUTCOME             PIC S9(4) COMP.
          10 NI-CMP-REDRESS             PIC S9(4) COMP.

      * PROCTRAN host variables for the redress posting
       01 HOST-PROCTRAN-ROW.
          10 HV-PROCTRAN-REF            PIC X(12).
          10 HV-PROCTRAN-TIME           PIC X(6).
          10 HV-PROCTRAN-DESC           PIC X(40).
          10 HV-POST-AMOUNT             PIC S9(10)V99 COMP-3.

       01 HV-LINK-COUNT                 PIC S9(9) COMP.
       01 HV-CLOCK-DATE                 PIC X(10).
       01 HV-TODAY                      PIC X(10).
       01 WS-CURR-TIMESTAMP             PIC X(26).

      *    The regulatory clocks: business days for a summary
      *    resolution, calendar days for the final response.
       01 WS-SRC-BUSINESS-DAYS          PIC S9(4) COMP VALUE 3.
       01 WS-FINAL-RESPONSE-DAYS        PIC S9(4) COMP VALUE 56.

       01 WS-BEFORE-STATE               PIC X(20).
       01 WS-CMP-ID-DISPLAY             PIC 9(9).

      *  Business-day lookup via the shared GETBDAY routine, so the
      *  summary-resolution clock skips weekends and holidays.
       01 WS-BDAY-PGM                   PIC X(8) VALUE 'GETBDAY'.
       01 WS-BDAY-COMMAREA.
          COPY GETBDAY.

      *  Customer numbers given to us are resolved through any merge
      *  before the complaint is registered.
       01 WS-CUSTRES-PGM                PIC X(8) VALUE 'CUSTRES'.
       01 WS-CUSTRES-PARMS.
           COPY CUSTRES.

       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP               PIC S9(8) COMP VALUE 0.
          03 WS-CICS-RESP2              PIC S9(8) COMP VALUE 0.

      *    Shared operator-action audit (see OPSAUDIT): one LINK per
      *    complaint state change, in this task's unit of work.
       01 WS-OPSAUDIT-PGM               PIC X(8) VALUE 'OPSAUDIT'.
       01 WS-OPSAUDIT-COMMAREA.
          COPY OPSAUDIT.

      *    Operator entitlement check (see ENTCHK): the operator must
      *    hold CMP-ACK or CMP-FINAL for the change, paying redress
      *    within their authority limit for the sum.
       01 WS-ENTCHK-PGM                 PIC X(8) VALUE 'ENTCHK'.
       01 WS-ENTCHK-PARMS.
          COPY ENTCHK.

      *    Redress is awarded in sterling; ACCFXCNV prices it onto
      *    a currency account in the account's own currency.
       01 WS-ACCFXCNV-PGM               PIC X(8) VALUE 'ACCFXCNV'.
       01 WS-ACCFXCNV-PARMS.
          COPY ACCFXCNV.

       LOCAL-STORAGE SECTION.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY CMPLAPI.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.

           MOVE 0      TO CMA-RETURN-CD.
           MOVE SPACES TO CMA-ERROR-MSG.

           EXEC SQL
              SELECT CURRENT TIMESTAMP, CURRENT DATE
              INTO :WS-CURR-TIMESTAMP, :HV-TODAY
              FROM SYSIBM.SYSDUMMY1
           END-EXEC

           EVALUATE CMA-REQ
              WHEN 'R'
                 PERFORM REGISTER-COMPLAINT
              WHEN 'A'
                 PERFORM ACKNOWLEDGE-COMPLAINT
              WHEN 'F'
                 PERFORM FINAL-RESPONSE
              WHEN 'G'
                 PERFORM GET-COMPLAINT
              WHEN OTHER
                 MOVE  8  TO CMA-RETURN-CD
                 MOVE  'INVALID COMPLAINT REQ, VALID VALS-R,A,F,G'
                          TO CMA-ERROR-MSG
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       A999.
           EXIT.

      *
      *    Register a complaint.  The customer is resolved through
      *    any merge and must exist; each link given must name a
      *    real account, consent or dispute.  The clocks run from
      *    the day received, which may be earlier than today when
      *    the complaint arrived by post or at a branch.
      *
       REGISTER-COMPLAINT SECTION.
       RGC010.

           IF CMA-CUSTOMER = SPACES
              OR CMA-SUMMARY = SPACES
              MOVE  10  TO CMA-RETURN-CD
              MOVE  'CUSTOMER AND COMPLAINT SUMMARY REQUIRED'
                          TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF NOT CMA-CATEGORY-VALID
              MOVE  10  TO CMA-RETURN-CD
              MOVE  'INVALID COMPLAINT CATEGORY'
                          TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE CMA-CUSTOMER  TO CRS-CUSTOMER.
           CALL WS-CUSTRES-PGM USING WS-CUSTRES-PARMS.

           IF CRS-RETURN-CD NOT = 0 AND CRS-RETURN-CD NOT = 4
              MOVE CRS-RETURN-CD TO CMA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT FROM CUSTOMER_ALIAS'
                   TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE CRS-SURVIVOR  TO HV-CMP-CUSTOMER.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-LINK-COUNT
              FROM   CUSTOMER_DATA
              WHERE  CUST_NUMBER = :HV-CMP-CUSTOMER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO CMA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT FROM CUSTOMER_DATA'
                   TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF HV-LINK-COUNT = 0
              MOVE  13  TO CMA-RETURN-CD
              MOVE  'NO SUCH CUSTOMER'
                          TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE SPACES TO HV-CMP-SORTCODE.
           MOVE SPACES TO HV-CMP-NUMBER.

           IF CMA-SORTCODE NOT = SPACES
              AND CMA-ACCOUNT-NO NOT = SPACES
              MOVE CMA-SORTCODE   TO HV-CMP-SORTCODE
              MOVE '0'            TO HV-CMP-NUMBER(1:1)
              MOVE CMA-ACCOUNT-NO TO HV-CMP-NUMBER(2:8)
              EXEC SQL
                 SELECT COUNT(*)
                 INTO   :HV-LINK-COUNT
                 FROM   ACCOUNT
                 WHERE  ACCOUNT_SORTCODE = :HV-CMP-SORTCODE
                 AND    ACCOUNT_NUMBER   = :HV-CMP-NUMBER
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE  TO CMA-RETURN-CD
                 MOVE 'DATABASE ERROR - WHEN SELECT FROM ACCOUNT'
                      TO CMA-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF
              IF HV-LINK-COUNT = 0
                 MOVE  13  TO CMA-RETURN-CD
                 MOVE  'NO SUCH ACCOUNT'
                             TO CMA-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF
           END-IF.

           IF CMA-CONSENT-ID IS NOT NUMERIC
              MOVE 0 TO CMA-CONSENT-ID
           END-IF.
           MOVE CMA-CONSENT-ID TO HV-CMP-CONSENT-ID.

           IF HV-CMP-CONSENT-ID NOT = 0
              EXEC SQL
                 SELECT COUNT(*)
                 INTO   :HV-LINK-COUNT
                 FROM   CONSENT
                 WHERE  CONSENT_ID = :HV-CMP-CONSENT-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE  TO CMA-RETURN-CD
                 MOVE 'DATABASE ERROR - WHEN SELECT FROM CONSENT'
                      TO CMA-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF
              IF HV-LINK-COUNT = 0
                 MOVE  13  TO CMA-RETURN-CD
                 MOVE  'NO SUCH CONSENT'
                             TO CMA-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF
           END-IF.

           MOVE CMA-DISPUTE-REF TO HV-CMP-DISPUTE-REF.

           IF HV-CMP-DISPUTE-REF NOT = SPACES
              EXEC SQL
                 SELECT COUNT(*)
                 INTO   :HV-LINK-COUNT
                 FROM   DISPUTE
                 WHERE  END_TO_END_ID = :HV-CMP-DISPUTE-REF
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE  TO CMA-RETURN-CD
                 MOVE 'DATABASE ERROR - WHEN SELECT FROM DISPUTE'
                      TO CMA-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF
              IF HV-LINK-COUNT = 0
                 MOVE  13  TO CMA-RETURN-CD
                 MOVE  'NO SUCH DISPUTE'
                             TO CMA-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF
           END-IF.

           IF CMA-RECEIVED-DATE = SPACES
              MOVE HV-TODAY TO HV-CMP-RECEIVED-DATE
           ELSE
              MOVE CMA-RECEIVED-DATE TO HV-CMP-RECEIVED-DATE
              EXEC SQL
                 SELECT CHAR(DATE(:HV-CMP-RECEIVED-DATE), ISO)
                 INTO   :HV-CMP-RECEIVED-DATE
                 FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 OR HV-CMP-RECEIVED-DATE > HV-TODAY
                 MOVE  10  TO CMA-RETURN-CD
                 MOVE  'RECEIVED DATE INVALID OR IN THE FUTURE'
                             TO CMA-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF
           END-IF.

           MOVE HV-CMP-RECEIVED-DATE TO HV-CLOCK-DATE.
           PERFORM ADVANCE-ONE-BUSINESS-DAY WS-SRC-BUSINESS-DAYS TIMES.
           MOVE HV-CLOCK-DATE TO HV-CMP-SRC-DUE.

           EXEC SQL
              SELECT CHAR(DATE(:HV-CMP-RECEIVED-DATE)
                          + :WS-FINAL-RESPONSE-DAYS DAYS, ISO)
              INTO   :HV-CMP-FINAL-DUE
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO CMA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN WORKING OUT THE DEADLINE'
                   TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EXEC SQL
              SELECT COALESCE(MAX(CMP_ID), 0) + 1
              INTO   :HV-CMP-ID
              FROM   COMPLAINT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO CMA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN KEYING COMPLAINT'
                   TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE CMA-CATEGORY TO HV-CMP-CATEGORY.
           MOVE CMA-SUMMARY  TO HV-CMP-SUMMARY.
           MOVE CMA-OPERATOR TO HV-CMP-OPERATOR.

           EXEC SQL
                INSERT INTO COMPLAINT
                (
                  CMP_ID             ,
                  CMP_CUSTOMER       ,
                  CMP_CATEGORY       ,
                  CMP_ROOT_CAUSE     ,
                  CMP_SORTCODE       ,
                  CMP_NUMBER         ,
                  CMP_CONSENT_ID     ,
                  CMP_DISPUTE_REF    ,
                  CMP_SUMMARY        ,
                  CMP_STATUS         ,
                  CMP_RECEIVED_DATE  ,
                  CMP_SRC_DUE        ,
                  CMP_FINAL_DUE      ,
                  CMP_OPERATOR       ,
                  CMP_LAST_UPDATE_TS
                )
                VALUES
                (
                  :HV-CMP-ID             ,
                  :HV-CMP-CUSTOMER       ,
                  :HV-CMP-CATEGORY       ,
                  'NONE'                 ,
                  :HV-CMP-SORTCODE       ,
                  :HV-CMP-NUMBER         ,
                  :HV-CMP-CONSENT-ID     ,
                  :HV-CMP-DISPUTE-REF    ,
                  :HV-CMP-SUMMARY        ,
                  'O'                    ,
                  :HV-CMP-RECEIVED-DATE  ,
                  :HV-CMP-SRC-DUE        ,
                  :HV-CMP-FINAL-DUE      ,
                  :HV-CMP-OPERATOR       ,
                  :WS-CURR-TIMESTAMP
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO CMA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN INSERT TO COMPLAINT'
                   TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE HV-CMP-ID      TO CMA-COMPLAINT-ID.
           MOVE 'CMP-REGISTER' TO OPA-ACTION.
           MOVE SPACES         TO OPA-BEFORE-STATE.
           MOVE 'OPEN'         TO OPA-AFTER-STATE.
           PERFORM RECORD-OPS-AUDIT.

           PERFORM GET-COMPLAINT.

       RGC999.
           EXIT.

      *
      *    The complainant has been told the complaint is being
      *    looked into.  Acknowledging does not stop either clock.
      *
       ACKNOWLEDGE-COMPLAINT SECTION.
       AKC010.

           PERFORM READ-COMPLAINT-ROW.

           MOVE 'CMP-ACK'      TO ENT-FUNCTION.
           MOVE 'N'            TO ENT-AMOUNT-FLAG.
           MOVE 0              TO ENT-AMOUNT.
           PERFORM CHECK-ENTITLEMENT.

           EXEC SQL
                UPDATE COMPLAINT
                SET    CMP_STATUS         = 'A',
                       CMP_ACK_DATE       = :HV-TODAY,
                       CMP_OPERATOR       = :CMA-OPERATOR,
                       CMP_LAST_UPDATE_TS = :WS-CURR-TIMESTAMP
                WHERE  CMP_ID             = :HV-CMP-ID
                AND    CMP_STATUS         = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE  12  TO CMA-RETURN-CD
              MOVE  'COMPLAINT STATE DOES NOT ALLOW THIS CHANGE'
                          TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'CMP-ACK'      TO OPA-ACTION.
           MOVE 'OPEN'         TO OPA-BEFORE-STATE.
           MOVE 'ACKNOWLEDGED' TO OPA-AFTER-STATE.
           PERFORM RECORD-OPS-AUDIT.

           PERFORM GET-COMPLAINT.

       AKC999.
           EXIT.

      *
      *    Final response: the outcome and root cause are recorded
      *    and the complaint closed.  A summary resolution is only
      *    open to a complaint settled by its third business day.
      *    Redress is credited to the account named, or to the
      *    account the complaint concerns, as a 'CMP' entry.
      *
       FINAL-RESPONSE SECTION.
       FRS010.

           PERFORM READ-COMPLAINT-ROW.

           IF HV-CMP-STATUS NOT = 'O'
              AND HV-CMP-STATUS NOT = 'A'
              MOVE  12  TO CMA-RETURN-CD
              MOVE  'COMPLAINT STATE DOES NOT ALLOW THIS CHANGE'
                          TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF NOT CMA-OUTCOME-VALID
              MOVE  10  TO CMA-RETURN-CD
              MOVE  'INVALID OUTCOME, VALID VALS-U,P,N,S'
                          TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF CMA-ROOT-CAUSE = SPACES
              MOVE 'NONE' TO CMA-ROOT-CAUSE
           END-IF.

           IF NOT CMA-ROOT-CAUSE-VALID
              MOVE  10  TO CMA-RETURN-CD
              MOVE  'INVALID ROOT CAUSE'
                          TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF (CMA-OUTCOME = 'U' OR CMA-OUTCOME = 'P')
              AND CMA-ROOT-CAUSE = 'NONE'
              MOVE  10  TO CMA-RETURN-CD
              MOVE  'ROOT CAUSE REQUIRED FOR AN UPHELD COMPLAINT'
                          TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF CMA-OUTCOME = 'S'
              AND HV-TODAY > HV-CMP-SRC-DUE
              MOVE  15  TO CMA-RETURN-CD
              MOVE  'SUMMARY RESOLUTION PAST THE THIRD BUSINESS DAY'
                          TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF CMA-REDRESS IS NOT NUMERIC
              OR CMA-REDRESS < 0
              MOVE  10  TO CMA-RETURN-CD
              MOVE  'REDRESS AMOUNT INVALID'
                          TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'CMP-FINAL'    TO ENT-FUNCTION.
           MOVE 'Y'            TO ENT-AMOUNT-FLAG.
           MOVE CMA-REDRESS    TO ENT-AMOUNT.
           PERFORM CHECK-ENTITLEMENT.

           MOVE CMA-REDRESS TO HV-CMP-REDRESS.
           MOVE SPACES      TO HV-CMP-REDRESS-SORTCODE.
           MOVE SPACES      TO HV-CMP-REDRESS-NUMBER.

           IF HV-CMP-REDRESS > 0
              PERFORM PAY-REDRESS
           END-IF.

           MOVE HV-CMP-STATUS TO WS-BEFORE-STATE.

           EXEC SQL
                UPDATE COMPLAINT
                SET    CMP_STATUS           = 'C',
                       CMP_CLOSED_DATE      = :HV-TODAY,
                       CMP_OUTCOME          = :CMA-OUTCOME,
                       CMP_ROOT_CAUSE       = :CMA-ROOT-CAUSE,
                       CMP_REDRESS          = :HV-CMP-REDRESS,
                       CMP_REDRESS_SORTCODE = :HV-CMP-REDRESS-SORTCODE,
                       CMP_REDRESS_NUMBER   = :HV-CMP-REDRESS-NUMBER,
                       CMP_OPERATOR         = :CMA-OPERATOR,
                       CMP_LAST_UPDATE_TS   = :WS-CURR-TIMESTAMP
                WHERE  CMP_ID               = :HV-CMP-ID
                AND    CMP_STATUS IN ('O', 'A')
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE  12  TO CMA-RETURN-CD
              MOVE  'COMPLAINT STATE DOES NOT ALLOW THIS CHANGE'
                          TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'CMP-FINAL'    TO OPA-ACTION.
           IF WS-BEFORE-STATE = 'O'
              MOVE 'OPEN'         TO OPA-BEFORE-STATE
           ELSE
              MOVE 'ACKNOWLEDGED' TO OPA-BEFORE-STATE
           END-IF.
           MOVE SPACES         TO OPA-AFTER-STATE.
           STRING 'CLOSED ' DELIMITED BY SIZE,
                  CMA-OUTCOME DELIMITED BY SIZE
                  INTO OPA-AFTER-STATE
           END-STRING.
           PERFORM RECORD-OPS-AUDIT.

           PERFORM GET-COMPLAINT.

       FRS999.
           EXIT.

      *
      *    The operator must hold the function the caller has set
      *    in ENT-FUNCTION, with the authority for ENT-AMOUNT where
      *    it carries one, before the complaint is touched.  A
      *    refusal, or a check that could not be made, is audited
      *    like any other state change and ends the request.
      *
       CHECK-ENTITLEMENT SECTION.
       CEN010.

           MOVE CMA-OPERATOR TO ENT-OPERATOR.

           CALL WS-ENTCHK-PGM USING WS-ENTCHK-PARMS.

           IF ENT-RETURN-CD = 0 AND ENT-RESULT = 'Y'
              GO TO CEN999
           END-IF.

           INITIALIZE WS-OPSAUDIT-COMMAREA.
           MOVE ENT-FUNCTION      TO OPA-ACTION.
           EVALUATE HV-CMP-STATUS
              WHEN 'O'
                 MOVE 'OPEN'         TO OPA-BEFORE-STATE
              WHEN 'A'
                 MOVE 'ACKNOWLEDGED' TO OPA-BEFORE-STATE
              WHEN OTHER
                 MOVE 'CLOSED'       TO OPA-BEFORE-STATE
           END-EVALUATE.

           IF ENT-RETURN-CD = 0 AND ENT-RESULT = 'L'
              MOVE 'REFUSED-OVER-LIMIT'   TO OPA-AFTER-STATE
              MOVE  17  TO CMA-RETURN-CD
              MOVE  'AMOUNT EXCEEDS OPERATOR AUTHORITY LIMIT'
                          TO CMA-ERROR-MSG
           ELSE
              MOVE 'REFUSED-NOT-ENTITLED' TO OPA-AFTER-STATE
              MOVE  16  TO CMA-RETURN-CD
              MOVE  'OPERATOR NOT ENTITLED TO THIS CHANGE'
                          TO CMA-ERROR-MSG
           END-IF.

           PERFORM RECORD-OPS-AUDIT.

           PERFORM GET-ME-OUT-OF-HERE.

       CEN999.
           EXIT.

      *
      *    Credit the redress.  The account must be on our book; the
      *    complaint's id goes into PROCTRAN_REF so the entry traces
      *    back to the complaint.
      *
       PAY-REDRESS SECTION.
       PRD010.

           IF CMA-REDRESS-SORTCODE NOT = SPACES
              AND CMA-REDRESS-ACCOUNT-NO NOT = SPACES
              MOVE CMA-REDRESS-SORTCODE   TO HV-CMP-REDRESS-SORTCODE
              MOVE '0'                    TO
                   HV-CMP-REDRESS-NUMBER(1:1)
              MOVE CMA-REDRESS-ACCOUNT-NO TO
                   HV-CMP-REDRESS-NUMBER(2:8)
           ELSE
              MOVE HV-CMP-SORTCODE        TO HV-CMP-REDRESS-SORTCODE
              MOVE HV-CMP-NUMBER          TO HV-CMP-REDRESS-NUMBER
           END-IF.

           IF HV-CMP-REDRESS-NUMBER = SPACES
              MOVE  14  TO CMA-RETURN-CD
              MOVE  'ACCOUNT TO PAY THE REDRESS TO REQUIRED'
                          TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-LINK-COUNT
              FROM   ACCOUNT
              WHERE  ACCOUNT_SORTCODE = :HV-CMP-REDRESS-SORTCODE
              AND    ACCOUNT_NUMBER   = :HV-CMP-REDRESS-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO CMA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT FROM ACCOUNT'
                   TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF HV-LINK-COUNT = 0
              MOVE  14  TO CMA-RETURN-CD
              MOVE  'REDRESS ACCOUNT IS NOT ON OUR BOOK'
                          TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE HV-CMP-ID TO WS-CMP-ID-DISPLAY.
           MOVE 'CMP'             TO HV-PROCTRAN-REF(1:3).
           MOVE WS-CMP-ID-DISPLAY TO HV-PROCTRAN-REF(4:9).
           MOVE SPACES            TO HV-PROCTRAN-DESC.
           STRING 'COMPLAINT REDRESS ' DELIMITED BY SIZE,
                  WS-CMP-ID-DISPLAY DELIMITED BY SIZE
                  INTO HV-PROCTRAN-DESC
           END-STRING.

           MOVE WS-CURR-TIMESTAMP(12:2) TO HV-PROCTRAN-TIME(1:2).
           MOVE WS-CURR-TIMESTAMP(15:2) TO HV-PROCTRAN-TIME(3:2).
           MOVE WS-CURR-TIMESTAMP(18:2) TO HV-PROCTRAN-TIME(5:2).

           MOVE 'P'                     TO AFX-REQUEST.
           MOVE HV-CMP-REDRESS-SORTCODE TO AFX-SORTCODE.
           MOVE HV-CMP-REDRESS-NUMBER   TO AFX-NUMBER.
           MOVE 'GBP'                   TO AFX-TXN-CURRENCY.
           MOVE HV-CMP-REDRESS          TO AFX-TXN-AMOUNT.
           MOVE 'CMPLAPI'               TO AFX-SOURCE.
           CALL WS-ACCFXCNV-PGM USING WS-ACCFXCNV-PARMS.

           IF AFX-RETURN-CD NOT = 0
              MOVE AFX-RETURN-CD TO CMA-RETURN-CD
              MOVE 'UNABLE TO PRICE REDRESS INTO THE ACCOUNT CURRENCY'
                   TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE AFX-POST-AMOUNT TO HV-POST-AMOUNT.

           EXEC SQL
                INSERT INTO PROCTRAN
                (
                  PROCTRAN_EYECATCHER     ,
                  PROCTRAN_SORTCODE       ,
                  PROCTRAN_NUMBER         ,
                  PROCTRAN_DATE           ,
                  PROCTRAN_TIME           ,
                  PROCTRAN_REF            ,
                  PROCTRAN_TYPE           ,
                  PROCTRAN_DESC           ,
                  PROCTRAN_AMOUNT         ,
                  PROCTRAN_CONSENT_ID     ,
                  PROCTRAN_COUNTER_ACC_NO
                )
                VALUES
                (
                  'PRTR'                   ,
                  :HV-CMP-REDRESS-SORTCODE ,
                  :HV-CMP-REDRESS-NUMBER   ,
                  CURRENT DATE             ,
                  :HV-PROCTRAN-TIME        ,
                  :HV-PROCTRAN-REF         ,
                  'CMP'                    ,
                  :HV-PROCTRAN-DESC        ,
                  :HV-POST-AMOUNT          ,
                  0                        ,
                  '000000000'
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO CMA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN INSERT TO PROCTRAN'
                   TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'CMP'          TO PCT-TYPE.
           MOVE HV-POST-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
                          ACCOUNT_ACTUAL_BALANCE
                             + :HV-POST-AMOUNT,
                       ACCOUNT_AVAILABLE_BALANCE =
                          ACCOUNT_AVAILABLE_BALANCE
                             + :HV-POST-AMOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-CMP-REDRESS-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-CMP-REDRESS-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO CMA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN UPDATE TO ACCOUNT'
                   TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       PRD999.
           EXIT.

      *
      *    Move the clock on to the next working day: the calendar
      *    day after, rolled past weekends and holidays by GETBDAY.
      *    A GETBDAY failure leaves the calendar day standing, so
      *    the deadline errs early rather than late.
      *
       ADVANCE-ONE-BUSINESS-DAY SECTION.
       AOB010.

           EXEC SQL
              SELECT CHAR(DATE(:HV-CLOCK-DATE) + 1 DAY, ISO)
              INTO   :HV-CLOCK-DATE
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO CMA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN WORKING OUT THE DEADLINE'
                   TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           INITIALIZE WS-BDAY-COMMAREA.
           MOVE HV-CLOCK-DATE TO BDAY-DATE-IN.

           EXEC CICS LINK
              PROGRAM(WS-BDAY-PGM)
              COMMAREA(WS-BDAY-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR BDAY-RETURN-CD NOT = 0
              GO TO AOB999
           END-IF.

           MOVE BDAY-DATE-OUT TO HV-CLOCK-DATE.

       AOB999.
           EXIT.

       READ-COMPLAINT-ROW SECTION.
       RCR010.

           IF CMA-COMPLAINT-ID IS NOT NUMERIC
              OR CMA-COMPLAINT-ID = 0
              MOVE  11  TO CMA-RETURN-CD
              MOVE  'COMPLAINT ID REQUIRED'
                          TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE CMA-COMPLAINT-ID TO HV-CMP-ID.

           EXEC SQL
              SELECT CMP_CUSTOMER,
                     CMP_CATEGORY,
                     CMP_ROOT_CAUSE,
                     CMP_SORTCODE,
                     CMP_NUMBER,
                     CMP_CONSENT_ID,
                     CMP_DISPUTE_REF,
                     CMP_SUMMARY,
                     CMP_STATUS,
                     CHAR(CMP_RECEIVED_DATE, ISO),
                     CHAR(CMP_SRC_DUE, ISO),
                     CHAR(CMP_FINAL_DUE, ISO),
                     CHAR(CMP_ACK_DATE, ISO),
                     CHAR(CMP_CLOSED_DATE, ISO),
                     CMP_OUTCOME,
                     CMP_REDRESS
              INTO   :HV-CMP-CUSTOMER,
                     :HV-CMP-CATEGORY,
                     :HV-CMP-ROOT-CAUSE,
                     :HV-CMP-SORTCODE,
                     :HV-CMP-NUMBER,
                     :HV-CMP-CONSENT-ID,
                     :HV-CMP-DISPUTE-REF,
                     :HV-CMP-SUMMARY,
                     :HV-CMP-STATUS,
                     :HV-CMP-RECEIVED-DATE,
                     :HV-CMP-SRC-DUE,
                     :HV-CMP-FINAL-DUE,
                     :HV-CMP-ACK-DATE    :NI-CMP-ACK-DATE,
                     :HV-CMP-CLOSED-DATE :NI-CMP-CLOSED-DATE,
                     :HV-CMP-OUTCOME     :NI-CMP-OUTCOME,
                     :HV-CMP-REDRESS     :NI-CMP-REDRESS
              FROM   COMPLAINT
              WHERE  CMP_ID = :HV-CMP-ID
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE  11  TO CMA-RETURN-CD
                 MOVE  'NO SUCH COMPLAINT'
                             TO CMA-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
              WHEN OTHER
                 MOVE SQLCODE  TO CMA-RETURN-CD
                 MOVE 'DATABASE ERROR - WHEN SELECT FROM COMPLAINT'
                      TO CMA-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
           END-EVALUATE.

           IF NI-CMP-ACK-DATE < 0
              MOVE SPACES TO HV-CMP-ACK-DATE
           END-IF.
           IF NI-CMP-CLOSED-DATE < 0
              MOVE SPACES TO HV-CMP-CLOSED-DATE
           END-IF.
           IF NI-CMP-OUTCOME < 0
              MOVE SPACES TO HV-CMP-OUTCOME
           END-IF.
           IF NI-CMP-REDRESS < 0
              MOVE 0 TO HV-CMP-REDRESS
           END-IF.

       RCR999.
           EXIT.

       GET-COMPLAINT SECTION.
       GCP010.

           PERFORM READ-COMPLAINT-ROW.

           MOVE HV-CMP-CUSTOMER      TO CMA-CUSTOMER.
           MOVE HV-CMP-CATEGORY      TO CMA-CATEGORY.
           MOVE HV-CMP-ROOT-CAUSE    TO CMA-ROOT-CAUSE.
           MOVE HV-CMP-SORTCODE      TO CMA-SORTCODE.
           MOVE HV-CMP-NUMBER(2:8)   TO CMA-ACCOUNT-NO.
           MOVE HV-CMP-CONSENT-ID    TO CMA-CONSENT-ID.
           MOVE HV-CMP-DISPUTE-REF   TO CMA-DISPUTE-REF.
           MOVE HV-CMP-SUMMARY       TO CMA-SUMMARY.
           MOVE HV-CMP-STATUS        TO CMA-STATUS.
           MOVE HV-CMP-RECEIVED-DATE TO CMA-RECEIVED-DATE.
           MOVE HV-CMP-SRC-DUE       TO CMA-SRC-DUE.
           MOVE HV-CMP-FINAL-DUE     TO CMA-FINAL-DUE.
           MOVE HV-CMP-ACK-DATE      TO CMA-ACK-DATE.
           MOVE HV-CMP-CLOSED-DATE   TO CMA-CLOSED-DATE.
           MOVE HV-CMP-OUTCOME       TO CMA-OUTCOME.
           MOVE HV-CMP-REDRESS       TO CMA-REDRESS.

       GCP999.
           EXIT.

      *
      *    Cut the OPS_AUDIT row for the state change just made.  A
      *    failure writing the row is reported on the task log and
      *    the change itself stands.
      *
       RECORD-OPS-AUDIT SECTION.
       ROA010.

           MOVE 'CMPLAPI'           TO OPA-PROGRAM.
           MOVE HV-CMP-ID           TO WS-CMP-ID-DISPLAY.
           MOVE WS-CMP-ID-DISPLAY   TO OPA-KEY.
           MOVE CMA-OPERATOR        TO OPA-OPERATOR.

           EXEC CICS LINK
              PROGRAM(WS-OPSAUDIT-PGM)
              COMMAREA(WS-OPSAUDIT-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR OPA-RETURN-CD NOT = 0
              DISPLAY 'OPS_AUDIT row could not be written for '
                      'CMPLAPI ' OPA-ACTION ' ' OPA-KEY
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

           MOVE 'CMPLAPI'  TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO CMA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN CLAIMING POSTING CONTROL'
                   TO CMA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       RPC999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.

           EXEC CICS RETURN
           END-EXEC.

           GOBACK.

       GMOOH999.
           EXIT.
