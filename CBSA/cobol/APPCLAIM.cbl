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
      *    Authorised push payment scam claims.  A claim is keyed on
      *    the END_TO_END_ID of the outbound payment the customer was
      *    tricked into making; logging one verifies the payment is
      *    in the ledger and inside the claim window, and starts a
      *    decision clock counted in business days on the GETBDAY
      *    calendar.  Reimbursement pays the customer the claim up
      *    to the reimbursement limit, less the excess (waived for a
      *    vulnerable customer), as an 'APP' ledger entry funded from
      *    the APP reimbursement account, and splits the liability
      *    50/50 with the receiving bank: its half is raised as a
      *    recovery request on APP_RECOVERY, which the APPXCHG batch
      *    sends in the claims-exchange file.  APPAGE reports the
      *    open claims against their deadlines.  Disputes about a
      *    ledger entry itself stay with DISPAPI.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPCLAIM.

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

      * Get the APP_CLAIM DB2 copybook
           EXEC SQL
             INCLUDE APPCDB2
           END-EXEC.

      * Get the CONSENT DB2 copybook
           EXEC SQL
             INCLUDE CONSTDB2
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
                ACCOUNT_ACTUAL_BALANCE         DECIMAL(10, 2),
                ACCOUNT_CURRENCY_CD            CHAR(3) )
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      * APP_CLAIM host variables for DB2
       01 HOST-APP-CLAIM-ROW.
          10 HV-APP-END-TO-END-ID       PIC X(12).
          10 HV-APP-STATUS              PIC X(1).
          10 HV-APP-SORTCODE            PIC X(6).
          10 HV-APP-NUMBER              PIC X(9).
          10 HV-APP-CUSTOMER            PIC X(10).
          10 HV-APP-PAYMENT-AMOUNT      PIC S9(10)V99 COMP-3.
          10 HV-APP-CLAIM-AMOUNT        PIC S9(10)V99 COMP-3.
          10 HV-APP-VULNERABLE          PIC X(1).
          10 HV-APP-RECV-SORTCODE       PIC X(6).
          10 HV-APP-LOGGED-DATE         PIC X(10).
          10 HV-APP-DECISION-DUE        PIC X(10).
          10 HV-APP-REIMBURSED          PIC S9(10)V99 COMP-3.
          10 HV-APP-EXCESS              PIC S9(10)V99 COMP-3.
          10 HV-APP-OUR-SHARE           PIC S9(10)V99 COMP-3.
          10 HV-APP-RECV-SHARE          PIC S9(10)V99 COMP-3.
          10 HV-APP-OPERATOR            PIC X(8).

      *    The scheme reimburses sterling payments only; a claim on
      *    a currency account is refused when it is logged.
       01 HV-ACCOUNT-CURRENCY           PIC X(3).

      *    Null indicators for the columns only a decision fills
       01 HOST-APP-CLAIM-NULLS.
          10 NI-APP-REIMBURSED          PIC S9(4) COMP.
          10 NI-APP-OUR-SHARE           PIC S9(4) COMP.
          10 NI-APP-RECV-SHARE          PIC S9(4) COMP.

      * PROCTRAN host variables for the claimed payment and postings
       01 HOST-PROCTRAN-ROW.
          10 HV-PROCTRAN-SORTCODE       PIC X(6).
          10 HV-PROCTRAN-NUMBER         PIC X(9).
          10 HV-PROCTRAN-AMOUNT         PIC S9(10)V99 COMP-3.
          10 HV-PROCTRAN-DATE           PIC X(10).
          10 HV-PROCTRAN-TIME           PIC X(6).
          10 HV-PROCTRAN-DESC           PIC X(40).
          10 HV-POST-SORTCODE           PIC X(6).
          10 HV-POST-NUMBER             PIC X(9).
          10 HV-POSTING-AMOUNT          PIC S9(10)V99 COMP-3.

       01 HV-CREDIT-AC                  PIC X(16).
       01 HV-WINDOW-START               PIC X(10).
       01 HV-CLOCK-DATE                 PIC X(10).
       01 HV-TODAY                      PIC X(10).
       01 WS-CURR-TIMESTAMP             PIC X(26).

      *    Our own sort code: a payment to another of our customers
      *    leaves both halves of the liability with us.
           COPY SORTCODE.

      *    The reimbursement rules: the most one claim reimburses,
      *    the most excess that may be deducted from it, the
      *    business days a claim must be decided in - and the longer
      *    limit once the clock has been stopped for information -
      *    and how far back a payment may be claimed.
       01 WS-APP-LIMIT                  PIC S9(10)V99 COMP-3
                                        VALUE 85000.00.
       01 WS-APP-EXCESS                 PIC S9(10)V99 COMP-3
                                        VALUE 100.00.
       01 WS-CLOCK-DAYS                 PIC S9(4) COMP VALUE 5.
       01 WS-EXTENDED-CLOCK-DAYS        PIC S9(4) COMP VALUE 35.
       01 WS-CLAIM-WINDOW-MONTHS        PIC S9(4) COMP VALUE 13.
       01 WS-DAYS-TO-COUNT              PIC S9(4) COMP.

      *    The reserved account the bank's reimbursements are paid
      *    from and the receiving banks' recoveries paid back into;
      *    what it carries is the bank's own share of APP losses.
       01 WS-APP-REIMB-ACCOUNT          PIC X(9) VALUE '099999999'.

       01 WS-CAPPED-AMOUNT              PIC S9(10)V99 COMP-3.

      *  Business-day lookup via the shared GETBDAY routine, so the
      *  decision clock skips weekends and BANK_CALENDAR holidays.
       01 WS-BDAY-PGM                   PIC X(8) VALUE 'GETBDAY'.
       01 WS-BDAY-COMMAREA.
          COPY GETBDAY.

       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP               PIC S9(8) COMP VALUE 0.
          03 WS-CICS-RESP2              PIC S9(8) COMP VALUE 0.

      *    Shared operator-action audit (see OPSAUDIT): one LINK per
      *    claim state change, in this task's unit of work.
       01 WS-OPSAUDIT-PGM               PIC X(8) VALUE 'OPSAUDIT'.
       01 WS-OPSAUDIT-COMMAREA.
          COPY OPSAUDIT.

      *    Operator entitlement check (see ENTCHK): the operator must
      *    hold APP-EXTEND, APP-REIMB or APP-DECLINE for the decision,
      *    reimbursing within their authority limit for the sum paid.
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
           COPY APPCLAIM.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.

           MOVE 0      TO APC-RETURN-CD.
           MOVE SPACES TO APC-ERROR-MSG.

           EXEC SQL
              SELECT CURRENT TIMESTAMP, CURRENT DATE
              INTO :WS-CURR-TIMESTAMP, :HV-TODAY
              FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF APC-END-TO-END-ID = SPACES
              MOVE  11  TO APC-RETURN-CD
              MOVE  'END TO END REFERENCE REQUIRED'
                          TO APC-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE APC-END-TO-END-ID TO HV-APP-END-TO-END-ID.

           EVALUATE APC-REQ
              WHEN 'L'
                 PERFORM LOG-CLAIM
              WHEN 'X'
                 PERFORM EXTEND-CLAIM
              WHEN 'R'
                 PERFORM REIMBURSE-CLAIM
              WHEN 'D'
                 PERFORM DECLINE-CLAIM
              WHEN 'G'
                 PERFORM GET-CLAIM
              WHEN OTHER
                 MOVE  8  TO APC-RETURN-CD
                 MOVE  'INVALID CLAIM REQ, VALID VALS-L,X,R,D,G'
                          TO APC-ERROR-MSG
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       A999.
           EXIT.

      *
      *    Log a claim: the quoted reference must name an outbound
      *    ledger entry (its negative leg carries the customer's
      *    account) made inside the claim window, and must not
      *    already be claimed.  The receiving bank is the sort code
      *    of the payee on the payment's CONSENT, or the one quoted
      *    when the payment has none.
      *
       LOG-CLAIM SECTION.
       LC010.

           EXEC SQL
              SELECT APP_STATUS
              INTO   :HV-APP-STATUS
              FROM   APP_CLAIM
              WHERE  APP_END_TO_END_ID = :HV-APP-END-TO-END-ID
           END-EXEC.

           IF SQLCODE = 0
              MOVE  101  TO APC-RETURN-CD
              MOVE  'CLAIM ALREADY LOGGED FOR THIS REFERENCE'
                          TO APC-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF SQLCODE NOT = +100
              MOVE SQLCODE  TO APC-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT FROM APP_CLAIM'
                   TO APC-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EXEC SQL
              SELECT PROCTRAN_SORTCODE,
                     PROCTRAN_NUMBER,
                     PROCTRAN_AMOUNT,
                     CHAR(PROCTRAN_DATE, ISO)
              INTO   :HV-PROCTRAN-SORTCODE,
                     :HV-PROCTRAN-NUMBER,
                     :HV-PROCTRAN-AMOUNT,
                     :HV-PROCTRAN-DATE
              FROM   PROCTRAN
              WHERE  PROCTRAN_REF = :HV-APP-END-TO-END-ID
              AND    PROCTRAN_AMOUNT < 0
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE  11  TO APC-RETURN-CD
                 MOVE  'REFERENCE NOT FOUND IN THE LEDGER'
                             TO APC-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
              WHEN OTHER
                 MOVE SQLCODE  TO APC-RETURN-CD
                 MOVE 'DATABASE ERROR - WHEN SELECT FROM PROCTRAN'
                      TO APC-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
           END-EVALUATE.

           EXEC SQL
              SELECT CHAR(CURRENT DATE
                          - :WS-CLAIM-WINDOW-MONTHS MONTHS, ISO)
              INTO   :HV-WINDOW-START
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF HV-PROCTRAN-DATE < HV-WINDOW-START
              MOVE  13  TO APC-RETURN-CD
              MOVE  'PAYMENT IS OUTSIDE THE CLAIM WINDOW'
                          TO APC-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EXEC SQL
              SELECT CREDIT_AC
              INTO   :HV-CREDIT-AC
              FROM   CONSENT
              WHERE  END_TO_END_ID = :HV-APP-END-TO-END-ID
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-CREDIT-AC(1:6) TO HV-APP-RECV-SORTCODE
              WHEN 100
                 MOVE APC-RECV-SORTCODE TO HV-APP-RECV-SORTCODE
              WHEN OTHER
                 MOVE SQLCODE  TO APC-RETURN-CD
                 MOVE 'DATABASE ERROR - WHEN SELECT FROM CONSENT'
                      TO APC-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
           END-EVALUATE.

           IF HV-APP-RECV-SORTCODE = SPACES
              OR HV-APP-RECV-SORTCODE IS NOT NUMERIC
              MOVE  14  TO APC-RETURN-CD
              MOVE  'RECEIVING BANK SORT CODE REQUIRED'
                          TO APC-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER,
                     COALESCE(ACCOUNT_CURRENCY_CD, 'GBP')
              INTO   :HV-APP-CUSTOMER,
                     :HV-ACCOUNT-CURRENCY
              FROM   ACCOUNT
              WHERE  ACCOUNT_SORTCODE = :HV-PROCTRAN-SORTCODE
              AND    ACCOUNT_NUMBER   = :HV-PROCTRAN-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO APC-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT FROM ACCOUNT'
                   TO APC-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF HV-ACCOUNT-CURRENCY NOT = 'GBP'
              MOVE  18  TO APC-RETURN-CD
              MOVE  'CLAIMS ARE ACCEPTED ON STERLING ACCOUNTS ONLY'
                          TO APC-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE HV-PROCTRAN-SORTCODE TO HV-APP-SORTCODE.
           MOVE HV-PROCTRAN-NUMBER   TO HV-APP-NUMBER.
           COMPUTE HV-APP-PAYMENT-AMOUNT = 0 - HV-PROCTRAN-AMOUNT.

           IF APC-CLAIM-AMOUNT NOT > 0
              OR APC-CLAIM-AMOUNT > HV-APP-PAYMENT-AMOUNT
              MOVE HV-APP-PAYMENT-AMOUNT TO HV-APP-CLAIM-AMOUNT
           ELSE
              MOVE APC-CLAIM-AMOUNT      TO HV-APP-CLAIM-AMOUNT
           END-IF.

           IF APC-VULNERABLE = 'Y'
              MOVE 'Y' TO HV-APP-VULNERABLE
           ELSE
              MOVE 'N' TO HV-APP-VULNERABLE
           END-IF.

           MOVE 'L'          TO HV-APP-STATUS.
           MOVE HV-TODAY     TO HV-APP-LOGGED-DATE.
           MOVE APC-OPERATOR TO HV-APP-OPERATOR.

           MOVE WS-CLOCK-DAYS TO WS-DAYS-TO-COUNT.
           PERFORM SET-DECISION-DUE.

           EXEC SQL
                INSERT INTO APP_CLAIM
                (
                  APP_END_TO_END_ID  ,
                  APP_STATUS         ,
                  APP_SORTCODE       ,
                  APP_NUMBER         ,
                  APP_CUSTOMER       ,
                  APP_PAYMENT_AMOUNT ,
                  APP_CLAIM_AMOUNT   ,
                  APP_VULNERABLE     ,
                  APP_RECV_SORTCODE  ,
                  APP_LOGGED_DATE    ,
                  APP_DECISION_DUE   ,
                  APP_OPERATOR       ,
                  APP_LAST_UPDATE_TS
                )
                VALUES
                (
                  :HV-APP-END-TO-END-ID  ,
                  :HV-APP-STATUS         ,
                  :HV-APP-SORTCODE       ,
                  :HV-APP-NUMBER         ,
                  :HV-APP-CUSTOMER       ,
                  :HV-APP-PAYMENT-AMOUNT ,
                  :HV-APP-CLAIM-AMOUNT   ,
                  :HV-APP-VULNERABLE     ,
                  :HV-APP-RECV-SORTCODE  ,
                  :HV-APP-LOGGED-DATE    ,
                  :HV-APP-DECISION-DUE   ,
                  :HV-APP-OPERATOR       ,
                  :WS-CURR-TIMESTAMP
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO APC-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN INSERT TO APP_CLAIM'
                   TO APC-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'APP-LOG'      TO OPA-ACTION.
           MOVE SPACES         TO OPA-BEFORE-STATE.
           MOVE 'LOGGED'       TO OPA-AFTER-STATE.
           PERFORM RECORD-OPS-AUDIT.

           PERFORM GET-CLAIM.

       LC999.
           EXIT.

      *
      *    Stop the clock for more information: the deadline becomes
      *    the extended business-day limit counted from the day the
      *    claim was logged.  Only once, and only while undecided.
      *
       EXTEND-CLAIM SECTION.
       EC010.

           PERFORM READ-CLAIM-ROW.

           MOVE 'APP-EXTEND'   TO ENT-FUNCTION.
           MOVE 'N'            TO ENT-AMOUNT-FLAG.
           MOVE 0              TO ENT-AMOUNT.
           PERFORM CHECK-ENTITLEMENT.

           IF HV-APP-STATUS NOT = 'L'
              MOVE  12  TO APC-RETURN-CD
              MOVE  'CLAIM STATE DOES NOT ALLOW THIS CHANGE'
                          TO APC-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE WS-EXTENDED-CLOCK-DAYS TO WS-DAYS-TO-COUNT.
           PERFORM SET-DECISION-DUE.

           EXEC SQL
                UPDATE APP_CLAIM
                SET    APP_STATUS         = 'E',
                       APP_DECISION_DUE   = :HV-APP-DECISION-DUE,
                       APP_LAST_UPDATE_TS = :WS-CURR-TIMESTAMP
                WHERE  APP_END_TO_END_ID  = :HV-APP-END-TO-END-ID
                AND    APP_STATUS         = 'L'
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE  12  TO APC-RETURN-CD
              MOVE  'CLAIM STATE DOES NOT ALLOW THIS CHANGE'
                          TO APC-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'APP-EXTEND'   TO OPA-ACTION.
           MOVE 'LOGGED'       TO OPA-BEFORE-STATE.
           MOVE 'EXTENDED'     TO OPA-AFTER-STATE.
           PERFORM RECORD-OPS-AUDIT.

           PERFORM GET-CLAIM.

       EC999.
           EXIT.

      *
      *    Reimburse: the claim capped at the limit, less the excess
      *    unless the customer is vulnerable, is credited to the
      *    customer's account from the APP reimbursement account.
      *    Half of what was paid is the receiving bank's, raised as
      *    a pending recovery request; a scam paid to another of our
      *    own customers leaves both halves with us.
      *
       REIMBURSE-CLAIM SECTION.
       RC010.

           PERFORM READ-CLAIM-ROW.

           IF HV-APP-STATUS NOT = 'L'
              AND HV-APP-STATUS NOT = 'E'
              MOVE  12  TO APC-RETURN-CD
              MOVE  'CLAIM STATE DOES NOT ALLOW THIS CHANGE'
                          TO APC-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF HV-APP-CLAIM-AMOUNT > WS-APP-LIMIT
              MOVE WS-APP-LIMIT        TO WS-CAPPED-AMOUNT
           ELSE
              MOVE HV-APP-CLAIM-AMOUNT TO WS-CAPPED-AMOUNT
           END-IF.

           IF HV-APP-VULNERABLE = 'Y'
              MOVE 0             TO HV-APP-EXCESS
           ELSE
              MOVE WS-APP-EXCESS TO HV-APP-EXCESS
           END-IF.

           IF WS-CAPPED-AMOUNT NOT > HV-APP-EXCESS
              MOVE  15  TO APC-RETURN-CD
              MOVE  'CLAIM DOES NOT EXCEED THE EXCESS - DECLINE IT'
                          TO APC-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           COMPUTE HV-APP-REIMBURSED = WS-CAPPED-AMOUNT - HV-APP-EXCESS.

           MOVE 'APP-REIMB'       TO ENT-FUNCTION.
           MOVE 'Y'               TO ENT-AMOUNT-FLAG.
           MOVE HV-APP-REIMBURSED TO ENT-AMOUNT.
           PERFORM CHECK-ENTITLEMENT.

           IF HV-APP-RECV-SORTCODE = SORTCODE
              MOVE 0 TO HV-APP-RECV-SHARE
           ELSE
              COMPUTE HV-APP-RECV-SHARE ROUNDED =
                 HV-APP-REIMBURSED / 2
           END-IF.
           COMPUTE HV-APP-OUR-SHARE =
              HV-APP-REIMBURSED - HV-APP-RECV-SHARE.

           MOVE HV-APP-SORTCODE      TO HV-POST-SORTCODE.
           MOVE HV-APP-NUMBER        TO HV-POST-NUMBER.
           MOVE HV-APP-REIMBURSED    TO HV-POSTING-AMOUNT.
           MOVE 'APP SCAM REIMBURSEMENT' TO HV-PROCTRAN-DESC.
           PERFORM POST-CLAIM-ENTRY.

           MOVE HV-APP-SORTCODE      TO HV-POST-SORTCODE.
           MOVE WS-APP-REIMB-ACCOUNT TO HV-POST-NUMBER.
           COMPUTE HV-POSTING-AMOUNT = 0 - HV-APP-REIMBURSED.
           MOVE 'APP REIMBURSEMENT PAID' TO HV-PROCTRAN-DESC.
           PERFORM POST-CLAIM-ENTRY.

           IF HV-APP-RECV-SHARE > 0
              EXEC SQL
                   INSERT INTO APP_RECOVERY
                   (
                     APR_END_TO_END_ID ,
                     APR_DIRECTION     ,
                     APR_COUNTERPARTY  ,
                     APR_SORTCODE      ,
                     APR_NUMBER        ,
                     APR_AMOUNT        ,
                     APR_STATUS        ,
                     APR_RAISED_DATE
                   )
                   VALUES
                   (
                     :HV-APP-END-TO-END-ID ,
                     'O'                   ,
                     :HV-APP-RECV-SORTCODE ,
                     :HV-APP-SORTCODE      ,
                     :HV-APP-NUMBER        ,
                     :HV-APP-RECV-SHARE    ,
                     'P'                   ,
                     :HV-TODAY
                   )
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE  TO APC-RETURN-CD
                 MOVE 'DATABASE ERROR - WHEN INSERT TO APP_RECOVERY'
                      TO APC-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF
           END-IF.

           EXEC SQL
                UPDATE APP_CLAIM
                SET    APP_STATUS         = 'R',
                       APP_DECIDED_DATE   = :HV-TODAY,
                       APP_REIMBURSED     = :HV-APP-REIMBURSED,
                       APP_EXCESS         = :HV-APP-EXCESS,
                       APP_OUR_SHARE      = :HV-APP-OUR-SHARE,
                       APP_RECV_SHARE     = :HV-APP-RECV-SHARE,
                       APP_OPERATOR       = :APC-OPERATOR,
                       APP_LAST_UPDATE_TS = :WS-CURR-TIMESTAMP
                WHERE  APP_END_TO_END_ID  = :HV-APP-END-TO-END-ID
                AND    APP_STATUS IN ('L', 'E')
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE  12  TO APC-RETURN-CD
              MOVE  'CLAIM STATE DOES NOT ALLOW THIS CHANGE'
                          TO APC-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'APP-REIMB'       TO OPA-ACTION.
           MOVE HV-APP-STATUS     TO OPA-BEFORE-STATE.
           MOVE 'REIMBURSED'      TO OPA-AFTER-STATE.
           PERFORM RECORD-OPS-AUDIT.

           PERFORM GET-CLAIM.

       RC999.
           EXIT.

       DECLINE-CLAIM SECTION.
       DC010.

           PERFORM READ-CLAIM-ROW.

           MOVE 'APP-DECLINE'  TO ENT-FUNCTION.
           MOVE 'N'            TO ENT-AMOUNT-FLAG.
           MOVE 0              TO ENT-AMOUNT.
           PERFORM CHECK-ENTITLEMENT.

           EXEC SQL
                UPDATE APP_CLAIM
                SET    APP_STATUS         = 'D',
                       APP_DECIDED_DATE   = :HV-TODAY,
                       APP_OPERATOR       = :APC-OPERATOR,
                       APP_LAST_UPDATE_TS = :WS-CURR-TIMESTAMP
                WHERE  APP_END_TO_END_ID  = :HV-APP-END-TO-END-ID
                AND    APP_STATUS IN ('L', 'E')
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE  12  TO APC-RETURN-CD
              MOVE  'CLAIM STATE DOES NOT ALLOW THIS CHANGE'
                          TO APC-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'APP-DECLINE'     TO OPA-ACTION.
           MOVE HV-APP-STATUS     TO OPA-BEFORE-STATE.
           MOVE 'DECLINED'        TO OPA-AFTER-STATE.
           PERFORM RECORD-OPS-AUDIT.

           PERFORM GET-CLAIM.

       DC999.
           EXIT.

      *
      *    The operator must hold the function the caller has set
      *    in ENT-FUNCTION, with the authority for ENT-AMOUNT where
      *    it carries one, before the claim is touched.  A refusal,
      *    or a check that could not be made, is audited like any
      *    other state change and ends the request.
      *
       CHECK-ENTITLEMENT SECTION.
       CEN010.

           MOVE APC-OPERATOR TO ENT-OPERATOR.

           CALL WS-ENTCHK-PGM USING WS-ENTCHK-PARMS.

           IF ENT-RETURN-CD = 0 AND ENT-RESULT = 'Y'
              GO TO CEN999
           END-IF.

           INITIALIZE WS-OPSAUDIT-COMMAREA.
           MOVE ENT-FUNCTION      TO OPA-ACTION.
           MOVE HV-APP-STATUS     TO OPA-BEFORE-STATE.

           IF ENT-RETURN-CD = 0 AND ENT-RESULT = 'L'
              MOVE 'REFUSED-OVER-LIMIT'   TO OPA-AFTER-STATE
              MOVE  17  TO APC-RETURN-CD
              MOVE  'AMOUNT EXCEEDS OPERATOR AUTHORITY LIMIT'
                          TO APC-ERROR-MSG
           ELSE
              MOVE 'REFUSED-NOT-ENTITLED' TO OPA-AFTER-STATE
              MOVE  16  TO APC-RETURN-CD
              MOVE  'OPERATOR NOT ENTITLED TO THIS DECISION'
                          TO APC-ERROR-MSG
           END-IF.

           PERFORM RECORD-OPS-AUDIT.

           PERFORM GET-ME-OUT-OF-HERE.

       CEN999.
           EXIT.

      *
      *    The decision deadline: WS-DAYS-TO-COUNT business days
      *    after the day the claim was logged.
      *
       SET-DECISION-DUE SECTION.
       SDD010.

           MOVE HV-APP-LOGGED-DATE TO HV-CLOCK-DATE.

           PERFORM ADVANCE-ONE-BUSINESS-DAY WS-DAYS-TO-COUNT TIMES.

           MOVE HV-CLOCK-DATE TO HV-APP-DECISION-DUE.

       SDD999.
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
              MOVE SQLCODE  TO APC-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN WORKING OUT THE DEADLINE'
                   TO APC-ERROR-MSG
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

       READ-CLAIM-ROW SECTION.
       RCR010.

           EXEC SQL
              SELECT APP_STATUS,
                     APP_SORTCODE,
                     APP_NUMBER,
                     APP_CUSTOMER,
                     APP_PAYMENT_AMOUNT,
                     APP_CLAIM_AMOUNT,
                     APP_VULNERABLE,
                     APP_RECV_SORTCODE,
                     CHAR(APP_LOGGED_DATE, ISO),
                     CHAR(APP_DECISION_DUE, ISO),
                     APP_REIMBURSED,
                     APP_OUR_SHARE,
                     APP_RECV_SHARE
              INTO   :HV-APP-STATUS,
                     :HV-APP-SORTCODE,
                     :HV-APP-NUMBER,
                     :HV-APP-CUSTOMER,
                     :HV-APP-PAYMENT-AMOUNT,
                     :HV-APP-CLAIM-AMOUNT,
                     :HV-APP-VULNERABLE,
                     :HV-APP-RECV-SORTCODE,
                     :HV-APP-LOGGED-DATE,
                     :HV-APP-DECISION-DUE,
                     :HV-APP-REIMBURSED :NI-APP-REIMBURSED,
                     :HV-APP-OUR-SHARE  :NI-APP-OUR-SHARE,
                     :HV-APP-RECV-SHARE :NI-APP-RECV-SHARE
              FROM   APP_CLAIM
              WHERE  APP_END_TO_END_ID = :HV-APP-END-TO-END-ID
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE  11  TO APC-RETURN-CD
                 MOVE  'NO CLAIM LOGGED FOR THIS REFERENCE'
                             TO APC-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
              WHEN OTHER
                 MOVE SQLCODE  TO APC-RETURN-CD
                 MOVE 'DATABASE ERROR - WHEN SELECT FROM APP_CLAIM'
                      TO APC-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
           END-EVALUATE.

           IF NI-APP-REIMBURSED < 0
              MOVE 0 TO HV-APP-REIMBURSED
           END-IF.
           IF NI-APP-OUR-SHARE < 0
              MOVE 0 TO HV-APP-OUR-SHARE
           END-IF.
           IF NI-APP-RECV-SHARE < 0
              MOVE 0 TO HV-APP-RECV-SHARE
           END-IF.

       RCR999.
           EXIT.

      *
      *    Post one claim-related 'APP' ledger entry and move the
      *    balances with it.  The claim's reference goes into
      *    PROCTRAN_REF so the entry traces to the scam payment.
      *
       POST-CLAIM-ENTRY SECTION.
       PCE010.

           MOVE WS-CURR-TIMESTAMP(12:2) TO HV-PROCTRAN-TIME(1:2).
           MOVE WS-CURR-TIMESTAMP(15:2) TO HV-PROCTRAN-TIME(3:2).
           MOVE WS-CURR-TIMESTAMP(18:2) TO HV-PROCTRAN-TIME(5:2).

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
                  'PRTR'                  ,
                  :HV-POST-SORTCODE       ,
                  :HV-POST-NUMBER         ,
                  CURRENT DATE            ,
                  :HV-PROCTRAN-TIME       ,
                  :HV-APP-END-TO-END-ID   ,
                  'APP'                   ,
                  :HV-PROCTRAN-DESC       ,
                  :HV-POSTING-AMOUNT      ,
                  0                       ,
                  '000000000'
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO APC-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN INSERT TO PROCTRAN'
                   TO APC-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'APP'             TO PCT-TYPE.
           MOVE HV-POSTING-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
                          ACCOUNT_ACTUAL_BALANCE
                             + :HV-POSTING-AMOUNT,
                       ACCOUNT_AVAILABLE_BALANCE =
                          ACCOUNT_AVAILABLE_BALANCE
                             + :HV-POSTING-AMOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-POST-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-POST-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO APC-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN UPDATE TO ACCOUNT'
                   TO APC-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       PCE999.
           EXIT.

       GET-CLAIM SECTION.
       GC010.

           PERFORM READ-CLAIM-ROW.

           MOVE HV-APP-STATUS         TO APC-STATUS.
           MOVE HV-APP-SORTCODE       TO APC-SORTCODE.
           MOVE HV-APP-NUMBER         TO APC-NUMBER.
           MOVE HV-APP-PAYMENT-AMOUNT TO APC-PAYMENT-AMOUNT.
           MOVE HV-APP-CLAIM-AMOUNT   TO APC-CLAIM-AMOUNT.
           MOVE HV-APP-VULNERABLE     TO APC-VULNERABLE.
           MOVE HV-APP-RECV-SORTCODE  TO APC-RECV-SORTCODE.
           MOVE HV-APP-LOGGED-DATE    TO APC-LOGGED-DATE.
           MOVE HV-APP-DECISION-DUE   TO APC-DECISION-DUE.
           MOVE HV-APP-REIMBURSED     TO APC-REIMBURSED.
           MOVE HV-APP-OUR-SHARE      TO APC-OUR-SHARE.
           MOVE HV-APP-RECV-SHARE     TO APC-RECV-SHARE.

       GC999.
           EXIT.

      *
      *    Cut the OPS_AUDIT row for the state change just made.  A
      *    failure writing the row is reported on the task log and
      *    the change itself stands.
      *
       RECORD-OPS-AUDIT SECTION.
       ROA010.

           MOVE 'APPCLAIM'          TO OPA-PROGRAM.
           MOVE APC-END-TO-END-ID   TO OPA-KEY.
           MOVE APC-OPERATOR        TO OPA-OPERATOR.

           EXEC CICS LINK
              PROGRAM(WS-OPSAUDIT-PGM)
              COMMAREA(WS-OPSAUDIT-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR OPA-RETURN-CD NOT = 0
              DISPLAY 'OPS_AUDIT row could not be written for '
                      'APPCLAIM ' OPA-ACTION ' ' OPA-KEY
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

           MOVE 'APPCLAIM' TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO APC-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN CLAIMING POSTING CONTROL'
                   TO APC-ERROR-MSG
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
