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
      *    Loan application service.  Takes a customer's application
      *    for a loan - amount, term and the customer's own current
      *    account the loan is drawn down to and repaid from - into
      *    the LOAN_APPLICATION store for LOANDEC to decide, answers
      *    enquiries on an application's progress and the reasons
      *    behind its decision, and records an underwriter's verdict
      *    on one LOANDEC referred.  An underwriter's approval is
      *    booked by LOANDEC's next run, like its own approvals.
      *    Commarea-driven, the same channel shape as the other
      *    APIs.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANAPI.

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

      * Get the LOAN_APPLICATION DB2 copybook
           EXEC SQL
              INCLUDE LAPPDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * LOAN_APPLICATION host variables for DB2
       01 HOST-APPLICATION-ROW.
          10 HV-LAPP-ID                 PIC S9(9) USAGE COMP.
          10 HV-LAPP-CUST-NO            PIC X(10).
          10 HV-LAPP-SORTCODE           PIC X(6).
          10 HV-LAPP-AMOUNT             PIC S9(10)V99 COMP-3.
          10 HV-LAPP-TERM-MONTHS        PIC S9(9) USAGE COMP.
          10 HV-LAPP-PAY-SORTCODE       PIC X(6).
          10 HV-LAPP-PAY-NUMBER         PIC X(9).
          10 HV-LAPP-STATUS             PIC X(1).
          10 HV-LAPP-DECIDED-BY         PIC X(8).
          10 HV-LAPP-REASONS            PIC X(12).
          10 HV-LAPP-CREDIT-SCORE       PIC S9(4) USAGE COMP.
          10 HV-LAPP-MONTHLY-INCOME     PIC S9(10)V99 COMP-3.
          10 HV-LAPP-LTI                PIC S9(5)V99 COMP-3.
          10 HV-LAPP-RATE               PIC S9(2)V99 COMP-3.
          10 HV-LAPP-LOAN-SORTCODE      PIC X(6).
          10 HV-LAPP-LOAN-NUMBER        PIC X(9).

      *    Null indicators for the columns LOANDEC fills in.
       01 HV-LAPP-INDICATORS.
          10 HV-DECIDED-BY-IND          PIC S9(4) COMP.
          10 HV-REASONS-IND             PIC S9(4) COMP.
          10 HV-SCORE-IND               PIC S9(4) COMP.
          10 HV-INCOME-IND              PIC S9(4) COMP.
          10 HV-LTI-IND                 PIC S9(4) COMP.
          10 HV-RATE-IND                PIC S9(4) COMP.
          10 HV-LOAN-SORTCODE-IND       PIC S9(4) COMP.
          10 HV-LOAN-NUMBER-IND         PIC S9(4) COMP.

      * ACCOUNT host variables for the nominated account
       01 HV-PAY-CUST-NO                PIC X(10).
       01 HV-PAY-CURRENCY               PIC X(3).
       01 HV-PENDING-COUNT              PIC S9(8) COMP.
       01 HV-TODAY                      PIC X(10).

      *    The longest term the lending desk offers, and the
      *    currency loans are advanced in.
       01 WS-MAX-TERM-MONTHS            PIC 9(3) VALUE 360.
       01 WS-BASE-CURRENCY              PIC X(3) VALUE 'GBP'.
       01 WS-CUST-NO-DISPLAY            PIC 9(10).
       01 WS-REASON-SUB                 PIC S9(4) COMP.

       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP               PIC S9(8) COMP VALUE 0.
          03 WS-CICS-RESP2              PIC S9(8) COMP VALUE 0.

      *    The customer-number resolver - an application quoting a
      *    number retired by a customer merge is taken for the
      *    customer it was merged into.
       01 WS-CUSTRES-PGM                PIC X(8) VALUE 'CUSTRES'.
       01 WS-CUSTRES-PARMS.
          COPY CUSTRES.

      *    Shared operator-action audit (see OPSAUDIT): one LINK per
      *    underwriting decision, in this task's unit of work.
       01 WS-OPSAUDIT-PGM               PIC X(8) VALUE 'OPSAUDIT'.
       01 WS-OPSAUDIT-COMMAREA.
          COPY OPSAUDIT.

      *    Operator entitlement check (see ENTCHK): the underwriter
      *    must hold LOAN-APPROVE, within their authority limit for
      *    the sum applied for, or LOAN-DECLINE.
       01 WS-ENTCHK-PGM                 PIC X(8) VALUE 'ENTCHK'.
       01 WS-ENTCHK-PARMS.
          COPY ENTCHK.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY LOANAPI.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.

           MOVE 0      TO LAP-RETURN-CD.
           MOVE SPACES TO LAP-ERROR-MSG.

           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
              INTO   :HV-TODAY
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           EVALUATE LAP-REQ
              WHEN 'S'
                 PERFORM SUBMIT-APPLICATION
              WHEN 'G'
                 PERFORM FIND-APPLICATION
                 PERFORM RETURN-APPLICATION-DETAILS
              WHEN 'U'
                 PERFORM UNDERWRITE-APPLICATION
              WHEN OTHER
                 MOVE  8  TO LAP-RETURN-CD
                 MOVE  'INVALID REQUEST, VALID VALUES - S,G,U'
                          TO LAP-ERROR-MSG
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       A999.
           EXIT.

      *
      *    Submit: the amount and term must be ones the desk lends,
      *    the nominated account must be the customer's own and in
      *    sterling, and the customer may have only one application
      *    being decided at a time.
      *
       SUBMIT-APPLICATION SECTION.
       SBA010.

           IF LAP-CUST-NO = 0
              MOVE  9  TO LAP-RETURN-CD
              MOVE  'CUSTOMER NUMBER MISSING IN REQUEST'
                       TO LAP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF LAP-PAY-SORTCODE = SPACES
              OR LAP-PAY-ACCOUNT-NO = SPACES
              MOVE  9  TO LAP-RETURN-CD
              MOVE  'NOMINATED ACCOUNT MISSING IN REQUEST'
                       TO LAP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF LAP-AMOUNT = 0
              MOVE  11  TO LAP-RETURN-CD
              MOVE  'LOAN AMOUNT MUST BE POSITIVE'
                          TO LAP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF LAP-TERM-MONTHS = 0
              OR LAP-TERM-MONTHS > WS-MAX-TERM-MONTHS
              MOVE  11  TO LAP-RETURN-CD
              MOVE  'TERM MUST BE 1 TO 360 MONTHS'
                          TO LAP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE LAP-CUST-NO        TO WS-CUST-NO-DISPLAY.
           MOVE WS-CUST-NO-DISPLAY TO CRS-CUSTOMER.
           MOVE WS-CUST-NO-DISPLAY TO CRS-SURVIVOR.
           CALL WS-CUSTRES-PGM USING WS-CUSTRES-PARMS.

           IF CRS-RETURN-CD NOT = 0 AND CRS-RETURN-CD NOT = 4
              MOVE CRS-RETURN-CD TO LAP-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT FROM CUSTOMER_ALIAS'
                   TO LAP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE CRS-SURVIVOR        TO HV-LAPP-CUST-NO.
           MOVE LAP-PAY-SORTCODE    TO HV-LAPP-PAY-SORTCODE.
           MOVE '0'                 TO HV-LAPP-PAY-NUMBER(1:1).
           MOVE LAP-PAY-ACCOUNT-NO  TO HV-LAPP-PAY-NUMBER(2:8).

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER,
                     COALESCE(ACCOUNT_CURRENCY_CD, 'GBP')
              INTO   :HV-PAY-CUST-NO,
                     :HV-PAY-CURRENCY
              FROM   ACCOUNT
              WHERE  ACCOUNT_SORTCODE = :HV-LAPP-PAY-SORTCODE
              AND    ACCOUNT_NUMBER   = :HV-LAPP-PAY-NUMBER
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE  12  TO LAP-RETURN-CD
                 MOVE  'NOMINATED ACCOUNT NOT FOUND'
                             TO LAP-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
              WHEN OTHER
                 MOVE SQLCODE  TO LAP-RETURN-CD
                 MOVE 'DATABASE ERROR - WHEN SELECT FROM ACCOUNT'
                      TO LAP-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
           END-EVALUATE.

           IF HV-PAY-CUST-NO NOT = HV-LAPP-CUST-NO
              MOVE  12  TO LAP-RETURN-CD
              MOVE  'NOMINATED ACCOUNT IS NOT THE CUSTOMER''S OWN'
                          TO LAP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF HV-PAY-CURRENCY NOT = WS-BASE-CURRENCY
              MOVE  12  TO LAP-RETURN-CD
              MOVE  'NOMINATED ACCOUNT MUST BE HELD IN GBP'
                          TO LAP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-PENDING-COUNT
              FROM   LOAN_APPLICATION
              WHERE  LAPP_CUST_NO = :HV-LAPP-CUST-NO
              AND    LAPP_STATUS IN ('N', 'R', 'V')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LAP-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT FROM LOAN_APPLICATION'
                   TO LAP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF HV-PENDING-COUNT > 0
              MOVE  12  TO LAP-RETURN-CD
              MOVE  'AN APPLICATION IS ALREADY BEING DECIDED'
                          TO LAP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE LAP-SORTCODE TO HV-LAPP-SORTCODE.
           IF HV-LAPP-SORTCODE = SPACES
              MOVE HV-LAPP-PAY-SORTCODE TO HV-LAPP-SORTCODE
           END-IF.
           MOVE LAP-AMOUNT      TO HV-LAPP-AMOUNT.
           MOVE LAP-TERM-MONTHS TO HV-LAPP-TERM-MONTHS.

           EXEC SQL
              SELECT COALESCE(MAX(LAPP_ID), 0) + 1
              INTO   :HV-LAPP-ID
              FROM   LOAN_APPLICATION
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LAP-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN KEYING LOAN_APPLICATION'
                   TO LAP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EXEC SQL
                INSERT INTO LOAN_APPLICATION
                (
                  LAPP_ID            ,
                  LAPP_CUST_NO       ,
                  LAPP_SORTCODE      ,
                  LAPP_AMOUNT        ,
                  LAPP_TERM_MONTHS   ,
                  LAPP_PAY_SORTCODE  ,
                  LAPP_PAY_NUMBER    ,
                  LAPP_RECEIVED_TS   ,
                  LAPP_STATUS
                )
                VALUES
                (
                  :HV-LAPP-ID             ,
                  :HV-LAPP-CUST-NO        ,
                  :HV-LAPP-SORTCODE       ,
                  :HV-LAPP-AMOUNT         ,
                  :HV-LAPP-TERM-MONTHS    ,
                  :HV-LAPP-PAY-SORTCODE   ,
                  :HV-LAPP-PAY-NUMBER     ,
                  CURRENT TIMESTAMP       ,
                  'N'
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LAP-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN INSERT INTO LOAN_APPLICATION'
                   TO LAP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'N' TO HV-LAPP-STATUS.
           INITIALIZE HV-LAPP-DECIDED-BY
                      HV-LAPP-REASONS
                      HV-LAPP-CREDIT-SCORE
                      HV-LAPP-MONTHLY-INCOME
                      HV-LAPP-LTI
                      HV-LAPP-RATE
                      HV-LAPP-LOAN-SORTCODE
                      HV-LAPP-LOAN-NUMBER.
           PERFORM RETURN-APPLICATION-DETAILS.

           EXEC CICS SYNCPOINT
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

       SBA999.
           EXIT.

      *
      *    The application named in the request, with whatever
      *    LOANDEC has filled in so far.
      *
       FIND-APPLICATION SECTION.
       FNA010.

           MOVE LAP-APPL-ID TO HV-LAPP-ID.

           EXEC SQL
              SELECT LAPP_CUST_NO,
                     LAPP_SORTCODE,
                     LAPP_AMOUNT,
                     LAPP_TERM_MONTHS,
                     LAPP_PAY_SORTCODE,
                     LAPP_PAY_NUMBER,
                     LAPP_STATUS,
                     LAPP_DECIDED_BY,
                     LAPP_REASONS,
                     LAPP_CREDIT_SCORE,
                     LAPP_MONTHLY_INCOME,
                     LAPP_LTI,
                     LAPP_RATE,
                     LAPP_LOAN_SORTCODE,
                     LAPP_LOAN_NUMBER
              INTO   :HV-LAPP-CUST-NO,
                     :HV-LAPP-SORTCODE,
                     :HV-LAPP-AMOUNT,
                     :HV-LAPP-TERM-MONTHS,
                     :HV-LAPP-PAY-SORTCODE,
                     :HV-LAPP-PAY-NUMBER,
                     :HV-LAPP-STATUS,
                     :HV-LAPP-DECIDED-BY :HV-DECIDED-BY-IND,
                     :HV-LAPP-REASONS :HV-REASONS-IND,
                     :HV-LAPP-CREDIT-SCORE :HV-SCORE-IND,
                     :HV-LAPP-MONTHLY-INCOME :HV-INCOME-IND,
                     :HV-LAPP-LTI :HV-LTI-IND,
                     :HV-LAPP-RATE :HV-RATE-IND,
                     :HV-LAPP-LOAN-SORTCODE :HV-LOAN-SORTCODE-IND,
                     :HV-LAPP-LOAN-NUMBER :HV-LOAN-NUMBER-IND
              FROM   LOAN_APPLICATION
              WHERE  LAPP_ID = :HV-LAPP-ID
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE  12  TO LAP-RETURN-CD
                 MOVE  'LOAN APPLICATION NOT FOUND'
                             TO LAP-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
              WHEN OTHER
                 MOVE SQLCODE  TO LAP-RETURN-CD
                 MOVE
                    'DATABASE ERROR - WHEN SELECT FROM LOAN_APPLICATION'
                      TO LAP-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
           END-EVALUATE.

           IF HV-DECIDED-BY-IND < 0
              MOVE SPACES TO HV-LAPP-DECIDED-BY
           END-IF.
           IF HV-REASONS-IND < 0
              MOVE SPACES TO HV-LAPP-REASONS
           END-IF.
           IF HV-SCORE-IND < 0
              MOVE 0 TO HV-LAPP-CREDIT-SCORE
           END-IF.
           IF HV-INCOME-IND < 0
              MOVE 0 TO HV-LAPP-MONTHLY-INCOME
           END-IF.
           IF HV-LTI-IND < 0
              MOVE 0 TO HV-LAPP-LTI
           END-IF.
           IF HV-RATE-IND < 0
              MOVE 0 TO HV-LAPP-RATE
           END-IF.
           IF HV-LOAN-SORTCODE-IND < 0
              MOVE SPACES TO HV-LAPP-LOAN-SORTCODE
           END-IF.
           IF HV-LOAN-NUMBER-IND < 0
              MOVE SPACES TO HV-LAPP-LOAN-NUMBER
           END-IF.

       FNA999.
           EXIT.

      *
      *    Underwrite: only a referred application can be decided
      *    by hand.  An approval goes back to LOANDEC to book ('V');
      *    a decline is final.  Either way the underwriter is named
      *    on the application and on the operator audit.
      *
       UNDERWRITE-APPLICATION SECTION.
       UWA010.

           IF LAP-UW-DECISION NOT = 'A'
              AND LAP-UW-DECISION NOT = 'D'
              MOVE  11  TO LAP-RETURN-CD
              MOVE  'UNDERWRITER DECISION MUST BE A OR D'
                          TO LAP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF LAP-USER = SPACES
              MOVE  9  TO LAP-RETURN-CD
              MOVE  'UNDERWRITER MISSING IN REQUEST'
                       TO LAP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM FIND-APPLICATION.

           IF HV-LAPP-STATUS NOT = 'R'
              MOVE  12  TO LAP-RETURN-CD
              MOVE  'APPLICATION IS NOT REFERRED FOR UNDERWRITING'
                          TO LAP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM CHECK-ENTITLEMENT.

      *
      *    The underwriter's code goes in the first free reason
      *    slot, after the codes that referred the application.
      *
           MOVE 1 TO WS-REASON-SUB.
           PERFORM FIND-FREE-REASON-SLOT
              UNTIL WS-REASON-SUB > 11
                 OR HV-LAPP-REASONS(WS-REASON-SUB:2) = SPACES.
           IF WS-REASON-SUB < 12
              MOVE 'UW' TO HV-LAPP-REASONS(WS-REASON-SUB:2)
           END-IF.

           IF LAP-UW-DECISION = 'A'
              MOVE 'V' TO HV-LAPP-STATUS
           ELSE
              MOVE 'D' TO HV-LAPP-STATUS
           END-IF.
           MOVE LAP-USER TO HV-LAPP-DECIDED-BY.

           EXEC SQL
                UPDATE LOAN_APPLICATION
                SET    LAPP_STATUS        = :HV-LAPP-STATUS,
                       LAPP_DECIDED_BY    = :HV-LAPP-DECIDED-BY,
                       LAPP_REASONS       = :HV-LAPP-REASONS,
                       LAPP_DECISION_DATE = :HV-TODAY
                WHERE  LAPP_ID     = :HV-LAPP-ID
                AND    LAPP_STATUS = 'R'
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE  12  TO LAP-RETURN-CD
              MOVE  'APPLICATION IS NOT REFERRED FOR UNDERWRITING'
                          TO LAP-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           INITIALIZE WS-OPSAUDIT-COMMAREA.
           MOVE 'LOANAPI'          TO OPA-PROGRAM.
           IF LAP-UW-DECISION = 'A'
              MOVE 'LOAN-APPROVE' TO OPA-ACTION
           ELSE
              MOVE 'LOAN-DECLINE' TO OPA-ACTION
           END-IF.
           MOVE LAP-APPL-ID        TO OPA-KEY.
           MOVE LAP-USER           TO OPA-OPERATOR.
           MOVE 'REFERRED'         TO OPA-BEFORE-STATE.
           IF LAP-UW-DECISION = 'A'
              MOVE 'APPROVED TO BOOK' TO OPA-AFTER-STATE
           ELSE
              MOVE 'DECLINED'         TO OPA-AFTER-STATE
           END-IF.
           PERFORM RECORD-OPS-AUDIT.

           PERFORM RETURN-APPLICATION-DETAILS.

           EXEC CICS SYNCPOINT
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

       UWA999.
           EXIT.

      *
      *    The underwriter must hold the function for the decision,
      *    an approval within their authority for the sum applied
      *    for, before the application is touched.  A refusal, or a
      *    check that could not be made, is audited like any other
      *    decision and ends the request with the application still
      *    referred.
      *
       CHECK-ENTITLEMENT SECTION.
       CEN010.

           INITIALIZE WS-ENTCHK-PARMS.
           MOVE LAP-USER TO ENT-OPERATOR.
           IF LAP-UW-DECISION = 'A'
              MOVE 'LOAN-APPROVE'  TO ENT-FUNCTION
              MOVE 'Y'             TO ENT-AMOUNT-FLAG
              MOVE HV-LAPP-AMOUNT  TO ENT-AMOUNT
           ELSE
              MOVE 'LOAN-DECLINE'  TO ENT-FUNCTION
              MOVE 'N'             TO ENT-AMOUNT-FLAG
           END-IF.

           CALL WS-ENTCHK-PGM USING WS-ENTCHK-PARMS.

           IF ENT-RETURN-CD = 0 AND ENT-RESULT = 'Y'
              GO TO CEN999
           END-IF.

           INITIALIZE WS-OPSAUDIT-COMMAREA.
           MOVE 'LOANAPI'          TO OPA-PROGRAM.
           MOVE ENT-FUNCTION       TO OPA-ACTION.
           MOVE LAP-APPL-ID        TO OPA-KEY.
           MOVE LAP-USER           TO OPA-OPERATOR.
           MOVE 'REFERRED'         TO OPA-BEFORE-STATE.

           IF ENT-RETURN-CD = 0 AND ENT-RESULT = 'L'
              MOVE 'REFUSED-OVER-LIMIT'   TO OPA-AFTER-STATE
              MOVE  17  TO LAP-RETURN-CD
              MOVE  'AMOUNT EXCEEDS OPERATOR AUTHORITY LIMIT'
                          TO LAP-ERROR-MSG
           ELSE
              MOVE 'REFUSED-NOT-ENTITLED' TO OPA-AFTER-STATE
              MOVE  16  TO LAP-RETURN-CD
              MOVE  'OPERATOR NOT ENTITLED TO THIS DECISION'
                          TO LAP-ERROR-MSG
           END-IF.

           PERFORM RECORD-OPS-AUDIT.

           PERFORM GET-ME-OUT-OF-HERE.

       CEN999.
           EXIT.

       FIND-FREE-REASON-SLOT SECTION.
       FFR010.

           ADD 2 TO WS-REASON-SUB.

       FFR999.
           EXIT.

       RETURN-APPLICATION-DETAILS SECTION.
       RAD010.

           MOVE HV-LAPP-ID              TO LAP-APPL-ID.
           MOVE HV-LAPP-CUST-NO         TO LAP-CUST-NO.
           MOVE HV-LAPP-SORTCODE        TO LAP-SORTCODE.
           MOVE HV-LAPP-AMOUNT          TO LAP-AMOUNT.
           MOVE HV-LAPP-TERM-MONTHS     TO LAP-TERM-MONTHS.
           MOVE HV-LAPP-PAY-SORTCODE    TO LAP-PAY-SORTCODE.
           MOVE HV-LAPP-PAY-NUMBER(2:8) TO LAP-PAY-ACCOUNT-NO.
           MOVE HV-LAPP-STATUS          TO LAP-STATUS.
           MOVE HV-LAPP-REASONS         TO LAP-REASONS.
           MOVE HV-LAPP-CREDIT-SCORE    TO LAP-CREDIT-SCORE.
           MOVE HV-LAPP-MONTHLY-INCOME  TO LAP-MONTHLY-INCOME.
           MOVE HV-LAPP-LTI             TO LAP-LTI.
           MOVE HV-LAPP-RATE            TO LAP-RATE.
           MOVE HV-LAPP-LOAN-SORTCODE   TO LAP-LOAN-SORTCODE.
           MOVE HV-LAPP-LOAN-NUMBER(2:8) TO LAP-LOAN-ACCOUNT-NO.

       RAD999.
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

       BACK-OUT-AND-LEAVE SECTION.
       BOL010.

           EXEC CICS SYNCPOINT ROLLBACK
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

           PERFORM GET-ME-OUT-OF-HERE.

       BOL999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.

           EXEC CICS RETURN
           END-EXEC.

           GOBACK.

       GMOOH999.
           EXIT.
