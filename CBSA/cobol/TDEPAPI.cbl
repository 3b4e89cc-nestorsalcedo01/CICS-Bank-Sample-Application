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
      *    Fixed-term deposit service, beside NTCEAPI's notice
      *    accounts.  Booking puts an account's balance on deposit
      *    for a term of months at a fixed rate - the rate supplied,
      *    or failing that today's PRODUCT_RATES rate for the
      *    account type and balance - with a maturity date and the
      *    customer's maturity instruction (roll over, pay away,
      *    move to an instant-access account).  While the term is
      *    live CONSENT and DPAYAPI refuse debits on the account;
      *    the early-break request is the only way out before
      *    maturity, and charges WS-BREAK-PENALTY-DAYS of interest
      *    at the fixed rate as a 'CHG' entry.  The instruction can
      *    be changed at any time before TDEPMAT carries it out.
      *    Commarea-driven, the same channel shape as the other
      *    APIs.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDEPAPI.

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

      * Get the ACCT_TYPE_RULES DB2 copybook
           EXEC SQL
              INCLUDE ACTYDB2
           END-EXEC.

      * Get the PRODUCT_RATES DB2 copybook
           EXEC SQL
              INCLUDE PRDRDB2
           END-EXEC.

      * Get the TERM_DEPOSIT DB2 copybook
           EXEC SQL
              INCLUDE TDEPDB2
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

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * TERM_DEPOSIT host variables for DB2
       01 HOST-DEPOSIT-ROW.
          10 HV-TDEP-ID                 PIC S9(9) USAGE COMP.
          10 HV-TDEP-SORTCODE           PIC X(6).
          10 HV-TDEP-NUMBER             PIC X(9).
          10 HV-TDEP-TERM-MONTHS        PIC S9(9) USAGE COMP.
          10 HV-TDEP-FIXED-RATE         PIC S9(2)V99 COMP-3.
          10 HV-TDEP-PRINCIPAL          PIC S9(10)V99 COMP-3.
          10 HV-TDEP-START-DATE         PIC X(10).
          10 HV-TDEP-MATURITY-DATE      PIC X(10).
          10 HV-TDEP-INSTRUCTION        PIC X(1).
          10 HV-TDEP-PAY-SORTCODE       PIC X(6).
          10 HV-TDEP-PAY-NUMBER         PIC X(9).
          10 HV-TDEP-STATUS             PIC X(1).
          10 HV-TDEP-PENALTY            PIC S9(10)V99 COMP-3.

      * ACCOUNT host variables for the deposit and nominated account
       01 HV-ACCOUNT-TYPE               PIC X(8).
       01 HV-ACCOUNT-ACTUAL-BAL         PIC S9(10)V99 COMP-3.
       01 HV-ACCOUNT-CURRENCY           PIC X(3).
       01 HV-PAY-CURRENCY               PIC X(3).
       01 HV-PAY-NOTICE-DAYS            PIC S9(9) COMP.
       01 HV-LIVE-COUNT                 PIC S9(8) COMP.

       01 HV-CURR-TIMESTAMP             PIC X(26).
       01 HV-TODAY                      PIC X(10).
       01 HV-POST-TIME                  PIC X(6).
       01 HV-POST-DESC                  PIC X(40).
       01 HV-POST-AMOUNT                PIC S9(10)V99 COMP-3.

      *    The longest term the desk offers, and the early-break
      *    charge: this many days' interest at the fixed rate on
      *    the principal booked.
       01 WS-MAX-TERM-MONTHS            PIC 9(3) VALUE 120.
       01 WS-BREAK-PENALTY-DAYS         PIC 9(3) VALUE 90.
       01 WS-DAYS-IN-YEAR               PIC 9(3) VALUE 365.

       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP               PIC S9(8) COMP VALUE 0.
          03 WS-CICS-RESP2              PIC S9(8) COMP VALUE 0.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY TDEPAPI.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.

           MOVE 0      TO TDP-RETURN-CD.
           MOVE SPACES TO TDP-ERROR-MSG.

           IF TDP-SORTCODE = SPACES
              OR TDP-ACCOUNT-NO = SPACES
              MOVE  9  TO TDP-RETURN-CD
              MOVE  'DEPOSIT ACCOUNT MISSING IN REQUEST'
                       TO TDP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EXEC SQL
              SELECT CURRENT TIMESTAMP, CURRENT DATE
              INTO   :HV-CURR-TIMESTAMP, :HV-TODAY
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE HV-CURR-TIMESTAMP(12:2) TO HV-POST-TIME(1:2).
           MOVE HV-CURR-TIMESTAMP(15:2) TO HV-POST-TIME(3:2).
           MOVE HV-CURR-TIMESTAMP(18:2) TO HV-POST-TIME(5:2).

           MOVE TDP-SORTCODE    TO HV-TDEP-SORTCODE.
           MOVE '0'             TO HV-TDEP-NUMBER(1:1).
           MOVE TDP-ACCOUNT-NO  TO HV-TDEP-NUMBER(2:8).

           EVALUATE TDP-REQ
              WHEN 'B'
                 PERFORM BOOK-DEPOSIT
              WHEN 'I'
                 PERFORM CHANGE-INSTRUCTION
              WHEN 'E'
                 PERFORM BREAK-DEPOSIT
              WHEN 'G'
                 PERFORM FIND-LIVE-DEPOSIT
                 PERFORM RETURN-DEPOSIT-DETAILS
              WHEN OTHER
                 MOVE  8  TO TDP-RETURN-CD
                 MOVE  'INVALID REQUEST, VALID VALUES - B,I,E,G'
                          TO TDP-ERROR-MSG
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       A999.
           EXIT.

      *
      *    Book: the account must exist with a credit balance to put
      *    on deposit and no term already running; the term must be
      *    one the desk offers; the instruction must be carried out
      *    into an account that can take it.  A zero rate takes the
      *    schedule's current credit rate for the type and balance.
      *
       BOOK-DEPOSIT SECTION.
       BKD010.

           EXEC SQL
              SELECT ACCOUNT_TYPE,
                     ACCOUNT_ACTUAL_BALANCE,
                     COALESCE(ACCOUNT_CURRENCY_CD, 'GBP')
              INTO   :HV-ACCOUNT-TYPE,
                     :HV-ACCOUNT-ACTUAL-BAL,
                     :HV-ACCOUNT-CURRENCY
              FROM   ACCOUNT
              WHERE  ACCOUNT_SORTCODE = :HV-TDEP-SORTCODE
              AND    ACCOUNT_NUMBER   = :HV-TDEP-NUMBER
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE  12  TO TDP-RETURN-CD
                 MOVE  'ACCOUNT NOT FOUND'
                             TO TDP-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
              WHEN OTHER
                 MOVE SQLCODE  TO TDP-RETURN-CD
                 MOVE 'DATABASE ERROR - WHEN SELECT FROM ACCOUNT'
                      TO TDP-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
           END-EVALUATE.

           IF HV-ACCOUNT-ACTUAL-BAL <= 0
              MOVE  10  TO TDP-RETURN-CD
              MOVE  'NO CREDIT BALANCE TO PLACE ON DEPOSIT'
                          TO TDP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-LIVE-COUNT
              FROM   TERM_DEPOSIT
              WHERE  TDEP_SORTCODE = :HV-TDEP-SORTCODE
              AND    TDEP_NUMBER   = :HV-TDEP-NUMBER
              AND    TDEP_STATUS   = 'L'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO TDP-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT FROM TERM_DEPOSIT'
                   TO TDP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF HV-LIVE-COUNT > 0
              MOVE  12  TO TDP-RETURN-CD
              MOVE  'A TERM IS ALREADY RUNNING ON THIS ACCOUNT'
                          TO TDP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF TDP-TERM-MONTHS = 0
              OR TDP-TERM-MONTHS > WS-MAX-TERM-MONTHS
              MOVE  11  TO TDP-RETURN-CD
              MOVE  'TERM MUST BE 1 TO 120 MONTHS'
                          TO TDP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM VALIDATE-INSTRUCTION.

           IF TDP-FIXED-RATE > 0
              MOVE TDP-FIXED-RATE TO HV-TDEP-FIXED-RATE
           ELSE
              PERFORM GET-SCHEDULE-RATE
           END-IF.

           MOVE TDP-TERM-MONTHS       TO HV-TDEP-TERM-MONTHS.
           MOVE HV-ACCOUNT-ACTUAL-BAL TO HV-TDEP-PRINCIPAL.

           EXEC SQL
              SELECT CHAR(CURRENT DATE),
                     CHAR(CURRENT DATE + :HV-TDEP-TERM-MONTHS MONTHS)
              INTO   :HV-TDEP-START-DATE,
                     :HV-TDEP-MATURITY-DATE
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           EXEC SQL
              SELECT COALESCE(MAX(TDEP_ID), 0) + 1
              INTO   :HV-TDEP-ID
              FROM   TERM_DEPOSIT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO TDP-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN KEYING TERM_DEPOSIT'
                   TO TDP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EXEC SQL
                INSERT INTO TERM_DEPOSIT
                (
                  TDEP_ID            ,
                  TDEP_SORTCODE      ,
                  TDEP_NUMBER        ,
                  TDEP_TERM_MONTHS   ,
                  TDEP_FIXED_RATE    ,
                  TDEP_PRINCIPAL     ,
                  TDEP_START_DATE    ,
                  TDEP_MATURITY_DATE ,
                  TDEP_INSTRUCTION   ,
                  TDEP_PAY_SORTCODE  ,
                  TDEP_PAY_NUMBER    ,
                  TDEP_STATUS        ,
                  TDEP_STATUS_DATE
                )
                VALUES
                (
                  :HV-TDEP-ID             ,
                  :HV-TDEP-SORTCODE       ,
                  :HV-TDEP-NUMBER         ,
                  :HV-TDEP-TERM-MONTHS    ,
                  :HV-TDEP-FIXED-RATE     ,
                  :HV-TDEP-PRINCIPAL      ,
                  :HV-TDEP-START-DATE     ,
                  :HV-TDEP-MATURITY-DATE  ,
                  :HV-TDEP-INSTRUCTION    ,
                  :HV-TDEP-PAY-SORTCODE   ,
                  :HV-TDEP-PAY-NUMBER     ,
                  'L'                     ,
                  :HV-TDEP-START-DATE
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO TDP-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN INSERT INTO TERM_DEPOSIT'
                   TO TDP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'L' TO HV-TDEP-STATUS.
           MOVE 0   TO HV-TDEP-PENALTY.
           PERFORM RETURN-DEPOSIT-DETAILS.

           EXEC CICS SYNCPOINT
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

       BKD999.
           EXIT.

      *
      *    The maturity instruction and, for a pay-away or a move,
      *    the nominated account it pays into: one of ours, not the
      *    deposit itself, held in the deposit's currency (the
      *    proceeds move as one amount), and for a move an
      *    instant-access account - no notice period and no term of
      *    its own running.
      *
       VALIDATE-INSTRUCTION SECTION.
       VIN010.

           IF TDP-INSTRUCTION NOT = 'R'
              AND TDP-INSTRUCTION NOT = 'P'
              AND TDP-INSTRUCTION NOT = 'M'
              MOVE  11  TO TDP-RETURN-CD
              MOVE  'MATURITY INSTRUCTION MUST BE R, P OR M'
                          TO TDP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE TDP-INSTRUCTION TO HV-TDEP-INSTRUCTION.
           MOVE SPACES          TO HV-TDEP-PAY-SORTCODE.
           MOVE SPACES          TO HV-TDEP-PAY-NUMBER.

           IF TDP-INSTRUCTION = 'R'
              GO TO VIN999
           END-IF.

           IF TDP-PAY-SORTCODE = SPACES
              OR TDP-PAY-ACCOUNT-NO = SPACES
              MOVE  9  TO TDP-RETURN-CD
              MOVE  'NOMINATED ACCOUNT MISSING IN REQUEST'
                       TO TDP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE TDP-PAY-SORTCODE   TO HV-TDEP-PAY-SORTCODE.
           MOVE '0'                TO HV-TDEP-PAY-NUMBER(1:1).
           MOVE TDP-PAY-ACCOUNT-NO TO HV-TDEP-PAY-NUMBER(2:8).

           IF HV-TDEP-PAY-SORTCODE = HV-TDEP-SORTCODE
              AND HV-TDEP-PAY-NUMBER = HV-TDEP-NUMBER
              MOVE  11  TO TDP-RETURN-CD
              MOVE  'NOMINATED ACCOUNT IS THE DEPOSIT ITSELF'
                          TO TDP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EXEC SQL
              SELECT COALESCE(A.ACCOUNT_CURRENCY_CD, 'GBP'),
                     COALESCE(R.NOTICE_DAYS, 0)
              INTO   :HV-PAY-CURRENCY,
                     :HV-PAY-NOTICE-DAYS
              FROM   ACCOUNT A
                     LEFT OUTER JOIN ACCT_TYPE_RULES R
                     ON R.ACCT_TYPE = A.ACCOUNT_TYPE
              WHERE  A.ACCOUNT_SORTCODE = :HV-TDEP-PAY-SORTCODE
              AND    A.ACCOUNT_NUMBER   = :HV-TDEP-PAY-NUMBER
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE  12  TO TDP-RETURN-CD
                 MOVE  'NOMINATED ACCOUNT NOT FOUND'
                             TO TDP-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
              WHEN OTHER
                 MOVE SQLCODE  TO TDP-RETURN-CD
                 MOVE 'DATABASE ERROR - WHEN SELECT FROM ACCOUNT'
                      TO TDP-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
           END-EVALUATE.

           IF TDP-REQ = 'I'
              EXEC SQL
                 SELECT COALESCE(ACCOUNT_CURRENCY_CD, 'GBP')
                 INTO   :HV-ACCOUNT-CURRENCY
                 FROM   ACCOUNT
                 WHERE  ACCOUNT_SORTCODE = :HV-TDEP-SORTCODE
                 AND    ACCOUNT_NUMBER   = :HV-TDEP-NUMBER
              END-EXEC
           END-IF.

           IF HV-PAY-CURRENCY NOT = HV-ACCOUNT-CURRENCY
              MOVE  50  TO TDP-RETURN-CD
              MOVE  'ACCOUNTS ARE HELD IN DIFFERENT CURRENCIES'
                          TO TDP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF TDP-INSTRUCTION = 'P'
              GO TO VIN999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-LIVE-COUNT
              FROM   TERM_DEPOSIT
              WHERE  TDEP_SORTCODE = :HV-TDEP-PAY-SORTCODE
              AND    TDEP_NUMBER   = :HV-TDEP-PAY-NUMBER
              AND    TDEP_STATUS   = 'L'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO TDP-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT FROM TERM_DEPOSIT'
                   TO TDP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF HV-PAY-NOTICE-DAYS > 0 OR HV-LIVE-COUNT > 0
              MOVE  29  TO TDP-RETURN-CD
              MOVE  'NOMINATED ACCOUNT IS NOT INSTANT ACCESS'
                          TO TDP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       VIN999.
           EXIT.

      *
      *    Today's credit rate for the type at this balance: the
      *    band with the highest floor the balance reaches.
      *
       GET-SCHEDULE-RATE SECTION.
       GSR010.

           EXEC SQL
              SELECT RATE_CREDIT_RATE
              INTO   :HV-TDEP-FIXED-RATE
              FROM   PRODUCT_RATES
              WHERE  RATE_ACCT_TYPE   = :HV-ACCOUNT-TYPE
              AND    RATE_BAND_FLOOR <= :HV-ACCOUNT-ACTUAL-BAL
              ORDER BY RATE_BAND_FLOOR DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE  11  TO TDP-RETURN-CD
              MOVE  'NO FIXED RATE GIVEN AND NONE SCHEDULED FOR TYPE'
                          TO TDP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       GSR999.
           EXIT.

      *
      *    The account's running term, if it has one.
      *
       FIND-LIVE-DEPOSIT SECTION.
       FLD010.

           EXEC SQL
              SELECT TDEP_ID,
                     TDEP_TERM_MONTHS,
                     TDEP_FIXED_RATE,
                     TDEP_PRINCIPAL,
                     CHAR(TDEP_START_DATE),
                     CHAR(TDEP_MATURITY_DATE),
                     TDEP_INSTRUCTION,
                     COALESCE(TDEP_PAY_SORTCODE, ' '),
                     COALESCE(TDEP_PAY_NUMBER, ' '),
                     TDEP_STATUS
              INTO   :HV-TDEP-ID,
                     :HV-TDEP-TERM-MONTHS,
                     :HV-TDEP-FIXED-RATE,
                     :HV-TDEP-PRINCIPAL,
                     :HV-TDEP-START-DATE,
                     :HV-TDEP-MATURITY-DATE,
                     :HV-TDEP-INSTRUCTION,
                     :HV-TDEP-PAY-SORTCODE,
                     :HV-TDEP-PAY-NUMBER,
                     :HV-TDEP-STATUS
              FROM   TERM_DEPOSIT
              WHERE  TDEP_SORTCODE = :HV-TDEP-SORTCODE
              AND    TDEP_NUMBER   = :HV-TDEP-NUMBER
              AND    TDEP_STATUS   = 'L'
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 0 TO HV-TDEP-PENALTY
              WHEN 100
                 MOVE  12  TO TDP-RETURN-CD
                 MOVE  'NO TERM RUNNING ON THIS ACCOUNT'
                             TO TDP-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
              WHEN OTHER
                 MOVE SQLCODE  TO TDP-RETURN-CD
                 MOVE 'DATABASE ERROR - WHEN SELECT FROM TERM_DEPOSIT'
                      TO TDP-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
           END-EVALUATE.

       FLD999.
           EXIT.

       CHANGE-INSTRUCTION SECTION.
       CHI010.

           PERFORM FIND-LIVE-DEPOSIT.
           PERFORM VALIDATE-INSTRUCTION.

           EXEC SQL
                UPDATE TERM_DEPOSIT
                SET    TDEP_INSTRUCTION  = :HV-TDEP-INSTRUCTION,
                       TDEP_PAY_SORTCODE = :HV-TDEP-PAY-SORTCODE,
                       TDEP_PAY_NUMBER   = :HV-TDEP-PAY-NUMBER,
                       TDEP_STATUS_DATE  = :HV-TODAY
                WHERE  TDEP_ID     = :HV-TDEP-ID
                AND    TDEP_STATUS = 'L'
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE  12  TO TDP-RETURN-CD
              MOVE  'NO TERM RUNNING ON THIS ACCOUNT'
                          TO TDP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM RETURN-DEPOSIT-DETAILS.

           EXEC CICS SYNCPOINT
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

       CHI999.
           EXIT.

      *
      *    Early break: WS-BREAK-PENALTY-DAYS of interest at the
      *    fixed rate on the principal, never more than the balance
      *    holds, posts as a 'CHG' entry and the term ends 'B'.  The
      *    deposit ending is what lets the account be debited again.
      *
       BREAK-DEPOSIT SECTION.
       BRD010.

           PERFORM FIND-LIVE-DEPOSIT.

           EXEC SQL
              SELECT ACCOUNT_ACTUAL_BALANCE
              INTO   :HV-ACCOUNT-ACTUAL-BAL
              FROM   ACCOUNT
              WHERE  ACCOUNT_SORTCODE = :HV-TDEP-SORTCODE
              AND    ACCOUNT_NUMBER   = :HV-TDEP-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO TDP-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT FROM ACCOUNT'
                   TO TDP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           COMPUTE HV-TDEP-PENALTY ROUNDED =
              HV-TDEP-PRINCIPAL * HV-TDEP-FIXED-RATE / 100
                 * WS-BREAK-PENALTY-DAYS / WS-DAYS-IN-YEAR.

           IF HV-TDEP-PENALTY > HV-ACCOUNT-ACTUAL-BAL
              MOVE HV-ACCOUNT-ACTUAL-BAL TO HV-TDEP-PENALTY
           END-IF.

           IF HV-TDEP-PENALTY < 0
              MOVE 0 TO HV-TDEP-PENALTY
           END-IF.

           EXEC SQL
                UPDATE TERM_DEPOSIT
                SET    TDEP_STATUS        = 'B',
                       TDEP_BREAK_PENALTY = :HV-TDEP-PENALTY,
                       TDEP_STATUS_DATE   = :HV-TODAY
                WHERE  TDEP_ID     = :HV-TDEP-ID
                AND    TDEP_STATUS = 'L'
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE  12  TO TDP-RETURN-CD
              MOVE  'NO TERM RUNNING ON THIS ACCOUNT'
                          TO TDP-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           MOVE 'B' TO HV-TDEP-STATUS.

           IF HV-TDEP-PENALTY = 0
              GO TO BRD900
           END-IF.

           MOVE 'TERM DEPOSIT EARLY BREAK' TO HV-POST-DESC.
           COMPUTE HV-POST-AMOUNT = 0 - HV-TDEP-PENALTY.

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
                  :HV-TDEP-SORTCODE       ,
                  :HV-TDEP-NUMBER         ,
                  :HV-TODAY               ,
                  :HV-POST-TIME           ,
                  '000000000000'          ,
                  'CHG'                   ,
                  :HV-POST-DESC           ,
                  :HV-POST-AMOUNT         ,
                  0                       ,
                  '000000000'
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO TDP-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN INSERT INTO PROCTRAN'
                   TO TDP-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           MOVE 'CHG'          TO PCT-TYPE.
           MOVE HV-POST-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
                          ACCOUNT_ACTUAL_BALANCE + :HV-POST-AMOUNT,
                       ACCOUNT_AVAILABLE_BALANCE =
                          ACCOUNT_AVAILABLE_BALANCE + :HV-POST-AMOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-TDEP-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-TDEP-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO TDP-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN UPDATE OF ACCOUNT TABLE'
                   TO TDP-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

       BRD900.

           PERFORM RETURN-DEPOSIT-DETAILS.

           EXEC CICS SYNCPOINT
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

       BRD999.
           EXIT.

       RETURN-DEPOSIT-DETAILS SECTION.
       RDD010.

           MOVE HV-TDEP-ID            TO TDP-DEPOSIT-ID.
           MOVE HV-TDEP-TERM-MONTHS   TO TDP-TERM-MONTHS.
           MOVE HV-TDEP-FIXED-RATE    TO TDP-FIXED-RATE.
           MOVE HV-TDEP-PRINCIPAL     TO TDP-PRINCIPAL.
           MOVE HV-TDEP-START-DATE    TO TDP-START-DATE.
           MOVE HV-TDEP-MATURITY-DATE TO TDP-MATURITY-DATE.
           MOVE HV-TDEP-INSTRUCTION   TO TDP-INSTRUCTION.
           MOVE HV-TDEP-PAY-SORTCODE  TO TDP-PAY-SORTCODE.
           MOVE HV-TDEP-PAY-NUMBER(2:8) TO TDP-PAY-ACCOUNT-NO.
           MOVE HV-TDEP-STATUS        TO TDP-STATUS.
           MOVE HV-TDEP-PENALTY       TO TDP-PENALTY.

       RDD999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'TDEPAPI'  TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO TDP-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN CLAIMING POSTING CONTROL'
                   TO TDP-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

       RPC999.
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
