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

      ******************************************************************
      *                                                                *
      * Title: BEREAVE                                                 *
      *                                                                *
      *                                                                *
      * Description: Bereavement workflow, keyed on the deceased       *
      *              customer's number rather than account by account. *
      *              A notification ('N') places a post-no-debits stop *
      *              on every account the customer holds solely,       *
      *              suspends its direct debit mandates, recurring and *
      *              VRP consents and balance alert subscriptions,     *
      *              revokes its warehoused payments, and passes the   *
      *              customer's holding on any jointly held account to *
      *              the surviving holders.  It produces the           *
      *              date-of-death balance certificate for the estate: *
      *              each account's balance at the date of death, with *
      *              the interest accrued to date on ACCOUNT_ACCRUAL.  *
      *              The later estate-settled step ('S') hands every   *
      *              remaining account to ACCCLOSE as a closure        *
      *              request paying out to the executor's account,     *
      *              where the accrued interest settles, the final     *
      *              statement is produced and the balance is paid     *
      *              to the executor before the account ends.          *
      *                                                                *
      * Input:  The bereavement instruction file BEREVIN               *
      * Output: The date-of-death certificate file BRVCERT             *
      *         Closure requests for ACCCLOSE, file BRVCLOSE           *
      *         The results report BEREAVE                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEREAVE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRV-INSTR-FILE
                  ASSIGN TO BEREVIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS INS-FILE-STATUS.

           SELECT BRV-CERT-FILE
                  ASSIGN TO BRVCERT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CRT-FILE-STATUS.

           SELECT BRV-CLOSE-FILE
                  ASSIGN TO BRVCLOSE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CLR-FILE-STATUS.

           SELECT BRV-RPT-FILE
                  ASSIGN TO BEREAVE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    BRV-ACTION 'N' notification of death: customer, date of
      *    death (YYYY-MM-DD) and the operator taking it.  'S'
      *    estate settled: customer, the executor's account to pay
      *    the estate to, and the operator.
       FD  BRV-INSTR-FILE.
       01  BRV-INSTR-RECORD.
           05 BRV-ACTION                    PIC X(1).
           05 BRV-CUSTOMER-NUMBER           PIC X(10).
           05 BRV-DEATH-DATE                PIC X(10).
           05 BRV-EXEC-SORT-CODE            PIC 9(6).
           05 BRV-EXEC-ACCOUNT-NUMBER       PIC 9(8).
           05 BRV-OPERATOR                  PIC X(8).

      *    The date-of-death certificate: an 'H' header naming the
      *    deceased, a 'D' line per account - CRT-HOLDING 'S' for a
      *    solely held account that falls into the estate, 'J' for a
      *    jointly held one that passed to the survivors - and a 'T'
      *    trailer totalling the sterling sole accounts.
       FD  BRV-CERT-FILE.
       01  BRV-CERT-RECORD.
           05 CRT-REC-TYPE                  PIC X(1).
           05 CRT-CUSTOMER-NUMBER           PIC X(10).
           05 CRT-CUSTOMER-NAME             PIC X(60).
           05 CRT-DEATH-DATE                PIC X(10).
           05 CRT-SORTCODE                  PIC X(6).
           05 CRT-ACCOUNT-NUMBER            PIC X(9).
           05 CRT-ACCOUNT-TYPE              PIC X(8).
           05 CRT-HOLDING                   PIC X(1).
           05 CRT-CURRENCY-CD               PIC X(3).
           05 CRT-BALANCE-AT-DEATH          PIC -(9)9.99.
           05 CRT-ACCRUED-INTEREST          PIC -(9)9.99.
           05 CRT-ESTATE-VALUE              PIC -(9)9.99.
           05 CRT-PRODUCED-DATE             PIC X(10).

      *    Exactly the ACCCLOSE request layout (ACLOSEIN).
       FD  BRV-CLOSE-FILE.
       01  BRV-CLOSE-RECORD.
           05 CLR-SORT-CODE                 PIC 9(6).
           05 CLR-ACCOUNT-NUMBER            PIC 9(8).
           05 CLR-PAY-SORT-CODE             PIC 9(6).
           05 CLR-PAY-ACCOUNT-NUMBER        PIC 9(8).
           05 CLR-CONSENTING-CUSTOMER       PIC X(10) OCCURS 4 TIMES.

       FD  BRV-RPT-FILE.
       01  BRV-RPT-RECORD.
           05 RPT-ACTION                 PIC X(8).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-CUSTOMER               PIC X(10).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-SORTCODE               PIC X(6).
           05 FILLER                     PIC X(1) VALUE '/'.
           05 RPT-NUMBER                 PIC X(9).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-DETAIL                 PIC X(50).

      *****************************************************************
      *** Working storage                                           ***
      *****************************************************************
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
      *    number and currency the current schema carries.
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

      *    The accrual accumulator INTACCR maintains - the interest
      *    earned but not yet paid.
           EXEC SQL DECLARE ACCOUNT_ACCRUAL TABLE
              (
               ACCRUAL_SORTCODE                CHAR(6) NOT NULL,
               ACCRUAL_NUMBER                  CHAR(9) NOT NULL,
               ACCRUED_AMOUNT                  DECIMAL(14, 6) NOT NULL,
               LAST_ACCRUAL_DATE               DATE NOT NULL
              )
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

      * Get the BEREAVEMENT DB2 copybook
           EXEC SQL
              INCLUDE BRVDB2
           END-EXEC.

      * Get the CUSTOMER_DATA DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * Get the ACCOUNT_OWNER DB2 copybook
           EXEC SQL
              INCLUDE OWNDB2
           END-EXEC.

      * Get the ACCT_STOP DB2 copybook
           EXEC SQL
              INCLUDE STOPDB2
           END-EXEC.

      * Get the DD_MANDATE DB2 copybook
           EXEC SQL
              INCLUDE DDMDB2
           END-EXEC.

      * Get the CONSENT DB2 copybook
           EXEC SQL
              INCLUDE CONSTDB2
           END-EXEC.

      * Get the CONSENT_HISTORY DB2 copybook
           EXEC SQL
              INCLUDE CONHIST
           END-EXEC.

      * Get the CONSENT_EVENTS DB2 copybook
           EXEC SQL
              INCLUDE CONEVT
           END-EXEC.

      * Get the BAL_ALERT_SUB DB2 copybook
           EXEC SQL
              INCLUDE ALRSDB2
           END-EXEC.

      * Get the OPS_AUDIT DB2 copybook
           EXEC SQL
              INCLUDE OPSADB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 WS-PAY-STATUS-DATA.
          COPY PAYSTAT.

      * Host variables for the bereavement being worked
       01 HOST-BEREAVEMENT-ROW.
          03 HV-BRV-CUSTOMER               PIC X(10).
          03 HV-BRV-DEATH-DATE             PIC X(10).
          03 HV-BRV-STATUS                 PIC X(1).
          03 HV-BRV-OPERATOR               PIC X(8).
          03 HV-BRV-CUSTOMER-NAME          PIC X(60).
          03 HV-EXEC-SORTCODE              PIC X(6).
          03 HV-EXEC-NUMBER                PIC X(9).
          03 HV-EXEC-CUSTOMER              PIC X(10).

      * Host variables for the account being worked
       01 HOST-ACCOUNT-ROW.
          03 HV-ACC-SORTCODE               PIC X(6).
          03 HV-ACC-NUMBER                 PIC X(9).
          03 HV-ACC-CUSTOMER               PIC X(10).
          03 HV-ACC-TYPE                   PIC X(8).
          03 HV-ACC-CURRENCY               PIC X(3).
          03 HV-ACC-BALANCE                PIC S9(10)V99 COMP-3.
          03 HV-ACC-DEBIT-AC               PIC X(16).
          03 HV-OWNR-PRIMARY               PIC X(1).
          03 HV-SURVIVOR                   PIC X(10).

       01 HV-ACCOUNT-COUNT                 PIC S9(8) COMP.
       01 HV-HOLDING-COUNT                 PIC S9(8) COMP.
       01 HV-POSTED-SINCE-DEATH            PIC S9(10)V99 COMP-3.
       01 HV-ACCRUED-AMOUNT                PIC S9(8)V9(6) COMP-3.
       01 HV-STOP-STATUS                   PIC X(1).
       01 HV-CURR-TIMESTAMP                PIC X(26).
       01 HV-TODAY                         PIC X(10).

      * CONSENT host variables for DB2
       01 HOST-CONSENT-ROW.
          03 HV-CONSENT-ID                 PIC S9(9) USAGE COMP.
          03 HV-CONSENT-STATUS             PIC X(1).
          03 HV-DOMESTIC-PAY-STATUS        PIC X(4).
          03 HV-NEW-CONSENT-STATUS         PIC X(1).
          03 HV-NEW-PAY-STATUS             PIC X(4).

      * OPS_AUDIT host variables - every stop, survivorship and
      * hand-off lands on the shared operator action trail.
       01 HOST-AUDIT-ROW.
          03 HV-AUD-ID                     PIC S9(9) USAGE COMP.
          03 HV-AUD-ACTION                 PIC X(12).
          03 HV-AUD-KEY                    PIC X(20).
          03 HV-AUD-BEFORE-STATE           PIC X(20).
          03 HV-AUD-AFTER-STATE            PIC X(20).

      *    Every solely held account of the customer - no other
      *    live holder on ACCOUNT_OWNER.  These fall into the
      *    estate.
           EXEC SQL DECLARE SOLE-CURSOR CURSOR FOR
              SELECT A.ACCOUNT_SORTCODE,
                     A.ACCOUNT_NUMBER,
                     A.ACCOUNT_TYPE,
                     COALESCE(A.ACCOUNT_CURRENCY_CD, 'GBP'),
                     A.ACCOUNT_ACTUAL_BALANCE
                     FROM ACCOUNT A
                     WHERE A.ACCOUNT_CUSTOMER_NUMBER = :HV-BRV-CUSTOMER
                     AND NOT EXISTS
                        (SELECT 1
                         FROM   ACCOUNT_OWNER O
                         WHERE  O.OWNR_SORTCODE = A.ACCOUNT_SORTCODE
                         AND    O.OWNR_NUMBER   = A.ACCOUNT_NUMBER
                         AND    O.OWNR_STATUS   = 'A'
                         AND    O.OWNR_CUSTOMER <> :HV-BRV-CUSTOMER)
                     ORDER BY A.ACCOUNT_SORTCODE, A.ACCOUNT_NUMBER
           END-EXEC.

      *    Every jointly held account the customer is a live holder
      *    of alongside at least one other.  These pass to the
      *    survivors.
           EXEC SQL DECLARE JOINT-CURSOR CURSOR FOR
              SELECT A.ACCOUNT_SORTCODE,
                     A.ACCOUNT_NUMBER,
                     A.ACCOUNT_CUSTOMER_NUMBER,
                     A.ACCOUNT_TYPE,
                     COALESCE(A.ACCOUNT_CURRENCY_CD, 'GBP'),
                     A.ACCOUNT_ACTUAL_BALANCE,
                     O.OWNR_PRIMARY
                     FROM ACCOUNT A, ACCOUNT_OWNER O
                     WHERE O.OWNR_CUSTOMER = :HV-BRV-CUSTOMER
                     AND   O.OWNR_STATUS   = 'A'
                     AND   A.ACCOUNT_SORTCODE = O.OWNR_SORTCODE
                     AND   A.ACCOUNT_NUMBER   = O.OWNR_NUMBER
                     AND EXISTS
                        (SELECT 1
                         FROM   ACCOUNT_OWNER S
                         WHERE  S.OWNR_SORTCODE = O.OWNR_SORTCODE
                         AND    S.OWNR_NUMBER   = O.OWNR_NUMBER
                         AND    S.OWNR_STATUS   = 'A'
                         AND    S.OWNR_CUSTOMER <> :HV-BRV-CUSTOMER)
                     ORDER BY A.ACCOUNT_SORTCODE, A.ACCOUNT_NUMBER
           END-EXEC.

      *    The consents to stop on one account: a live recurring or
      *    VRP series is suspended ('S'), so the estate can revive
      *    it; a one-off payment warehoused for a future date is
      *    revoked ('X').
           EXEC SQL DECLARE CONSENT-CURSOR CURSOR FOR
              SELECT CONSENT_ID,
                     CONSENT_STATUS,
                     DOMESTIC_PAY_STATUS,
                     CASE WHEN CONSENT_TYPE = 'R'
                            OR CONSENT_KIND = 'V'
                          THEN 'S'
                          ELSE 'X'
                     END
                     FROM CONSENT
                     WHERE DEBIT_AC = :HV-ACC-DEBIT-AC
                     AND   CONSENT_STATUS = 'A'
                     AND   (CONSENT_TYPE = 'R'
                            OR CONSENT_KIND = 'V'
                            OR EXEC_DATE > CURRENT DATE)
           END-EXEC.

       01 WS-ACCJRNL-PGM                 PIC X(8) VALUE 'ACCJRNL'.
       01 WS-ACCJRNL-PARMS.
           COPY ACCJRNL.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  INS-FILE-STATUS               PIC XX.
       01  CRT-FILE-STATUS               PIC XX.
       01  CLR-FILE-STATUS               PIC XX.
       01  RPT-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.
       01  WS-CURSOR-EOF                 PIC X VALUE 'N'.
       01  WS-CONSENT-EOF                PIC X VALUE 'N'.

       01 WS-ACCTNO-WIDTH-PARMS.
          COPY ACCWIDTH.

      *    What a bereavement stop says, and who placed it - ACCCLOSE
      *    looks for this PLACED_BY to let a settled estate's
      *    accounts close.
       01  WS-BEREAVE-STOP-BY            PIC X(8) VALUE 'BEREAVE'.
       01  WS-BEREAVE-STOP-REASON        PIC X(30)
           VALUE 'DECEASED - BEREAVEMENT'.

      *    The customer-number resolver - a notification quoting
      *    a number retired by a customer merge applies to the
      *    customer it was merged into.
       01  WS-CUSTRES-PGM                PIC X(8) VALUE 'CUSTRES'.
       01  WS-CUSTRES-PARMS.
           COPY CUSTRES.

       01  WS-REJECT-REASON              PIC X(50).
       01  WS-BALANCE-AT-DEATH           PIC S9(10)V99 COMP-3.
       01  WS-ACCRUED-INTEREST           PIC S9(10)V99 COMP-3.
       01  WS-ESTATE-TOTAL               PIC S9(10)V99 COMP-3.

       01  WS-ACCOUNT-TALLIES.
           03 WS-MANDATES-SUSPENDED      PIC 9(4).
           03 WS-CONSENTS-SUSPENDED      PIC 9(4).
           03 WS-CONSENTS-REVOKED        PIC 9(4).
           03 WS-ALERTS-SUSPENDED        PIC 9(4).
       01  WS-TALLY-DISPLAY              PIC ZZZ9.
       01  WS-DETAIL-PTR                 PIC S9(4) COMP.

       01  NUMBER-OF-INSTR-READ          PIC 9(8) VALUE 0.
       01  NUMBER-OF-NOTIFICATIONS       PIC 9(8) VALUE 0.
       01  NUMBER-OF-SETTLEMENTS         PIC 9(8) VALUE 0.
       01  NUMBER-OF-ACCOUNTS-STOPPED    PIC 9(8) VALUE 0.
       01  NUMBER-OF-ACCOUNTS-PASSED     PIC 9(8) VALUE 0.
       01  NUMBER-OF-CLOSURES-QUEUED     PIC 9(8) VALUE 0.
       01  NUMBER-OF-INSTR-REJECTED      PIC 9(8) VALUE 0.

      *****************************************************************
      *** Linkage Storage                                           ***
      *****************************************************************
       LINKAGE SECTION.

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       A010.

           COMPUTE WS-ACCTNO-PAD-LEN =
              LENGTH OF HV-EXEC-NUMBER
                 - LENGTH OF BRV-EXEC-ACCOUNT-NUMBER.

           EXEC SQL
              SELECT CURRENT TIMESTAMP, CURRENT DATE
              INTO   :HV-CURR-TIMESTAMP, :HV-TODAY
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT TIMESTAMP IN PGM '
                      'BEREAVE. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT BRV-INSTR-FILE.
           IF INS-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the BEREAVE instruction file, '
                      ' status=' INS-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT BRV-CERT-FILE.
           IF CRT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the BEREAVE certificate file, '
                      ' status=' CRT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT BRV-CLOSE-FILE.
           IF CLR-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the BEREAVE closure file, '
                      ' status=' CLR-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT BRV-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the BEREAVE report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM READ-NEXT-INSTRUCTION.

           PERFORM UNTIL WS-EOF = 'Y'
              PERFORM PROCESS-ONE-INSTRUCTION
              PERFORM READ-NEXT-INSTRUCTION
           END-PERFORM.

           CLOSE BRV-INSTR-FILE.
           CLOSE BRV-CERT-FILE.
           CLOSE BRV-CLOSE-FILE.
           CLOSE BRV-RPT-FILE.

           DISPLAY 'BEREAVE read ' NUMBER-OF-INSTR-READ
                   ' instruction(s), notified '
                   NUMBER-OF-NOTIFICATIONS ', settled '
                   NUMBER-OF-SETTLEMENTS ', rejected '
                   NUMBER-OF-INSTR-REJECTED '.'.
           DISPLAY 'BEREAVE stopped ' NUMBER-OF-ACCOUNTS-STOPPED
                   ' account(s), passed ' NUMBER-OF-ACCOUNTS-PASSED
                   ' to survivors, queued '
                   NUMBER-OF-CLOSURES-QUEUED ' closure(s).'.

           IF NUMBER-OF-INSTR-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       READ-NEXT-INSTRUCTION SECTION.
       RNI010.

           READ BRV-INSTR-FILE.

           IF INS-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF INS-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the BEREAVE instruction '
                         'file, status=' INS-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              ELSE
                 ADD 1 TO NUMBER-OF-INSTR-READ
              END-IF
           END-IF.

       RNI999.
           EXIT.

       PROCESS-ONE-INSTRUCTION SECTION.
       POI010.

           MOVE BRV-CUSTOMER-NUMBER TO CRS-CUSTOMER.
           CALL WS-CUSTRES-PGM USING WS-CUSTRES-PARMS.

           IF CRS-RETURN-CD NOT = 0 AND CRS-RETURN-CD NOT = 4
              MOVE CRS-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'BEREAVE unable to resolve customer number '
                      BRV-CUSTOMER-NUMBER
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE CRS-SURVIVOR        TO HV-BRV-CUSTOMER.
           MOVE BRV-OPERATOR        TO HV-BRV-OPERATOR.

           EVALUATE BRV-ACTION
              WHEN 'N'
                 PERFORM NOTIFY-BEREAVEMENT
              WHEN 'S'
                 PERFORM SETTLE-ESTATE
              WHEN OTHER
                 MOVE 'INVALID ACTION, VALID VALUES - N, S'
                    TO WS-REJECT-REASON
                 PERFORM REJECT-INSTRUCTION
           END-EVALUATE.

       POI999.
           EXIT.

      *
      *    Notification of death.  Everything for the one customer
      *    is a single unit of recovery: the register row, every
      *    account's stop and suspensions, the survivorship of the
      *    joint accounts and the certificate all commit together.
      *
       NOTIFY-BEREAVEMENT SECTION.
       NTB010.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-ACCOUNT-COUNT
              FROM   BEREAVEMENT
              WHERE  BRV_CUSTOMER = :HV-BRV-CUSTOMER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BEREAVE failure reading BEREAVEMENT, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-ACCOUNT-COUNT > 0
              MOVE 'BEREAVEMENT ALREADY NOTIFIED FOR CUSTOMER'
                 TO WS-REJECT-REASON
              PERFORM REJECT-INSTRUCTION
              GO TO NTB999
           END-IF.

      *
      *    The date of death must be a real date, and not one still
      *    to come.
      *
           MOVE BRV-DEATH-DATE TO HV-BRV-DEATH-DATE.

           EXEC SQL
              SELECT CHAR(DATE(:HV-BRV-DEATH-DATE))
              INTO   :HV-BRV-DEATH-DATE
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'INVALID DATE OF DEATH' TO WS-REJECT-REASON
              PERFORM REJECT-INSTRUCTION
              GO TO NTB999
           END-IF.

           IF HV-BRV-DEATH-DATE > HV-TODAY
              MOVE 'DATE OF DEATH IS IN THE FUTURE'
                 TO WS-REJECT-REASON
              PERFORM REJECT-INSTRUCTION
              GO TO NTB999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-ACCOUNT-COUNT
              FROM   ACCOUNT
              WHERE  ACCOUNT_CUSTOMER_NUMBER = :HV-BRV-CUSTOMER
           END-EXEC.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-HOLDING-COUNT
              FROM   ACCOUNT_OWNER
              WHERE  OWNR_CUSTOMER = :HV-BRV-CUSTOMER
              AND    OWNR_STATUS   = 'A'
           END-EXEC.

           IF HV-ACCOUNT-COUNT = 0 AND HV-HOLDING-COUNT = 0
              MOVE 'CUSTOMER HOLDS NO ACCOUNTS' TO WS-REJECT-REASON
              PERFORM REJECT-INSTRUCTION
              GO TO NTB999
           END-IF.

           EXEC SQL
              SELECT CUST_NAME
              INTO   :HV-BRV-CUSTOMER-NAME
              FROM   CUSTOMER_DATA
              WHERE  CUST_NUMBER = :HV-BRV-CUSTOMER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO HV-BRV-CUSTOMER-NAME
           END-IF.

           EXEC SQL
                INSERT INTO BEREAVEMENT
                (
                  BRV_CUSTOMER      ,
                  BRV_DEATH_DATE    ,
                  BRV_NOTIFIED_DATE ,
                  BRV_STATUS        ,
                  BRV_NOTIFIED_BY
                )
                VALUES
                (
                  :HV-BRV-CUSTOMER   ,
                  :HV-BRV-DEATH-DATE ,
                  :HV-TODAY          ,
                  'N'                ,
                  :HV-BRV-OPERATOR
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BEREAVE unable to register the bereavement, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 0 TO WS-ESTATE-TOTAL.

           INITIALIZE BRV-CERT-RECORD.
           MOVE 'H'                  TO CRT-REC-TYPE.
           MOVE HV-BRV-CUSTOMER      TO CRT-CUSTOMER-NUMBER.
           MOVE HV-BRV-CUSTOMER-NAME TO CRT-CUSTOMER-NAME.
           MOVE HV-BRV-DEATH-DATE    TO CRT-DEATH-DATE.
           MOVE HV-TODAY             TO CRT-PRODUCED-DATE.
           PERFORM WRITE-CERT-RECORD.

           EXEC SQL
              OPEN SOLE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BEREAVE failure opening SOLE-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-CURSOR-EOF.
           PERFORM FETCH-SOLE-ACCOUNT.
           PERFORM UNTIL WS-CURSOR-EOF = 'Y'
              PERFORM STOP-ONE-ACCOUNT
              PERFORM FETCH-SOLE-ACCOUNT
           END-PERFORM.

           EXEC SQL
              CLOSE SOLE-CURSOR
           END-EXEC.

           EXEC SQL
              OPEN JOINT-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BEREAVE failure opening JOINT-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-CURSOR-EOF.
           PERFORM FETCH-JOINT-ACCOUNT.
           PERFORM UNTIL WS-CURSOR-EOF = 'Y'
              PERFORM PASS-TO-SURVIVORS
              PERFORM FETCH-JOINT-ACCOUNT
           END-PERFORM.

           EXEC SQL
              CLOSE JOINT-CURSOR
           END-EXEC.

           INITIALIZE BRV-CERT-RECORD.
           MOVE 'T'                  TO CRT-REC-TYPE.
           MOVE HV-BRV-CUSTOMER      TO CRT-CUSTOMER-NUMBER.
           MOVE HV-BRV-DEATH-DATE    TO CRT-DEATH-DATE.
           MOVE 'GBP'                TO CRT-CURRENCY-CD.
           MOVE WS-ESTATE-TOTAL      TO CRT-ESTATE-VALUE.
           MOVE HV-TODAY             TO CRT-PRODUCED-DATE.
           PERFORM WRITE-CERT-RECORD.

           EXEC SQL
              COMMIT
           END-EXEC.

           MOVE 'NOTIFIED'      TO RPT-ACTION.
           MOVE HV-BRV-CUSTOMER TO RPT-CUSTOMER.
           MOVE SPACES          TO RPT-SORTCODE.
           MOVE SPACES          TO RPT-NUMBER.
           MOVE SPACES          TO RPT-DETAIL.
           STRING 'DATE OF DEATH ' DELIMITED BY SIZE,
                  HV-BRV-DEATH-DATE DELIMITED BY SIZE
                  INTO RPT-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO NUMBER-OF-NOTIFICATIONS.

       NTB999.
           EXIT.

       FETCH-SOLE-ACCOUNT SECTION.
       FSA010.

           EXEC SQL
              FETCH FROM SOLE-CURSOR
              INTO :HV-ACC-SORTCODE,
                   :HV-ACC-NUMBER,
                   :HV-ACC-TYPE,
                   :HV-ACC-CURRENCY,
                   :HV-ACC-BALANCE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-CURSOR-EOF
              GO TO FSA999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BEREAVE failure fetching SOLE-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       FSA999.
           EXIT.

       FETCH-JOINT-ACCOUNT SECTION.
       FJA010.

           EXEC SQL
              FETCH FROM JOINT-CURSOR
              INTO :HV-ACC-SORTCODE,
                   :HV-ACC-NUMBER,
                   :HV-ACC-CUSTOMER,
                   :HV-ACC-TYPE,
                   :HV-ACC-CURRENCY,
                   :HV-ACC-BALANCE,
                   :HV-OWNR-PRIMARY
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-CURSOR-EOF
              GO TO FJA999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BEREAVE failure fetching JOINT-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       FJA999.
           EXIT.

      *
      *    One solely held account: the post-no-debits stop, then
      *    everything that would otherwise keep paying out of it -
      *    mandates, recurring/VRP series, warehoused payments - and
      *    the balance alerts nobody is left to read.  Its line on
      *    the certificate follows.
      *
       STOP-ONE-ACCOUNT SECTION.
       SOA010.

           MOVE SPACES TO HV-ACC-DEBIT-AC.
           STRING HV-ACC-SORTCODE DELIMITED BY SIZE,
                  HV-ACC-NUMBER(2:8) DELIMITED BY SIZE
                  INTO HV-ACC-DEBIT-AC
           END-STRING.

           INITIALIZE WS-ACCOUNT-TALLIES.

      *
      *    A stop already standing (fraud, say) is left exactly as
      *    placed - its reason and owner outrank ours.
      *
           EXEC SQL
              SELECT STOP_STATUS
              INTO   :HV-STOP-STATUS
              FROM   ACCT_STOP
              WHERE  STOP_SORTCODE = :HV-ACC-SORTCODE
              AND    STOP_NUMBER   = :HV-ACC-NUMBER
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 IF HV-STOP-STATUS NOT = 'S'
                    EXEC SQL
                         UPDATE ACCT_STOP
                         SET    STOP_STATUS = 'S',
                                STOP_REASON = :WS-BEREAVE-STOP-REASON,
                                PLACED_BY   = :WS-BEREAVE-STOP-BY,
                                PLACED_TS   = :HV-CURR-TIMESTAMP
                         WHERE  STOP_SORTCODE = :HV-ACC-SORTCODE
                         AND    STOP_NUMBER   = :HV-ACC-NUMBER
                    END-EXEC
                 END-IF
              WHEN 100
                 MOVE 'L' TO HV-STOP-STATUS
                 EXEC SQL
                      INSERT INTO ACCT_STOP
                      (
                        STOP_SORTCODE ,
                        STOP_NUMBER   ,
                        STOP_STATUS   ,
                        STOP_REASON   ,
                        PLACED_BY     ,
                        PLACED_TS
                      )
                      VALUES
                      (
                        :HV-ACC-SORTCODE        ,
                        :HV-ACC-NUMBER          ,
                        'S'                     ,
                        :WS-BEREAVE-STOP-REASON ,
                        :WS-BEREAVE-STOP-BY     ,
                        :HV-CURR-TIMESTAMP
                      )
                 END-EXEC
           END-EVALUATE.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BEREAVE unable to stop ' HV-ACC-SORTCODE '/'
                      HV-ACC-NUMBER ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-STOP-STATUS NOT = 'S'
              MOVE 'BRV-STOP'      TO HV-AUD-ACTION
              MOVE 'LIFTED'        TO HV-AUD-BEFORE-STATE
              MOVE 'STOPPED'       TO HV-AUD-AFTER-STATE
              PERFORM RECORD-OPS-AUDIT
           END-IF.

           EXEC SQL
                UPDATE DD_MANDATE
                SET    MANDATE_STATUS      = 'S',
                       MANDATE_STATUS_DATE = :HV-TODAY
                WHERE  MANDATE_SORTCODE = :HV-ACC-SORTCODE
                AND    MANDATE_NUMBER   = :HV-ACC-NUMBER
                AND    MANDATE_STATUS   = 'A'
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3) TO WS-MANDATES-SUSPENDED
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'BEREAVE unable to suspend mandates, '
                         'SQLCODE=' WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
           END-EVALUATE.

           EXEC SQL
              OPEN CONSENT-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BEREAVE failure opening CONSENT-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-CONSENT-EOF.
           PERFORM FETCH-CONSENT.
           PERFORM UNTIL WS-CONSENT-EOF = 'Y'
              PERFORM CHANGE-CONSENT-STATUS
              PERFORM FETCH-CONSENT
           END-PERFORM.

           EXEC SQL
              CLOSE CONSENT-CURSOR
           END-EXEC.

           EXEC SQL
                UPDATE BAL_ALERT_SUB
                SET    SUB_STATUS = 'S'
                WHERE  SUB_SORTCODE = :HV-ACC-SORTCODE
                AND    SUB_NUMBER   = :HV-ACC-NUMBER
                AND    SUB_STATUS   = 'A'
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3) TO WS-ALERTS-SUSPENDED
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'BEREAVE unable to suspend balance alerts, '
                         'SQLCODE=' WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
           END-EVALUATE.

           MOVE 'S' TO CRT-HOLDING.
           PERFORM CERTIFY-ONE-ACCOUNT.
           IF HV-ACC-CURRENCY = 'GBP'
              COMPUTE WS-ESTATE-TOTAL = WS-ESTATE-TOTAL
                 + WS-BALANCE-AT-DEATH + WS-ACCRUED-INTEREST
           END-IF.

           MOVE 'STOPPED '      TO RPT-ACTION.
           MOVE HV-BRV-CUSTOMER TO RPT-CUSTOMER.
           MOVE HV-ACC-SORTCODE TO RPT-SORTCODE.
           MOVE HV-ACC-NUMBER   TO RPT-NUMBER.
           MOVE SPACES          TO RPT-DETAIL.
           MOVE 1               TO WS-DETAIL-PTR.
           MOVE WS-MANDATES-SUSPENDED TO WS-TALLY-DISPLAY.
           STRING 'MANDATES' DELIMITED BY SIZE,
                  WS-TALLY-DISPLAY DELIMITED BY SIZE
                  INTO RPT-DETAIL WITH POINTER WS-DETAIL-PTR
           END-STRING.
           MOVE WS-CONSENTS-SUSPENDED TO WS-TALLY-DISPLAY.
           STRING ' SERIES' DELIMITED BY SIZE,
                  WS-TALLY-DISPLAY DELIMITED BY SIZE
                  INTO RPT-DETAIL WITH POINTER WS-DETAIL-PTR
           END-STRING.
           MOVE WS-CONSENTS-REVOKED TO WS-TALLY-DISPLAY.
           STRING ' WAREHOUSED' DELIMITED BY SIZE,
                  WS-TALLY-DISPLAY DELIMITED BY SIZE
                  INTO RPT-DETAIL WITH POINTER WS-DETAIL-PTR
           END-STRING.
           MOVE WS-ALERTS-SUSPENDED TO WS-TALLY-DISPLAY.
           STRING ' ALERTS' DELIMITED BY SIZE,
                  WS-TALLY-DISPLAY DELIMITED BY SIZE
                  INTO RPT-DETAIL WITH POINTER WS-DETAIL-PTR
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO NUMBER-OF-ACCOUNTS-STOPPED.

       SOA999.
           EXIT.

       FETCH-CONSENT SECTION.
       FCO010.

           EXEC SQL
              FETCH FROM CONSENT-CURSOR
              INTO :HV-CONSENT-ID,
                   :HV-CONSENT-STATUS,
                   :HV-DOMESTIC-PAY-STATUS,
                   :HV-NEW-CONSENT-STATUS
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-CONSENT-EOF
              GO TO FCO999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BEREAVE failure fetching CONSENT-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       FCO999.
           EXIT.

      *
      *    Move one consent to its new state, with its
      *    CONSENT_HISTORY transition and CONSENT_EVENTS row so the
      *    notification side sees it.  The optimistic WHERE leaves a
      *    row something else moved since the FETCH alone.
      *
       CHANGE-CONSENT-STATUS SECTION.
       CCS010.

           IF HV-NEW-CONSENT-STATUS = 'S'
              MOVE PYST-SUSPENDED TO HV-NEW-PAY-STATUS
           ELSE
              MOVE PYST-REVOKED   TO HV-NEW-PAY-STATUS
           END-IF.

           EXEC SQL
                UPDATE CONSENT
                SET    CONSENT_STATUS      = :HV-NEW-CONSENT-STATUS,
                       DOMESTIC_PAY_STATUS = :HV-NEW-PAY-STATUS,
                       LAST_UPDATE_TS      = :HV-CURR-TIMESTAMP
                WHERE  CONSENT_ID = :HV-CONSENT-ID
                AND    CONSENT_STATUS = :HV-CONSENT-STATUS
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              GO TO CCS999
           END-IF.

           EXEC SQL
              INSERT INTO CONSENT_HISTORY
              (
                CONSENT_ID              ,
                OLD_CONSENT_STATUS      ,
                NEW_CONSENT_STATUS      ,
                OLD_DOMESTIC_PAY_STATUS ,
                NEW_DOMESTIC_PAY_STATUS ,
                CHANGE_TS
              )
              VALUES
              (
                :HV-CONSENT-ID             ,
                :HV-CONSENT-STATUS         ,
                :HV-NEW-CONSENT-STATUS     ,
                :HV-DOMESTIC-PAY-STATUS    ,
                :HV-NEW-PAY-STATUS         ,
                :HV-CURR-TIMESTAMP
              )
           END-EXEC.

           EXEC SQL
              INSERT INTO CONSENT_EVENTS
              (
                CONSENT_ID          ,
                DOMESTIC_PAY_STATUS ,
                EVENT_STATUS        ,
                CREATE_TS           ,
                EVENT_RETRY_COUNT
              )
              VALUES
              (
                :HV-CONSENT-ID      ,
                :HV-NEW-PAY-STATUS  ,
                'N'                 ,
                :HV-CURR-TIMESTAMP  ,
                0
              )
           END-EXEC.

           IF HV-NEW-CONSENT-STATUS = 'S'
              ADD 1 TO WS-CONSENTS-SUSPENDED
           ELSE
              ADD 1 TO WS-CONSENTS-REVOKED
           END-IF.

       CCS999.
           EXIT.

      *
      *    One jointly held account: the deceased's holding ends and
      *    the account passes to the surviving holders without a
      *    stop.  Where the deceased was the primary holder the
      *    surviving holder with the lowest customer number becomes
      *    primary, and ACCOUNT_CUSTOMER_NUMBER follows them, as
      *    OWNLOAD's make-primary does.
      *
       PASS-TO-SURVIVORS SECTION.
       PTS010.

           EXEC SQL
                UPDATE ACCOUNT_OWNER
                SET    OWNR_STATUS      = 'R',
                       OWNR_PRIMARY     = 'N',
                       OWNR_STATUS_DATE = :HV-TODAY
                WHERE  OWNR_SORTCODE = :HV-ACC-SORTCODE
                AND    OWNR_NUMBER   = :HV-ACC-NUMBER
                AND    OWNR_CUSTOMER = :HV-BRV-CUSTOMER
                AND    OWNR_STATUS   = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BEREAVE unable to end the deceased holding, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-ACC-CUSTOMER TO HV-SURVIVOR.

           IF HV-OWNR-PRIMARY NOT = 'Y'
              AND HV-ACC-CUSTOMER NOT = HV-BRV-CUSTOMER
              GO TO PTS050
           END-IF.

           EXEC SQL
              SELECT MIN(OWNR_CUSTOMER)
              INTO   :HV-SURVIVOR
              FROM   ACCOUNT_OWNER
              WHERE  OWNR_SORTCODE = :HV-ACC-SORTCODE
              AND    OWNR_NUMBER   = :HV-ACC-NUMBER
              AND    OWNR_STATUS   = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BEREAVE failure reading ACCOUNT_OWNER, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
                UPDATE ACCOUNT_OWNER
                SET    OWNR_PRIMARY     = 'Y',
                       OWNR_STATUS_DATE = :HV-TODAY
                WHERE  OWNR_SORTCODE = :HV-ACC-SORTCODE
                AND    OWNR_NUMBER   = :HV-ACC-NUMBER
                AND    OWNR_CUSTOMER = :HV-SURVIVOR
                AND    OWNR_STATUS   = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BEREAVE unable to make the primary, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-ACC-SORTCODE                 TO AJR-SORTCODE.
           MOVE HV-ACC-NUMBER                   TO AJR-NUMBER.
           MOVE HV-BRV-OPERATOR                 TO AJR-CHANGED-BY.
           MOVE 'DECEASED - PASSED TO SURVIVOR' TO AJR-REASON.
           MOVE 'B'                             TO AJR-REQUEST.
           PERFORM JOURNAL-ACCOUNT-CHANGE.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_CUSTOMER_NUMBER = :HV-SURVIVOR
                WHERE  ACCOUNT_SORTCODE = :HV-ACC-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-ACC-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BEREAVE unable to move the account holder, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'A'                             TO AJR-REQUEST.
           PERFORM JOURNAL-ACCOUNT-CHANGE.

       PTS050.
           MOVE 'BRV-SURVIVOR'  TO HV-AUD-ACTION.
           MOVE HV-BRV-CUSTOMER TO HV-AUD-BEFORE-STATE.
           MOVE HV-SURVIVOR     TO HV-AUD-AFTER-STATE.
           PERFORM RECORD-OPS-AUDIT.

           MOVE 'J' TO CRT-HOLDING.
           PERFORM CERTIFY-ONE-ACCOUNT.

           MOVE 'SURVIVOR'      TO RPT-ACTION.
           MOVE HV-BRV-CUSTOMER TO RPT-CUSTOMER.
           MOVE HV-ACC-SORTCODE TO RPT-SORTCODE.
           MOVE HV-ACC-NUMBER   TO RPT-NUMBER.
           MOVE SPACES          TO RPT-DETAIL.
           STRING 'PASSED TO SURVIVORS, PRIMARY ' DELIMITED BY SIZE,
                  HV-SURVIVOR DELIMITED BY SIZE
                  INTO RPT-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO NUMBER-OF-ACCOUNTS-PASSED.

       PTS999.
           EXIT.

      *
      *    One certificate line: the balance at the date of death -
      *    today's balance less everything posted after it - and the
      *    interest accrued to date on ACCOUNT_ACCRUAL, rounded as
      *    INTACCR's capitalization will round it.  CRT-HOLDING is
      *    set by the caller.
      *
       CERTIFY-ONE-ACCOUNT SECTION.
       COA010.

           EXEC SQL
              SELECT COALESCE(SUM(PROCTRAN_AMOUNT), 0)
              INTO   :HV-POSTED-SINCE-DEATH
              FROM   PROCTRAN
              WHERE  PROCTRAN_SORTCODE = :HV-ACC-SORTCODE
              AND    PROCTRAN_NUMBER   = :HV-ACC-NUMBER
              AND    PROCTRAN_DATE     > :HV-BRV-DEATH-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BEREAVE failure reading PROCTRAN, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           COMPUTE WS-BALANCE-AT-DEATH =
              HV-ACC-BALANCE - HV-POSTED-SINCE-DEATH.

           MOVE 0 TO WS-ACCRUED-INTEREST.

           EXEC SQL
                SELECT ACCRUED_AMOUNT
                INTO   :HV-ACCRUED-AMOUNT
                FROM   ACCOUNT_ACCRUAL
                WHERE  ACCRUAL_SORTCODE = :HV-ACC-SORTCODE
                AND    ACCRUAL_NUMBER   = :HV-ACC-NUMBER
           END-EXEC.

           IF SQLCODE = 0
              COMPUTE WS-ACCRUED-INTEREST ROUNDED = HV-ACCRUED-AMOUNT
           END-IF.

           MOVE 'D'                 TO CRT-REC-TYPE.
           MOVE HV-BRV-CUSTOMER     TO CRT-CUSTOMER-NUMBER.
           MOVE SPACES              TO CRT-CUSTOMER-NAME.
           MOVE HV-BRV-DEATH-DATE   TO CRT-DEATH-DATE.
           MOVE HV-ACC-SORTCODE     TO CRT-SORTCODE.
           MOVE HV-ACC-NUMBER       TO CRT-ACCOUNT-NUMBER.
           MOVE HV-ACC-TYPE         TO CRT-ACCOUNT-TYPE.
           MOVE HV-ACC-CURRENCY     TO CRT-CURRENCY-CD.
           MOVE WS-BALANCE-AT-DEATH TO CRT-BALANCE-AT-DEATH.
           MOVE WS-ACCRUED-INTEREST TO CRT-ACCRUED-INTEREST.
           COMPUTE CRT-ESTATE-VALUE =
              WS-BALANCE-AT-DEATH + WS-ACCRUED-INTEREST.
           MOVE HV-TODAY            TO CRT-PRODUCED-DATE.
           PERFORM WRITE-CERT-RECORD.

       COA999.
           EXIT.

      *
      *    Estate settled.  Every account still in the deceased's
      *    sole name goes to ACCCLOSE as a closure request paying
      *    out to the executor's account, which must be on our book
      *    so the balance can be posted to it.  ACCCLOSE settles the
      *    accrued interest, produces the final statement, pays the
      *    balance to the executor and ends the account; the
      *    bereavement stop no longer bars it once the register row
      *    says settled.  An overdrawn account is left for the
      *    estate to clear first.
      *
       SETTLE-ESTATE SECTION.
       STE010.

           EXEC SQL
              SELECT BRV_STATUS
              INTO   :HV-BRV-STATUS
              FROM   BEREAVEMENT
              WHERE  BRV_CUSTOMER = :HV-BRV-CUSTOMER
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'NO BEREAVEMENT NOTIFIED FOR CUSTOMER'
                 TO WS-REJECT-REASON
              PERFORM REJECT-INSTRUCTION
              GO TO STE999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BEREAVE failure reading BEREAVEMENT, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-BRV-STATUS = 'S'
              MOVE 'ESTATE ALREADY SETTLED' TO WS-REJECT-REASON
              PERFORM REJECT-INSTRUCTION
              GO TO STE999
           END-IF.

           MOVE BRV-EXEC-SORT-CODE TO HV-EXEC-SORTCODE.
           STRING WS-ACCTNO-ZERO-PAD(1:WS-ACCTNO-PAD-LEN)
                     DELIMITED BY SIZE,
                  BRV-EXEC-ACCOUNT-NUMBER DELIMITED BY SIZE
                  INTO HV-EXEC-NUMBER
           END-STRING.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER
              INTO   :HV-EXEC-CUSTOMER
              FROM   ACCOUNT
              WHERE  ACCOUNT_SORTCODE = :HV-EXEC-SORTCODE
              AND    ACCOUNT_NUMBER   = :HV-EXEC-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'EXECUTOR ACCOUNT NOT FOUND' TO WS-REJECT-REASON
              PERFORM REJECT-INSTRUCTION
              GO TO STE999
           END-IF.

           IF HV-EXEC-CUSTOMER = HV-BRV-CUSTOMER
              MOVE 'EXECUTOR ACCOUNT IS THE DECEASED''S OWN'
                 TO WS-REJECT-REASON
              PERFORM REJECT-INSTRUCTION
              GO TO STE999
           END-IF.

           EXEC SQL
                UPDATE BEREAVEMENT
                SET    BRV_STATUS            = 'S',
                       BRV_EXECUTOR_SORTCODE = :HV-EXEC-SORTCODE,
                       BRV_EXECUTOR_NUMBER   = :HV-EXEC-NUMBER,
                       BRV_SETTLED_DATE      = :HV-TODAY,
                       BRV_SETTLED_BY        = :HV-BRV-OPERATOR
                WHERE  BRV_CUSTOMER = :HV-BRV-CUSTOMER
                AND    BRV_STATUS   = 'N'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BEREAVE unable to settle the bereavement, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              OPEN SOLE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BEREAVE failure opening SOLE-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-CURSOR-EOF.
           PERFORM FETCH-SOLE-ACCOUNT.
           PERFORM UNTIL WS-CURSOR-EOF = 'Y'
              PERFORM HAND-OFF-ONE-ACCOUNT
              PERFORM FETCH-SOLE-ACCOUNT
           END-PERFORM.

           EXEC SQL
              CLOSE SOLE-CURSOR
           END-EXEC.

           EXEC SQL
              COMMIT
           END-EXEC.

           MOVE 'SETTLED '       TO RPT-ACTION.
           MOVE HV-BRV-CUSTOMER  TO RPT-CUSTOMER.
           MOVE HV-EXEC-SORTCODE TO RPT-SORTCODE.
           MOVE HV-EXEC-NUMBER   TO RPT-NUMBER.
           MOVE 'ESTATE PAYS OUT TO EXECUTOR ACCOUNT' TO RPT-DETAIL.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO NUMBER-OF-SETTLEMENTS.

       STE999.
           EXIT.

       HAND-OFF-ONE-ACCOUNT SECTION.
       HOA010.

           MOVE HV-BRV-CUSTOMER TO RPT-CUSTOMER.
           MOVE HV-ACC-SORTCODE TO RPT-SORTCODE.
           MOVE HV-ACC-NUMBER   TO RPT-NUMBER.

           IF HV-ACC-BALANCE < 0
              MOVE 'HELD    ' TO RPT-ACTION
              MOVE 'OVERDRAWN - ESTATE TO CLEAR BEFORE CLOSURE'
                 TO RPT-DETAIL
              PERFORM WRITE-REPORT-LINE
              GO TO HOA999
           END-IF.

           INITIALIZE BRV-CLOSE-RECORD.
           MOVE HV-ACC-SORTCODE     TO CLR-SORT-CODE.
           MOVE HV-ACC-NUMBER(2:8)  TO CLR-ACCOUNT-NUMBER.
           MOVE BRV-EXEC-SORT-CODE  TO CLR-PAY-SORT-CODE.
           MOVE BRV-EXEC-ACCOUNT-NUMBER TO CLR-PAY-ACCOUNT-NUMBER.

           WRITE BRV-CLOSE-RECORD.

           IF CLR-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the BEREAVE closure file, '
                      ' status=' CLR-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'BRV-HANDOFF'    TO HV-AUD-ACTION.
           MOVE 'STOPPED'        TO HV-AUD-BEFORE-STATE.
           MOVE SPACES           TO HV-AUD-AFTER-STATE.
           STRING 'PAY ' DELIMITED BY SIZE,
                  HV-EXEC-SORTCODE DELIMITED BY SIZE,
                  HV-EXEC-NUMBER DELIMITED BY SIZE
                  INTO HV-AUD-AFTER-STATE
           END-STRING.
           PERFORM RECORD-OPS-AUDIT.

           MOVE 'CLOSING '       TO RPT-ACTION.
           MOVE 'CLOSURE REQUEST QUEUED FOR ACCCLOSE' TO RPT-DETAIL.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO NUMBER-OF-CLOSURES-QUEUED.

       HOA999.
           EXIT.

      *
      *    One OPS_AUDIT row per account action, keyed by the
      *    account and carrying the operator who took the
      *    instruction.  A failure here is reported and the action
      *    stands - the register and the report carry the same
      *    facts.
      *
       RECORD-OPS-AUDIT SECTION.
       ROA010.

           EXEC SQL
              SELECT COALESCE(MAX(AUD_ID), 0) + 1
              INTO   :HV-AUD-ID
              FROM   OPS_AUDIT
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'BEREAVE unable to key the OPS_AUDIT row'
              GO TO ROA999
           END-IF.

           MOVE SPACES TO HV-AUD-KEY.
           STRING HV-ACC-SORTCODE DELIMITED BY SIZE,
                  '/' DELIMITED BY SIZE,
                  HV-ACC-NUMBER DELIMITED BY SIZE
                  INTO HV-AUD-KEY
           END-STRING.

           EXEC SQL
                INSERT INTO OPS_AUDIT
                (
                  AUD_ID           ,
                  AUD_PROGRAM      ,
                  AUD_ACTION       ,
                  AUD_KEY          ,
                  AUD_OPERATOR     ,
                  AUD_TS           ,
                  AUD_BEFORE_STATE ,
                  AUD_AFTER_STATE
                )
                VALUES
                (
                  :HV-AUD-ID           ,
                  'BEREAVE'            ,
                  :HV-AUD-ACTION       ,
                  :HV-AUD-KEY          ,
                  :HV-BRV-OPERATOR     ,
                  CURRENT TIMESTAMP    ,
                  :HV-AUD-BEFORE-STATE ,
                  :HV-AUD-AFTER-STATE
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'BEREAVE unable to write the OPS_AUDIT row '
                      'for ' HV-AUD-KEY
           END-IF.

       ROA999.
           EXIT.

       REJECT-INSTRUCTION SECTION.
       RJI010.

           MOVE 'REJECTED'       TO RPT-ACTION.
           MOVE HV-BRV-CUSTOMER  TO RPT-CUSTOMER.
           MOVE SPACES           TO RPT-SORTCODE.
           MOVE SPACES           TO RPT-NUMBER.
           MOVE WS-REJECT-REASON TO RPT-DETAIL.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO NUMBER-OF-INSTR-REJECTED.

       RJI999.
           EXIT.

       WRITE-CERT-RECORD SECTION.
       WCR010.

           WRITE BRV-CERT-RECORD.

           IF CRT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the BEREAVE certificate '
                      'file, status=' CRT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WCR999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           WRITE BRV-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the BEREAVE report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WRL999.
           EXIT.

      *
      *    The holder moved to the survivor goes on the account
      *    master change journal with the move; a journal that
      *    cannot be written stops the run like the move would.
      *
       JOURNAL-ACCOUNT-CHANGE SECTION.
       JAC010.

           MOVE 'BEREAVE' TO AJR-PROGRAM.

           CALL WS-ACCJRNL-PGM USING WS-ACCJRNL-PARMS.

           IF AJR-RETURN-CD NOT = 0
              MOVE AJR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'BEREAVE unable to journal the change to '
                 'ACCOUNT ' AJR-SORTCODE '/' AJR-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       JAC999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
