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
      * Title: CDCEXTR                                                 *
      *                                                                *
      *                                                                *
      * Description: Nightly changed-data feed to the data warehouse,  *
      *              in place of whole-table pulls.  Each business     *
      *              table's rows inserted or changed since the last   *
      *              run - up to this run's cut-off, the timestamp it  *
      *              started at - are written to one feed file under   *
      *              the table's own record type, flagged insert,      *
      *              update or delete, and closed by a per-table       *
      *              trailer.  Tables: ACCOUNT (changes from the       *
      *              account journal, balance moves from the ledger, a *
      *              delete when the account is no longer there),      *
      *              CUSTOMER_DATA, CONSENT, CONSENT_HISTORY,          *
      *              PROCTRAN, DISPUTE and LOAN_SCHEDULE; then the     *
      *              account services (holds, stops, notices, signing  *
      *              mandates and signatories, consent signatures,     *
      *              holders, direct debit mandates, saved payees,     *
      *              cheques and cheque stops, set-offs, sweeps,       *
      *              dormancy, statement options, overdraft reviews,   *
      *              product conversions, proxy aliases, switches and  *
      *              branch re-sorts), the customer records (credit    *
      *              scores, complaints, bereavements, tax             *
      *              residencies, ISA subscriptions and merge          *
      *              aliases), the cases (APP claims and recoveries,   *
      *              legal orders and earmarks, AML cases, requests to *
      *              pay, remediation payments and escheats), lending  *
      *              (loan terms, recasts, applications, stagings,     *
      *              write-offs and recoveries), term deposits and the *
      *              direct debit originator service.  Reference,      *
      *              control, queue and audit tables are not sent.     *
      *                                                                *
      *              Each table's high-water mark is kept on           *
      *              CDC_WATERMARK and moves when its trailer is       *
      *              written, so a run that fails part way is simply   *
      *              rerun: finished tables carry on from their new    *
      *              mark, the rest from where they stood.  The failed *
      *              run's feed is closed and registered for the       *
      *              tables it finished, so what their marks have      *
      *              moved past still reaches the warehouse.  A table  *
      *              with no mark yet is sent whole, every row an      *
      *              insert.  Customers erased on request go out with  *
      *              name and contact details masked, as do the names  *
      *              and descriptions on their accounts' consents,     *
      *              ledger rows and saved payees and the summaries of *
      *              their complaints.                                 *
      *                                                                *
      * Output: The changed-data feed CDCFEED                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCEXTR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CDC-FILE
                  ASSIGN TO CDCFEED
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CDC-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  CDC-FILE.
       01  CDC-FILE-RECORD                  PIC X(703).

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

      * Get the CDC_WATERMARK DB2 copybook
           EXEC SQL
              INCLUDE CDCWDB2
           END-EXEC.

      * Get the ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCDB2
           END-EXEC.

      * Get the ACCOUNT_JOURNAL DB2 copybook
           EXEC SQL
              INCLUDE ACCJDB2
           END-EXEC.

      * Get the CUSTOMER_DATA DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * Get the CONSENT DB2 copybook
           EXEC SQL
              INCLUDE CONSTDB2
           END-EXEC.

      * Get the CONSENT_HISTORY DB2 copybook
           EXEC SQL
              INCLUDE CONHIST
           END-EXEC.

      * Get the DISPUTE DB2 copybook
           EXEC SQL
              INCLUDE DISPDB2
           END-EXEC.

      * Get the LOAN_TERMS/LOAN_SCHEDULE/LOAN_RECAST DB2 copybook
           EXEC SQL
              INCLUDE LOANDB2
           END-EXEC.

      * Get the DD_MANDATE DB2 copybook
           EXEC SQL
              INCLUDE DDMDB2
           END-EXEC.

      * Get the ACCT_HOLD DB2 copybook
           EXEC SQL
              INCLUDE HOLDDB2
           END-EXEC.

      * Get the ACCT_STOP DB2 copybook
           EXEC SQL
              INCLUDE STOPDB2
           END-EXEC.

      * Get the WDRW_NOTICE DB2 copybook
           EXEC SQL
              INCLUDE NTCEDB2
           END-EXEC.

      * Get the ACCT_MANDATE/MANDATE_SIGNATORY/CONSENT_SIGNATURE
      * DB2 copybook
           EXEC SQL
              INCLUDE SGMDB2
           END-EXEC.

      * Get the ACCOUNT_OWNER DB2 copybook
           EXEC SQL
              INCLUDE OWNDB2
           END-EXEC.

      * Get the CREDIT_SCORE DB2 copybook
           EXEC SQL
              INCLUDE CRSCDB2
           END-EXEC.

      * Get the COMPLAINT DB2 copybook
           EXEC SQL
              INCLUDE CMPLDB2
           END-EXEC.

      * Get the APP_CLAIM/APP_RECOVERY DB2 copybook
           EXEC SQL
              INCLUDE APPCDB2
           END-EXEC.

      * Get the LEGAL_ORDER/LEGAL_ORDER_EARMARK DB2 copybook
           EXEC SQL
              INCLUDE LGLDB2
           END-EXEC.

      * Get the REQUEST_TO_PAY DB2 copybook
           EXEC SQL
              INCLUDE RTPDB2
           END-EXEC.

      * Get the LOAN_APPLICATION DB2 copybook
           EXEC SQL
              INCLUDE LAPPDB2
           END-EXEC.

      * Get the TERM_DEPOSIT DB2 copybook
           EXEC SQL
              INCLUDE TDEPDB2
           END-EXEC.

      * Get the BENEFICIARY DB2 copybook
           EXEC SQL
              INCLUDE BENFDB2
           END-EXEC.

      * Get the CHQ_REGISTER DB2 copybook
           EXEC SQL
              INCLUDE CHQRDB2
           END-EXEC.

      * Get the STOP_CHEQUE DB2 copybook
           EXEC SQL
              INCLUDE SCHQDB2
           END-EXEC.

      * Get the SET_OFF DB2 copybook
           EXEC SQL
              INCLUDE SETFDB2
           END-EXEC.

      * Get the SWEEP_INSTRUCTION DB2 copybook
           EXEC SQL
              INCLUDE SWPDB2
           END-EXEC.

      * Get the ACCOUNT_DORMANCY DB2 copybook
           EXEC SQL
              INCLUDE DORMDB2
           END-EXEC.

      * Get the BEREAVEMENT DB2 copybook
           EXEC SQL
              INCLUDE BRVDB2
           END-EXEC.

      * Get the CUSTOMER_TAX_RES DB2 copybook
           EXEC SQL
              INCLUDE TAXRDB2
           END-EXEC.

      * Get the ESTMT_OPTION DB2 copybook
           EXEC SQL
              INCLUDE ESTMDB2
           END-EXEC.

      * Get the OD_LIMIT_REVIEW DB2 copybook
           EXEC SQL
              INCLUDE ODRVDB2
           END-EXEC.

      * Get the PRODUCT_CONVERSION DB2 copybook
           EXEC SQL
              INCLUDE PCNVDB2
           END-EXEC.

      * Get the PROXY_ALIAS/PROXY_ALIAS_HIST DB2 copybook
           EXEC SQL
              INCLUDE PRXYDB2
           END-EXEC.

      * Get the ACCT_SWITCH DB2 copybook
           EXEC SQL
              INCLUDE SWCHDB2
           END-EXEC.

      * Get the AML_CASE DB2 copybook
           EXEC SQL
              INCLUDE AMLDB2
           END-EXEC.

      * Get the LOAN_IMPAIRMENT/LOAN_WRITEOFF/LOAN_RECOVERY DB2 copybook
           EXEC SQL
              INCLUDE LIMPDB2
           END-EXEC.

      * Get the ISA_SUBSCRIPTION DB2 copybook
           EXEC SQL
              INCLUDE ISADB2
           END-EXEC.

      * Get the DD_ORIGINATOR/DD_ORIG_MANDATE/DD_ORIG_COLL DB2 copybook
           EXEC SQL
              INCLUDE DDOMDB2
           END-EXEC.

      * Get the CUSTOMER_ALIAS DB2 copybook
           EXEC SQL
              INCLUDE CMRGDB2
           END-EXEC.

      * Get the ESCHEAT_RECORD DB2 copybook
           EXEC SQL
              INCLUDE ESCHDB2
           END-EXEC.

      * Get the REMEDIATION_PAY DB2 copybook
           EXEC SQL
              INCLUDE REMDB2
           END-EXEC.

      * Get the ACCT_RESORT DB2 copybook
           EXEC SQL
              INCLUDE BRCHDB2
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
               PROCTRAN_COUNTER_ACC_NO         CHAR(9),
               PROCTRAN_VALUE_DATE             DATE
              )
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *    The feed record is built here, each cursor fetching
      *    straight into its table's view of it.
       01  CDC-WORK-RECORD.
           COPY CDCFEED.

      *    This run's cut-off, and the window of the table in hand:
      *    after its mark, up to the cut-off.  The same window in
      *    date form for the tables changed by date - taken from
      *    the mark's own day, since changes later that day came
      *    after it - and in the date-and-time form PROCTRAN rows
      *    are stamped with.
       01 HOST-WINDOW.
          03 HV-RUN-TS                  PIC X(26).
          03 HV-RUN-DATE                PIC X(10).
          03 HV-FROM-MARK               PIC X(26).
          03 HV-TO-MARK                 PIC X(26).
          03 HV-FROM-DATE               PIC X(10).
          03 HV-TO-DATE                 PIC X(10).
          03 HV-FROM-PT                 PIC X(16).
          03 HV-TO-PT                   PIC X(16).
          03 HV-INITIAL-LOAD            PIC X(1).

       01 WS-LOW-MARK                   PIC X(26) VALUE
           '0001-01-01-00.00.00.000000'.

      * CDC_WATERMARK host variables for DB2
       01 HOST-WATERMARK-ROW.
          03 HV-CDCW-TABLE              PIC X(18).
          03 HV-CDCW-HIGH-WATER         PIC X(26).
          03 HV-CDCW-LAST-ROWS          PIC S9(9) COMP.

      *    An account changed in the window, and whether the journal
      *    shows it opened within it.
       01 HOST-ACCOUNT-KEY.
          03 HV-AC-SORTCODE             PIC X(6).
          03 HV-AC-NUMBER               PIC X(9).
          03 HV-AC-OPENED-COUNT         PIC S9(9) COMP.

      *    What an erased customer's details go out as - the token
      *    the anonymization batch itself writes.
       01 HV-MASK-TOKEN                 PIC X(50) VALUE
           'REDACTED PER ERASURE REQUEST'.

      * Declare the CURSOR for the accounts changed in the window:
      * journalled changes, opens and ends, and balance moves from
      * the ledger - or every account on the first load.
           EXEC SQL DECLARE ACCT-CHG-CURSOR CURSOR FOR
              SELECT J.AJN_SORTCODE,
                     J.AJN_NUMBER
                     FROM ACCOUNT_JOURNAL J
                     WHERE J.AJN_TS > :HV-FROM-MARK
                     AND   J.AJN_TS <= :HV-TO-MARK
              UNION
              SELECT P.PROCTRAN_SORTCODE,
                     P.PROCTRAN_NUMBER
                     FROM PROCTRAN P
                     WHERE CHAR(P.PROCTRAN_DATE, ISO)
                              CONCAT P.PROCTRAN_TIME > :HV-FROM-PT
                     AND   CHAR(P.PROCTRAN_DATE, ISO)
                              CONCAT P.PROCTRAN_TIME <= :HV-TO-PT
              UNION
              SELECT A.ACCOUNT_SORTCODE,
                     A.ACCOUNT_NUMBER
                     FROM ACCOUNT A
                     WHERE :HV-INITIAL-LOAD = 'Y'
              ORDER BY 1, 2
              FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for customers changed in the window.
      * CUSTOMER_DATA is changed by date only, and a KYC review
      * or re-rating moves its own date rather than
      * CUST_UPDATED_DATE, so any of the three counts.  There is
      * no creation date to tell an insert by, so a changed
      * customer goes out as an update.
           EXEC SQL DECLARE CUST-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                          THEN 'I' ELSE 'U' END,
                     CUST_NUMBER,
                     CASE WHEN CUST_STATUS = 'E'
                          THEN :HV-MASK-TOKEN
                          ELSE CUST_NAME END,
                     CASE WHEN CUST_STATUS = 'E'
                          THEN :HV-MASK-TOKEN
                          ELSE COALESCE(CUST_ADDR1, ' ') END,
                     CASE WHEN CUST_STATUS = 'E'
                          THEN :HV-MASK-TOKEN
                          ELSE COALESCE(CUST_ADDR2, ' ') END,
                     CASE WHEN CUST_STATUS = 'E'
                          THEN :HV-MASK-TOKEN
                          ELSE COALESCE(CUST_ADDR3, ' ') END,
                     CASE WHEN CUST_STATUS = 'E'
                          THEN ' '
                          ELSE COALESCE(CUST_POSTCODE, ' ') END,
                     CASE WHEN CUST_STATUS = 'E'
                          THEN ' '
                          ELSE COALESCE(CUST_PHONE, ' ') END,
                     CASE WHEN CUST_STATUS = 'E'
                          THEN ' '
                          ELSE COALESCE(CUST_EMAIL, ' ') END,
                     CUST_STATUS,
                     COALESCE(CHAR(CUST_UPDATED_DATE, ISO), ' '),
                     COALESCE(CUST_FX_TIER, ' '),
                     COALESCE(CUST_RISK_RATING, ' '),
                     COALESCE(CUST_RISK_SCORE, 0),
                     COALESCE(CUST_RISK_REASONS, ' '),
                     COALESCE(CHAR(CUST_RISK_SINCE, ISO), ' '),
                     COALESCE(CHAR(CUST_LAST_REVIEW_DATE, ISO), ' '),
                     COALESCE(CUST_REVIEWED_BY, ' '),
                     COALESCE(CHAR(CUST_REVIEW_DUE_DATE, ISO), ' '),
                     COALESCE(CUST_KYC_RESTRICTED, ' '),
                     COALESCE(CUST_CONTACT_PREF, 'P')
                     FROM CUSTOMER_DATA
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    CUST_UPDATED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    CUST_LAST_REVIEW_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    CUST_RISK_SINCE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY CUST_NUMBER
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for consents changed in the window - an
      * insert when created within it.  A party name is masked
      * when the account it names belongs to an erased customer.
           EXEC SQL DECLARE CONS-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR C.CREATE_TS > :HV-FROM-MARK
                          THEN 'I' ELSE 'U' END,
                     C.CONSENT_ID,
                     COALESCE(C.CONSENT_STATUS, ' '),
                     C.DOMESTIC_PAY_ID,
                     COALESCE(C.DOMESTIC_PAY_STATUS, ' '),
                     C.CREDIT_AC,
                     COALESCE(C.CREDIT_AC_SCHEMENAME, ' '),
                     CASE WHEN EXISTS
                          ( SELECT 1 FROM ACCOUNT A, CUSTOMER_DATA U
                            WHERE A.ACCOUNT_SORTCODE =
                                     SUBSTR(C.CREDIT_AC, 1, 6)
                            AND   A.ACCOUNT_NUMBER =
                                     SUBSTR(C.CREDIT_AC, 7, 8)
                            AND   U.CUST_NUMBER =
                                     A.ACCOUNT_CUSTOMER_NUMBER
                            AND   U.CUST_STATUS = 'E' )
                          THEN :HV-MASK-TOKEN
                          ELSE COALESCE(C.CREDIT_AC_CUSTNAME, ' ')
                          END,
                     C.DEBIT_AC,
                     COALESCE(C.DEBIT_AC_SCHEMENAME, ' '),
                     CASE WHEN EXISTS
                          ( SELECT 1 FROM ACCOUNT A, CUSTOMER_DATA U
                            WHERE A.ACCOUNT_SORTCODE =
                                     SUBSTR(C.DEBIT_AC, 1, 6)
                            AND   A.ACCOUNT_NUMBER =
                                     SUBSTR(C.DEBIT_AC, 7, 8)
                            AND   U.CUST_NUMBER =
                                     A.ACCOUNT_CUSTOMER_NUMBER
                            AND   U.CUST_STATUS = 'E' )
                          THEN :HV-MASK-TOKEN
                          ELSE COALESCE(C.DEBIT_AC_CUSTNAME, ' ')
                          END,
                     COALESCE(C.CONSENT_AMOUNT, 0),
                     COALESCE(C.CURRENCY_CD, ' '),
                     COALESCE(C.PAYMENT_SCOPE, ' '),
                     CHAR(C.CREATE_TS),
                     CHAR(C.LAST_UPDATE_TS),
                     CHAR(C.EXPIRY_TS),
                     COALESCE(C.CHARGE_BEARER, ' '),
                     COALESCE(C.CHARGE_TYPE, ' '),
                     COALESCE(C.CHARGE_AMOUNT, 0),
                     COALESCE(C.CHARGE_CUR_CD, ' '),
                     COALESCE(C.CONSENT_TYPE, ' '),
                     COALESCE(C.RECUR_FREQUENCY, ' '),
                     COALESCE(CHAR(C.RECUR_NEXT_DUE_DATE, ISO), ' '),
                     COALESCE(C.RECUR_OCCURRENCES_LEFT, 0),
                     COALESCE(CHAR(C.RECUR_END_DATE, ISO), ' '),
                     COALESCE(C.RECUR_RETRY_COUNT, 0),
                     COALESCE(C.TPP_ID, ' '),
                     COALESCE(CHAR(C.EXEC_DATE, ISO), ' '),
                     COALESCE(C.SANCTIONS_CLEARED, ' '),
                     COALESCE(C.PAY_INITIATED_BY, ' '),
                     COALESCE(C.PAY_APPROVED_BY, ' '),
                     COALESCE(C.IDEMPOTENCY_KEY, ' '),
                     COALESCE(C.CONSENT_KIND, ' '),
                     COALESCE(C.INFO_SCOPE, ' '),
                     COALESCE(C.NAME_CHECK_RESULT, ' '),
                     COALESCE(C.END_TO_END_ID, ' '),
                     COALESCE(C.NEW_PAYEE_FLAG, ' '),
                     COALESCE(C.RISK_REASONS, ' '),
                     COALESCE(C.VRP_MAX_PER_PAYMENT, 0),
                     COALESCE(C.VRP_MAX_PER_PERIOD, 0),
                     COALESCE(C.VRP_PERIOD_UNIT, ' '),
                     COALESCE(C.VRP_PERIOD_USED, 0),
                     COALESCE(CHAR(C.VRP_PERIOD_START, ISO), ' '),
                     COALESCE(C.PAY_SCHEME, ' ')
                     FROM CONSENT C
                     WHERE C.LAST_UPDATE_TS > :HV-FROM-MARK
                     AND   C.LAST_UPDATE_TS <= :HV-TO-MARK
                     ORDER BY C.CONSENT_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for the consent status transitions
      * recorded in the window - the history only ever grows.
           EXEC SQL DECLARE CHST-CHG-CURSOR CURSOR FOR
              SELECT CONSENT_ID,
                     COALESCE(OLD_CONSENT_STATUS, ' '),
                     COALESCE(NEW_CONSENT_STATUS, ' '),
                     COALESCE(OLD_DOMESTIC_PAY_STATUS, ' '),
                     COALESCE(NEW_DOMESTIC_PAY_STATUS, ' '),
                     CHAR(CHANGE_TS)
                     FROM CONSENT_HISTORY
                     WHERE CHANGE_TS > :HV-FROM-MARK
                     AND   CHANGE_TS <= :HV-TO-MARK
                     ORDER BY CHANGE_TS, CONSENT_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for the ledger rows posted in the window.
      * The description of an erased customer's ledger row is
      * masked.
           EXEC SQL DECLARE PROC-CHG-CURSOR CURSOR FOR
              SELECT P.PROCTRAN_SORTCODE,
                     P.PROCTRAN_NUMBER,
                     CHAR(P.PROCTRAN_DATE, ISO),
                     COALESCE(P.PROCTRAN_TIME, ' '),
                     COALESCE(P.PROCTRAN_REF, ' '),
                     COALESCE(P.PROCTRAN_TYPE, ' '),
                     CASE WHEN EXISTS
                          ( SELECT 1 FROM ACCOUNT A, CUSTOMER_DATA U
                            WHERE A.ACCOUNT_SORTCODE =
                                     P.PROCTRAN_SORTCODE
                            AND   A.ACCOUNT_NUMBER = P.PROCTRAN_NUMBER
                            AND   U.CUST_NUMBER =
                                     A.ACCOUNT_CUSTOMER_NUMBER
                            AND   U.CUST_STATUS = 'E' )
                          THEN SUBSTR(:HV-MASK-TOKEN, 1, 40)
                          ELSE COALESCE(P.PROCTRAN_DESC, ' ')
                          END,
                     COALESCE(P.PROCTRAN_AMOUNT, 0),
                     P.PROCTRAN_CONSENT_ID,
                     COALESCE(P.PROCTRAN_COUNTER_ACC_NO, ' '),
                     COALESCE(CHAR(P.PROCTRAN_VALUE_DATE, ISO), ' ')
                     FROM PROCTRAN P
                     WHERE CHAR(P.PROCTRAN_DATE, ISO)
                              CONCAT P.PROCTRAN_TIME > :HV-FROM-PT
                     AND   CHAR(P.PROCTRAN_DATE, ISO)
                              CONCAT P.PROCTRAN_TIME <= :HV-TO-PT
                     ORDER BY P.PROCTRAN_DATE, P.PROCTRAN_TIME,
                              P.PROCTRAN_SORTCODE, P.PROCTRAN_NUMBER
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for disputes changed in the window - an
      * insert when raised within it.
           EXEC SQL DECLARE DISP-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR RAISED_TS > :HV-FROM-MARK
                          THEN 'I' ELSE 'U' END,
                     END_TO_END_ID,
                     DISPUTE_STATUS,
                     DISP_SORTCODE,
                     DISP_NUMBER,
                     DISP_AMOUNT,
                     CHAR(RAISED_TS),
                     CHAR(LAST_UPDATE_TS)
                     FROM DISPUTE
                     WHERE LAST_UPDATE_TS > :HV-FROM-MARK
                     AND   LAST_UPDATE_TS <= :HV-TO-MARK
                     ORDER BY END_TO_END_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for loan schedule periods changed in the
      * window, by status date.  Only LOANSCHD writes a period as
      * 'D' due, so a due period is one newly scheduled.
           EXEC SQL DECLARE LSCH-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR LSCH_STATUS = 'D'
                          THEN 'I' ELSE 'U' END,
                     LSCH_SORTCODE,
                     LSCH_NUMBER,
                     LSCH_PERIOD,
                     CHAR(LSCH_DUE_DATE, ISO),
                     LSCH_INSTALLMENT,
                     LSCH_PRINCIPAL,
                     LSCH_INTEREST,
                     LSCH_STATUS,
                     COALESCE(CHAR(LSCH_STATUS_DATE, ISO), ' '),
                     COALESCE(LSCH_MISSED_COUNT, 0)
                     FROM LOAN_SCHEDULE
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    LSCH_STATUS_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY LSCH_SORTCODE, LSCH_NUMBER, LSCH_PERIOD
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for direct debit mandates set up,
      * changed or collected from in the window - an insert when
      * set up within it.
           EXEC SQL DECLARE DDMD-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR MANDATE_SETUP_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     MANDATE_ORIGINATOR_ID,
                     MANDATE_SORTCODE,
                     MANDATE_NUMBER,
                     MANDATE_REFERENCE,
                     MANDATE_STATUS,
                     COALESCE(CHAR(MANDATE_SETUP_DATE, ISO), ' '),
                     COALESCE(CHAR(MANDATE_STATUS_DATE, ISO), ' '),
                     COALESCE(CHAR(MANDATE_LAST_COLLECTED, ISO), ' ')
                     FROM DD_MANDATE
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    MANDATE_SETUP_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    MANDATE_STATUS_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    MANDATE_LAST_COLLECTED
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY MANDATE_ORIGINATOR_ID, MANDATE_SORTCODE,
                              MANDATE_NUMBER, MANDATE_REFERENCE
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for holds placed in the window, or
      * released or expired on its days - an insert when placed
      * within it.
           EXEC SQL DECLARE HOLD-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR HOLD_PLACED_TS > :HV-FROM-MARK
                          THEN 'I' ELSE 'U' END,
                     HOLD_ID,
                     HOLD_SORTCODE,
                     HOLD_NUMBER,
                     HOLD_AMOUNT,
                     COALESCE(HOLD_REFERENCE, ' '),
                     HOLD_STATUS,
                     CHAR(HOLD_PLACED_TS),
                     CHAR(HOLD_EXPIRY_TS),
                     COALESCE(CHAR(HOLD_STATUS_DATE, ISO), ' ')
                     FROM ACCT_HOLD
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    ( HOLD_PLACED_TS > :HV-FROM-MARK
                             AND HOLD_PLACED_TS <= :HV-TO-MARK )
                     OR    HOLD_STATUS_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY HOLD_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for account stops changed in the
      * window.  Placing, lifting and re-placing all restamp
      * PLACED_TS on the one row an account has, so a changed
      * stop goes out as an update.
           EXEC SQL DECLARE STOP-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                          THEN 'I' ELSE 'U' END,
                     STOP_SORTCODE,
                     STOP_NUMBER,
                     STOP_STATUS,
                     COALESCE(STOP_REASON, ' '),
                     COALESCE(PLACED_BY, ' '),
                     CHAR(PLACED_TS)
                     FROM ACCT_STOP
                     WHERE PLACED_TS > :HV-FROM-MARK
                     AND   PLACED_TS <= :HV-TO-MARK
                     ORDER BY STOP_SORTCODE, STOP_NUMBER
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for withdrawal notices lodged,
      * consumed, expired or cancelled in the window - an insert
      * when lodged within it.
           EXEC SQL DECLARE NTCE-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR NTCE_LODGED_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     NTCE_ID,
                     NTCE_SORTCODE,
                     NTCE_NUMBER,
                     NTCE_AMOUNT,
                     NTCE_STATUS,
                     CHAR(NTCE_LODGED_DATE, ISO),
                     CHAR(NTCE_MATURITY_DATE, ISO),
                     COALESCE(CHAR(NTCE_STATUS_DATE, ISO), ' ')
                     FROM WDRW_NOTICE
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    NTCE_LODGED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    NTCE_STATUS_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY NTCE_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for account signing mandates set up
      * or changed in the window - an insert when set up within
      * it.
           EXEC SQL DECLARE AMND-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR MAND_SETUP_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     MAND_SORTCODE,
                     MAND_NUMBER,
                     MAND_SIGS_REQUIRED,
                     MAND_STATUS,
                     COALESCE(CHAR(MAND_SETUP_DATE, ISO), ' '),
                     COALESCE(CHAR(MAND_STATUS_DATE, ISO), ' ')
                     FROM ACCT_MANDATE
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    MAND_SETUP_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    MAND_STATUS_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY MAND_SORTCODE, MAND_NUMBER
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for mandate signatories added or
      * changed in the window.  SGMLOAD restamps the added date
      * on every change, so a changed signatory goes out as an
      * update.
           EXEC SQL DECLARE SGNY-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                          THEN 'I' ELSE 'U' END,
                     SGNY_SORTCODE,
                     SGNY_NUMBER,
                     SGNY_ID,
                     COALESCE(SGNY_LIMIT, 0),
                     SGNY_STATUS,
                     COALESCE(CHAR(SGNY_ADDED_DATE, ISO), ' ')
                     FROM MANDATE_SIGNATORY
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    SGNY_ADDED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY SGNY_SORTCODE, SGNY_NUMBER, SGNY_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for the consent signatures given in
      * the window - the signatures only ever grow.
           EXEC SQL DECLARE CSIG-CHG-CURSOR CURSOR FOR
              SELECT SIG_CONSENT_ID,
                     SIG_SIGNATORY,
                     CHAR(SIG_TS)
                     FROM CONSENT_SIGNATURE
                     WHERE SIG_TS > :HV-FROM-MARK
                     AND   SIG_TS <= :HV-TO-MARK
                     ORDER BY SIG_TS, SIG_CONSENT_ID,
                              SIG_SIGNATORY
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for account holders added or changed
      * in the window - an insert when added within it.
           EXEC SQL DECLARE OWNR-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR OWNR_ADDED_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     OWNR_SORTCODE,
                     OWNR_NUMBER,
                     OWNR_CUSTOMER,
                     OWNR_PRIMARY,
                     OWNR_STATUS,
                     COALESCE(CHAR(OWNR_ADDED_DATE, ISO), ' '),
                     COALESCE(CHAR(OWNR_STATUS_DATE, ISO), ' ')
                     FROM ACCOUNT_OWNER
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    OWNR_ADDED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    OWNR_STATUS_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY OWNR_SORTCODE, OWNR_NUMBER, OWNR_CUSTOMER
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for the credit scores taken in the
      * window.  Each score is a new row; the customer's previous
      * row is superseded by it, which the warehouse tells by
      * SCORE_TS.
           EXEC SQL DECLARE CRSC-CHG-CURSOR CURSOR FOR
              SELECT CUST_NO,
                     CREDIT_SCORE,
                     CHAR(SCORE_TS),
                     HIST_ROW,
                     COALESCE(AGENCY_SCORE_1, 0),
                     COALESCE(AGENCY_SCORE_2, 0),
                     COALESCE(AGENCY_SCORE_3, 0),
                     COALESCE(AGENCY_SCORE_4, 0),
                     COALESCE(AGENCY_SCORE_5, 0)
                     FROM CREDIT_SCORE
                     WHERE SCORE_TS > :HV-FROM-MARK
                     AND   SCORE_TS <= :HV-TO-MARK
                     ORDER BY SCORE_TS, CUST_NO
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for complaints changed in the window -
      * an insert when received within it.  The summary of an
      * erased customer's complaint is masked.
           EXEC SQL DECLARE CMPL-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR M.CMP_RECEIVED_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     M.CMP_ID,
                     M.CMP_CUSTOMER,
                     M.CMP_CATEGORY,
                     M.CMP_ROOT_CAUSE,
                     M.CMP_SORTCODE,
                     M.CMP_NUMBER,
                     M.CMP_CONSENT_ID,
                     M.CMP_DISPUTE_REF,
                     CASE WHEN EXISTS
                          ( SELECT 1 FROM CUSTOMER_DATA U
                            WHERE U.CUST_NUMBER = M.CMP_CUSTOMER
                            AND   U.CUST_STATUS = 'E' )
                          THEN :HV-MASK-TOKEN
                          ELSE M.CMP_SUMMARY
                          END,
                     M.CMP_STATUS,
                     CHAR(M.CMP_RECEIVED_DATE, ISO),
                     CHAR(M.CMP_SRC_DUE, ISO),
                     CHAR(M.CMP_FINAL_DUE, ISO),
                     COALESCE(CHAR(M.CMP_ACK_DATE, ISO), ' '),
                     COALESCE(CHAR(M.CMP_CLOSED_DATE, ISO), ' '),
                     COALESCE(M.CMP_OUTCOME, ' '),
                     COALESCE(M.CMP_REDRESS, 0),
                     COALESCE(M.CMP_REDRESS_SORTCODE, ' '),
                     COALESCE(M.CMP_REDRESS_NUMBER, ' '),
                     COALESCE(M.CMP_OPERATOR, ' '),
                     CHAR(M.CMP_LAST_UPDATE_TS)
                     FROM COMPLAINT M
                     WHERE M.CMP_LAST_UPDATE_TS > :HV-FROM-MARK
                     AND   M.CMP_LAST_UPDATE_TS <= :HV-TO-MARK
                     ORDER BY M.CMP_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for APP fraud claims changed in the
      * window - an insert when logged within it.
           EXEC SQL DECLARE APPC-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR APP_LOGGED_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     APP_END_TO_END_ID,
                     APP_STATUS,
                     APP_SORTCODE,
                     APP_NUMBER,
                     APP_CUSTOMER,
                     APP_PAYMENT_AMOUNT,
                     APP_CLAIM_AMOUNT,
                     APP_VULNERABLE,
                     APP_RECV_SORTCODE,
                     CHAR(APP_LOGGED_DATE, ISO),
                     CHAR(APP_DECISION_DUE, ISO),
                     COALESCE(CHAR(APP_DECIDED_DATE, ISO), ' '),
                     COALESCE(APP_REIMBURSED, 0),
                     COALESCE(APP_EXCESS, 0),
                     COALESCE(APP_OUR_SHARE, 0),
                     COALESCE(APP_RECV_SHARE, 0),
                     COALESCE(APP_OPERATOR, ' '),
                     CHAR(APP_LAST_UPDATE_TS)
                     FROM APP_CLAIM
                     WHERE APP_LAST_UPDATE_TS > :HV-FROM-MARK
                     AND   APP_LAST_UPDATE_TS <= :HV-TO-MARK
                     ORDER BY APP_END_TO_END_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for APP reimbursement recoveries
      * raised, sent or settled in the window - an insert when
      * raised within it.
           EXEC SQL DECLARE APRC-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR APR_RAISED_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     APR_END_TO_END_ID,
                     APR_DIRECTION,
                     APR_COUNTERPARTY,
                     APR_SORTCODE,
                     APR_NUMBER,
                     APR_AMOUNT,
                     APR_STATUS,
                     CHAR(APR_RAISED_DATE, ISO),
                     COALESCE(CHAR(APR_SENT_DATE, ISO), ' '),
                     COALESCE(CHAR(APR_SETTLED_DATE, ISO), ' '),
                     COALESCE(APR_SETTLED_AMOUNT, 0)
                     FROM APP_RECOVERY
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    APR_RAISED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    APR_SENT_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    APR_SETTLED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY APR_END_TO_END_ID, APR_DIRECTION
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for legal orders served, earmarked,
      * paid or released in the window - an insert when served
      * within it.
           EXEC SQL DECLARE LGLO-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR LGO_SERVED_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     LGO_ID,
                     LGO_REFERENCE,
                     LGO_COURT,
                     LGO_TYPE,
                     LGO_CUSTOMER,
                     LGO_SORTCODE,
                     LGO_NUMBER,
                     LGO_AMOUNT,
                     LGO_EARMARKED,
                     LGO_STATUS,
                     CHAR(LGO_SERVED_DATE, ISO),
                     COALESCE(CHAR(LGO_FINAL_DATE, ISO), ' '),
                     COALESCE(LGO_CREDITOR_SORTCODE, ' '),
                     COALESCE(LGO_CREDITOR_NUMBER, ' '),
                     COALESCE(LGO_PAID_AMOUNT, 0),
                     COALESCE(CHAR(LGO_STATUS_DATE, ISO), ' '),
                     COALESCE(LGO_OPERATOR, ' ')
                     FROM LEGAL_ORDER
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    LGO_SERVED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    LGO_STATUS_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    LGO_FINAL_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY LGO_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for legal order earmarks placed or
      * changed in the window - an insert when placed within it.
      * The table is marked and trailed as LEGAL_ORDER_EARMRK,
      * the mark's table name being 18 long.
           EXEC SQL DECLARE LGLE-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR LGE_PLACED_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     LGE_ORDER_ID,
                     LGE_SORTCODE,
                     LGE_NUMBER,
                     LGE_AMOUNT,
                     LGE_STATUS,
                     CHAR(LGE_PLACED_DATE, ISO),
                     COALESCE(CHAR(LGE_STATUS_DATE, ISO), ' ')
                     FROM LEGAL_ORDER_EARMARK
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    LGE_PLACED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    LGE_STATUS_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY LGE_ORDER_ID, LGE_SORTCODE,
                              LGE_NUMBER
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for requests to pay received,
      * answered or reported back in the window - an insert when
      * received within it.
           EXEC SQL DECLARE RTPQ-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR RTP_RECEIVED_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     RTP_ID,
                     RTP_BILLER_ID,
                     RTP_BILLER_REF,
                     RTP_BILLER_NAME,
                     RTP_CREDIT_SORTCODE,
                     RTP_CREDIT_ACCOUNT,
                     RTP_PAYER_SORTCODE,
                     RTP_PAYER_NUMBER,
                     RTP_AMOUNT,
                     RTP_CURRENCY_CD,
                     RTP_REFERENCE,
                     CHAR(RTP_DUE_DATE, ISO),
                     CHAR(RTP_EXPIRY_DATE, ISO),
                     RTP_STATUS,
                     CHAR(RTP_RECEIVED_DATE, ISO),
                     CHAR(RTP_STATUS_DATE, ISO),
                     COALESCE(RTP_CONSENT_ID, 0),
                     COALESCE(RTP_DECLINE_REASON, ' '),
                     COALESCE(CHAR(RTP_REPORTED_DATE, ISO), ' ')
                     FROM REQUEST_TO_PAY
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    RTP_RECEIVED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    RTP_STATUS_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    RTP_REPORTED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY RTP_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for loans whose terms changed in the
      * window.  LOAN_TERMS carries no date of its own beyond the
      * start date, so a loan counts as changed when it started,
      * when a period of its schedule changed status, when it was
      * recast or written off, or when anything was posted to the
      * loan account - the collections, settlements, arrears fees
      * and write-offs that move its status and bucket.  An
      * insert when started within the window.
           EXEC SQL DECLARE LTRM-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR L.LTRM_START_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     L.LTRM_SORTCODE,
                     L.LTRM_NUMBER,
                     L.LTRM_PRINCIPAL,
                     L.LTRM_RATE,
                     L.LTRM_TERM_MONTHS,
                     L.LTRM_PAY_SORTCODE,
                     L.LTRM_PAY_NUMBER,
                     CHAR(L.LTRM_START_DATE, ISO),
                     L.LTRM_STATUS,
                     COALESCE(L.LTRM_ARREARS_BUCKET, 0)
                     FROM LOAN_TERMS L
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    L.LTRM_START_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    EXISTS
                          ( SELECT 1 FROM LOAN_SCHEDULE S
                            WHERE S.LSCH_SORTCODE = L.LTRM_SORTCODE
                            AND   S.LSCH_NUMBER = L.LTRM_NUMBER
                            AND   S.LSCH_STATUS_DATE >= :HV-FROM-DATE
                            AND   S.LSCH_STATUS_DATE <= :HV-TO-DATE )
                     OR    EXISTS
                          ( SELECT 1 FROM LOAN_RECAST R
                            WHERE R.LRCS_SORTCODE = L.LTRM_SORTCODE
                            AND   R.LRCS_NUMBER = L.LTRM_NUMBER
                            AND   R.LRCS_DATE >= :HV-FROM-DATE
                            AND   R.LRCS_DATE <= :HV-TO-DATE )
                     OR    EXISTS
                          ( SELECT 1 FROM LOAN_WRITEOFF W
                            WHERE W.LWOF_SORTCODE = L.LTRM_SORTCODE
                            AND   W.LWOF_NUMBER = L.LTRM_NUMBER
                            AND   W.LWOF_DATE >= :HV-FROM-DATE
                            AND   W.LWOF_DATE <= :HV-TO-DATE )
                     OR    EXISTS
                          ( SELECT 1 FROM PROCTRAN P
                            WHERE P.PROCTRAN_SORTCODE = L.LTRM_SORTCODE
                            AND   P.PROCTRAN_NUMBER = L.LTRM_NUMBER
                            AND   CHAR(P.PROCTRAN_DATE, ISO)
                                  CONCAT P.PROCTRAN_TIME > :HV-FROM-PT
                            AND   CHAR(P.PROCTRAN_DATE, ISO)
                                  CONCAT P.PROCTRAN_TIME <= :HV-TO-PT )
                     ORDER BY L.LTRM_SORTCODE, L.LTRM_NUMBER
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for loan recasts made in the window -
      * each recast is a new row.
           EXEC SQL DECLARE LRCS-CHG-CURSOR CURSOR FOR
              SELECT LRCS_SORTCODE,
                     LRCS_NUMBER,
                     LRCS_SEQ,
                     CHAR(LRCS_DATE, ISO),
                     LRCS_TYPE,
                     LRCS_AMOUNT,
                     LRCS_ERC,
                     LRCS_PRIN_BEFORE,
                     LRCS_PRIN_AFTER,
                     LRCS_INST_BEFORE,
                     LRCS_INST_AFTER,
                     LRCS_TERM_BEFORE,
                     LRCS_TERM_AFTER,
                     COALESCE(LRCS_USER, ' ')
                     FROM LOAN_RECAST
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    LRCS_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY LRCS_SORTCODE, LRCS_NUMBER, LRCS_SEQ
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for loan applications received in the
      * window or decided on its days - an insert when received
      * within it.
           EXEC SQL DECLARE LAPP-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR LAPP_RECEIVED_TS > :HV-FROM-MARK
                          THEN 'I' ELSE 'U' END,
                     LAPP_ID,
                     LAPP_CUST_NO,
                     LAPP_SORTCODE,
                     LAPP_AMOUNT,
                     LAPP_TERM_MONTHS,
                     LAPP_PAY_SORTCODE,
                     LAPP_PAY_NUMBER,
                     CHAR(LAPP_RECEIVED_TS),
                     LAPP_STATUS,
                     COALESCE(CHAR(LAPP_DECISION_DATE, ISO), ' '),
                     COALESCE(LAPP_DECIDED_BY, ' '),
                     COALESCE(LAPP_REASONS, ' '),
                     COALESCE(LAPP_CREDIT_SCORE, 0),
                     COALESCE(LAPP_MONTHLY_INCOME, 0),
                     COALESCE(LAPP_REL_POSITION, 0),
                     COALESCE(LAPP_LTI, 0),
                     COALESCE(LAPP_RATE, 0),
                     COALESCE(LAPP_LOAN_SORTCODE, ' '),
                     COALESCE(LAPP_LOAN_NUMBER, ' ')
                     FROM LOAN_APPLICATION
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    ( LAPP_RECEIVED_TS > :HV-FROM-MARK
                             AND LAPP_RECEIVED_TS <= :HV-TO-MARK )
                     OR    LAPP_DECISION_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY LAPP_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for term deposits opened, reminded,
      * re-instructed, broken or matured in the window - an
      * insert when opened within it.
           EXEC SQL DECLARE TDEP-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR TDEP_START_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     TDEP_ID,
                     TDEP_SORTCODE,
                     TDEP_NUMBER,
                     TDEP_TERM_MONTHS,
                     TDEP_FIXED_RATE,
                     TDEP_PRINCIPAL,
                     CHAR(TDEP_START_DATE, ISO),
                     CHAR(TDEP_MATURITY_DATE, ISO),
                     TDEP_INSTRUCTION,
                     COALESCE(TDEP_PAY_SORTCODE, ' '),
                     COALESCE(TDEP_PAY_NUMBER, ' '),
                     TDEP_STATUS,
                     COALESCE(CHAR(TDEP_REMINDER_DATE, ISO), ' '),
                     COALESCE(TDEP_BREAK_PENALTY, 0),
                     COALESCE(CHAR(TDEP_STATUS_DATE, ISO), ' ')
                     FROM TERM_DEPOSIT
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    TDEP_START_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    TDEP_STATUS_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    TDEP_REMINDER_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY TDEP_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for saved payees saved, used or
      * name-checked in the window - an insert when first saved
      * within it.  An erased customer's payee names are masked.
           EXEC SQL DECLARE BENF-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR B.BENF_FIRST_SAVED >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     B.BENF_CUSTOMER,
                     B.BENF_ID,
                     B.BENF_CREDIT_AC,
                     COALESCE(B.BENF_SCHEMENAME, ' '),
                     CASE WHEN EXISTS
                          ( SELECT 1 FROM CUSTOMER_DATA U
                            WHERE U.CUST_NUMBER = B.BENF_CUSTOMER
                            AND   U.CUST_STATUS = 'E' )
                          THEN :HV-MASK-TOKEN
                          ELSE COALESCE(B.BENF_CUSTNAME, ' ')
                          END,
                     COALESCE(B.BENF_NAME_CHECK_RESULT, ' '),
                     COALESCE(CHAR(B.BENF_NAME_CHECKED_DATE, ISO), ' '),
                     B.BENF_STATUS,
                     COALESCE(CHAR(B.BENF_FIRST_SAVED, ISO), ' '),
                     COALESCE(CHAR(B.BENF_LAST_USED, ISO), ' ')
                     FROM BENEFICIARY B
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    B.BENF_FIRST_SAVED
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    B.BENF_LAST_USED
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    B.BENF_NAME_CHECKED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY B.BENF_CUSTOMER, B.BENF_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for cheques deposited, cleared or
      * returned in the window - an insert when deposited within
      * it.
           EXEC SQL DECLARE CHQR-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR CHQ_DEPOSIT_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     CHQ_ID,
                     CHQ_SORTCODE,
                     CHQ_NUMBER,
                     CHQ_AMOUNT,
                     COALESCE(CHQ_TELLER_REF, ' '),
                     COALESCE(CHQ_DRAWER_REF, ' '),
                     CHQ_STATUS,
                     CHAR(CHQ_DEPOSIT_DATE, ISO),
                     CHAR(CHQ_CLEAR_DATE, ISO),
                     COALESCE(CHAR(CHQ_STATUS_DATE, ISO), ' '),
                     COALESCE(CHQ_FACE_AMOUNT, 0)
                     FROM CHQ_REGISTER
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    CHQ_DEPOSIT_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    CHQ_STATUS_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY CHQ_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for cheque stops placed or changed in
      * the window - an insert when placed within it.
           EXEC SQL DECLARE SCHQ-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR SCHQ_PLACED_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     SCHQ_ID,
                     SCHQ_SORTCODE,
                     SCHQ_NUMBER,
                     SCHQ_SERIAL_FROM,
                     SCHQ_SERIAL_TO,
                     SCHQ_AMOUNT,
                     COALESCE(SCHQ_REASON, ' '),
                     SCHQ_STATUS,
                     COALESCE(SCHQ_PLACED_BY, ' '),
                     CHAR(SCHQ_PLACED_DATE, ISO),
                     COALESCE(CHAR(SCHQ_STATUS_DATE, ISO), ' ')
                     FROM STOP_CHEQUE
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    SCHQ_PLACED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    SCHQ_STATUS_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY SCHQ_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for set-offs noticed, applied or
      * withdrawn in the window - an insert when noticed within
      * it.
           EXEC SQL DECLARE SETF-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR SETF_NOTICE_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     SETF_ID,
                     SETF_CUSTOMER,
                     SETF_SORTCODE,
                     SETF_NUMBER,
                     SETF_STATUS,
                     CHAR(SETF_NOTICE_DATE, ISO),
                     CHAR(SETF_DUE_DATE, ISO),
                     SETF_ARREARS_AMOUNT,
                     COALESCE(SETF_APPLIED_AMOUNT, 0),
                     COALESCE(CHAR(SETF_APPLIED_DATE, ISO), ' ')
                     FROM SET_OFF
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    SETF_NOTICE_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    SETF_APPLIED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY SETF_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for sweep instructions set up or
      * swept in the window - an insert when set up within it.
           EXEC SQL DECLARE SWPI-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR SWP_CREATED_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     SWP_ID,
                     SWP_SOURCE_SORTCODE,
                     SWP_SOURCE_NUMBER,
                     SWP_TARGET_SORTCODE,
                     SWP_TARGET_NUMBER,
                     SWP_TRIGGER,
                     SWP_THRESHOLD,
                     SWP_TARGET_BALANCE,
                     SWP_STATUS,
                     CHAR(SWP_CREATED_DATE, ISO),
                     COALESCE(CHAR(SWP_LAST_SWEPT_DATE, ISO), ' '),
                     COALESCE(SWP_LAST_AMOUNT, 0)
                     FROM SWEEP_INSTRUCTION
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    SWP_CREATED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    SWP_LAST_SWEPT_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY SWP_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for accounts marked or unmarked
      * dormant in the window.  DORMSCAN restamps the marked
      * date on every change to the one row an account has, so a
      * changed row goes out as an update.
           EXEC SQL DECLARE DORM-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                          THEN 'I' ELSE 'U' END,
                     DORM_SORTCODE,
                     DORM_NUMBER,
                     DORM_STATUS,
                     COALESCE(CHAR(LAST_ACTIVITY_DATE, ISO), ' '),
                     CHAR(MARKED_DATE, ISO)
                     FROM ACCOUNT_DORMANCY
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    MARKED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY DORM_SORTCODE, DORM_NUMBER
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for bereavements notified or settled
      * in the window - an insert when notified within it.
           EXEC SQL DECLARE BRVT-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR BRV_NOTIFIED_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     BRV_CUSTOMER,
                     CHAR(BRV_DEATH_DATE, ISO),
                     CHAR(BRV_NOTIFIED_DATE, ISO),
                     BRV_STATUS,
                     COALESCE(BRV_NOTIFIED_BY, ' '),
                     COALESCE(BRV_EXECUTOR_SORTCODE, ' '),
                     COALESCE(BRV_EXECUTOR_NUMBER, ' '),
                     COALESCE(CHAR(BRV_SETTLED_DATE, ISO), ' '),
                     COALESCE(BRV_SETTLED_BY, ' ')
                     FROM BEREAVEMENT
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    BRV_NOTIFIED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    BRV_SETTLED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY BRV_CUSTOMER
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for tax residencies updated in the
      * window.  A customer's residencies are replaced as a set,
      * all stamped alike, so the rows sent for a customer are
      * the whole of the set and go out as updates.
           EXEC SQL DECLARE TAXR-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                          THEN 'I' ELSE 'U' END,
                     TAXR_CUSTOMER,
                     TAXR_SEQ,
                     TAXR_COUNTRY,
                     COALESCE(TAXR_TIN, ' '),
                     COALESCE(CHAR(TAXR_UPDATED_DATE, ISO), ' ')
                     FROM CUSTOMER_TAX_RES
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    TAXR_UPDATED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY TAXR_CUSTOMER, TAXR_SEQ
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for statement options taken up,
      * changed or statemented in the window - an insert when
      * taken up within it.
           EXEC SQL DECLARE ESTO-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR ESTO_START_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     ESTO_SORTCODE,
                     ESTO_NUMBER,
                     ESTO_FORMAT,
                     ESTO_FREQUENCY,
                     ESTO_STATUS,
                     CHAR(ESTO_START_DATE, ISO),
                     COALESCE(CHAR(ESTO_LAST_PERIOD_TO, ISO), ' '),
                     CHAR(ESTO_CHANGED_DATE, ISO)
                     FROM ESTMT_OPTION
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    ESTO_START_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    ESTO_CHANGED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    ESTO_LAST_PERIOD_TO
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY ESTO_SORTCODE, ESTO_NUMBER
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for overdraft limit reviews made or
      * applied in the window - an insert when made within it.
           EXEC SQL DECLARE ODLR-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR ODLR_REVIEW_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     ODLR_SORTCODE,
                     ODLR_NUMBER,
                     CHAR(ODLR_REVIEW_DATE, ISO),
                     ODLR_SCORE,
                     ODLR_DAYS_OVERDRAWN,
                     ODLR_DAYS_OVER_LIMIT,
                     ODLR_AVG_TURNOVER,
                     ODLR_RULE_SEQ,
                     ODLR_ACTION,
                     ODLR_OLD_LIMIT,
                     ODLR_NEW_LIMIT,
                     ODLR_STATUS,
                     COALESCE(CHAR(ODLR_EFFECTIVE_DATE, ISO), ' '),
                     COALESCE(CHAR(ODLR_APPLIED_DATE, ISO), ' ')
                     FROM OD_LIMIT_REVIEW
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    ODLR_REVIEW_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    ODLR_APPLIED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY ODLR_SORTCODE, ODLR_NUMBER,
                              ODLR_REVIEW_DATE
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for product conversions captured,
      * applied or refused in the window - an insert when
      * captured within it.
           EXEC SQL DECLARE PCNV-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR PCNV_CAPTURED_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     PCNV_ID,
                     PCNV_SORTCODE,
                     PCNV_NUMBER,
                     PCNV_OLD_TYPE,
                     PCNV_NEW_TYPE,
                     CHAR(PCNV_EFFECTIVE_DATE, ISO),
                     PCNV_STATUS,
                     PCNV_REQUESTED_BY,
                     CHAR(PCNV_CAPTURED_DATE, ISO),
                     COALESCE(CHAR(PCNV_APPLIED_DATE, ISO), ' '),
                     COALESCE(PCNV_INTEREST_SETTLED, 0),
                     COALESCE(PCNV_FEE_CHARGED, 0),
                     COALESCE(PCNV_REASON, ' ')
                     FROM PRODUCT_CONVERSION
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    PCNV_CAPTURED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    PCNV_APPLIED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY PCNV_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for proxy aliases registered,
      * verified or deregistered in the window.  Deregistering
      * leaves no date on the alias itself, so its history row
      * in the window counts too.  An insert when registered
      * within it.
           EXEC SQL DECLARE PRXY-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR X.PRXY_REGISTERED_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     X.PRXY_TYPE,
                     X.PRXY_VALUE,
                     X.PRXY_SORTCODE,
                     X.PRXY_NUMBER,
                     X.PRXY_STATUS,
                     CHAR(X.PRXY_REGISTERED_DATE, ISO),
                     COALESCE(CHAR(X.PRXY_VERIFIED_DATE, ISO), ' ')
                     FROM PROXY_ALIAS X
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    X.PRXY_REGISTERED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    X.PRXY_VERIFIED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    EXISTS
                          ( SELECT 1 FROM PROXY_ALIAS_HIST H
                            WHERE H.PXH_VALUE = X.PRXY_VALUE
                            AND   H.PXH_SORTCODE = X.PRXY_SORTCODE
                            AND   H.PXH_NUMBER = X.PRXY_NUMBER
                            AND   H.PXH_ACTION_TS > :HV-FROM-MARK
                            AND   H.PXH_ACTION_TS <= :HV-TO-MARK )
                     ORDER BY X.PRXY_VALUE, X.PRXY_SORTCODE,
                              X.PRXY_NUMBER
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for account switches booked or
      * completed in the window - an insert when booked within
      * it.
           EXEC SQL DECLARE SWCH-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR SWCH_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     SWCH_ID,
                     SWCH_OLD_SORTCODE,
                     SWCH_OLD_NUMBER,
                     SWCH_NEW_BANK_SORTCODE,
                     SWCH_NEW_BANK_ACCOUNT,
                     SWCH_STATUS,
                     CHAR(SWCH_DATE, ISO),
                     COALESCE(CHAR(SWCH_COMPLETED_DATE, ISO), ' '),
                     COALESCE(CHAR(SWCH_EXPIRY_DATE, ISO), ' ')
                     FROM ACCT_SWITCH
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    SWCH_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    SWCH_COMPLETED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY SWCH_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for AML cases raised or decided in the
      * window - an insert when raised within it.
           EXEC SQL DECLARE AMLC-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR CASE_RAISED_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     CASE_ID,
                     CASE_PATTERN,
                     CASE_SORTCODE,
                     CASE_NUMBER,
                     CHAR(CASE_RAISED_DATE, ISO),
                     CASE_STATUS,
                     COALESCE(CASE_DISPOSITION, ' '),
                     COALESCE(CASE_WORKED_BY, ' '),
                     COALESCE(CHAR(CASE_DECIDED_TS), ' ')
                     FROM AML_CASE
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    ( CASE_DECIDED_TS > :HV-FROM-MARK
                             AND CASE_DECIDED_TS <= :HV-TO-MARK )
                     OR    CASE_RAISED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY CASE_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for loan stagings made in the window.
      * A write-off may restate the day's staging, so these go
      * out as updates.
           EXEC SQL DECLARE LIMP-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                          THEN 'I' ELSE 'U' END,
                     LIMP_SORTCODE,
                     LIMP_NUMBER,
                     CHAR(LIMP_RUN_DATE, ISO),
                     LIMP_STAGE,
                     LIMP_BUCKET,
                     LIMP_DAYS_PAST_DUE,
                     LIMP_SCORE_ORIG,
                     LIMP_SCORE_NOW,
                     LIMP_EXPOSURE,
                     LIMP_LOSS_RATE,
                     LIMP_PROVISION,
                     LIMP_MOVEMENT
                     FROM LOAN_IMPAIRMENT
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    LIMP_RUN_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY LIMP_SORTCODE, LIMP_NUMBER,
                              LIMP_RUN_DATE
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for loans written off, or recovered
      * against, in the window - an insert when written off
      * within it.
           EXEC SQL DECLARE LWOF-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR LWOF_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     LWOF_SORTCODE,
                     LWOF_NUMBER,
                     CHAR(LWOF_DATE, ISO),
                     LWOF_AMOUNT,
                     LWOF_PROVISION_USED,
                     LWOF_APPROVED_BY,
                     LWOF_RECOVERED,
                     COALESCE(CHAR(LWOF_LAST_RECOVERY, ISO), ' ')
                     FROM LOAN_WRITEOFF
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    LWOF_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    LWOF_LAST_RECOVERY
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY LWOF_SORTCODE, LWOF_NUMBER
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for recoveries on written-off loans
      * received in the window - each is a new row.
           EXEC SQL DECLARE LRCV-CHG-CURSOR CURSOR FOR
              SELECT LRCV_SORTCODE,
                     LRCV_NUMBER,
                     LRCV_SEQ,
                     CHAR(LRCV_DATE, ISO),
                     LRCV_AMOUNT
                     FROM LOAN_RECOVERY
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    LRCV_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY LRCV_SORTCODE, LRCV_NUMBER, LRCV_SEQ
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for ISA subscriptions paid into in the
      * window.  The year's row is created by its first
      * subscription and grown by the rest with nothing to tell
      * them apart, so these go out as updates.
           EXEC SQL DECLARE ISAS-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                          THEN 'I' ELSE 'U' END,
                     ISA_CUSTOMER,
                     ISA_TAX_YEAR,
                     ISA_SUBSCRIBED,
                     COALESCE(CHAR(ISA_LAST_UPDATE, ISO), ' ')
                     FROM ISA_SUBSCRIPTION
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    ISA_LAST_UPDATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY ISA_CUSTOMER, ISA_TAX_YEAR
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for direct debit originators set up
      * or changed in the window.  Set-up and change stamp the
      * same status date, so these go out as updates.
           EXEC SQL DECLARE DDOR-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                          THEN 'I' ELSE 'U' END,
                     DDOR_SUN,
                     DDOR_SORTCODE,
                     DDOR_NUMBER,
                     COALESCE(DDOR_NAME, ' '),
                     DDOR_STATUS,
                     CHAR(DDOR_STATUS_DATE, ISO)
                     FROM DD_ORIGINATOR
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    DDOR_STATUS_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY DDOR_SUN
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for the mandates our originators hold,
      * lodged, changed or collected on in the window - an
      * insert when lodged within it.
           EXEC SQL DECLARE DDOM-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR DDOM_LODGED_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     DDOM_SUN,
                     DDOM_PAYER_SORTCODE,
                     DDOM_PAYER_ACCOUNT,
                     DDOM_REFERENCE,
                     COALESCE(DDOM_PAYER_NAME, ' '),
                     DDOM_STATUS,
                     CHAR(DDOM_LODGED_DATE, ISO),
                     CHAR(DDOM_STATUS_DATE, ISO),
                     COALESCE(DDOM_REASON, ' '),
                     COALESCE(CHAR(DDOM_LAST_COLLECTED, ISO), ' ')
                     FROM DD_ORIG_MANDATE
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    DDOM_LODGED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    DDOM_STATUS_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    DDOM_LAST_COLLECTED
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY DDOM_SUN, DDOM_PAYER_SORTCODE,
                              DDOM_PAYER_ACCOUNT, DDOM_REFERENCE
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for our originators' collections
      * submitted, settled or returned in the window.  Each
      * stage stamps the same status date, so these go out as
      * updates.
           EXEC SQL DECLARE DDOC-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                          THEN 'I' ELSE 'U' END,
                     DDOC_ID,
                     DDOC_SUN,
                     DDOC_FILE_REF,
                     DDOC_PAYER_SORTCODE,
                     DDOC_PAYER_ACCOUNT,
                     DDOC_REFERENCE,
                     DDOC_AMOUNT,
                     CHAR(DDOC_DUE_DATE, ISO),
                     DDOC_STATUS,
                     CHAR(DDOC_STATUS_DATE, ISO),
                     COALESCE(DDOC_REASON, ' ')
                     FROM DD_ORIG_COLL
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    DDOC_STATUS_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY DDOC_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for customers merged away in the
      * window.  A later merge of the survivor repoints the
      * earlier aliases without a date of their own, so aliases
      * go out as updates and the warehouse follows the chain.
           EXEC SQL DECLARE CALS-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                          THEN 'I' ELSE 'U' END,
                     ALIAS_CUSTOMER,
                     ALIAS_SURVIVOR,
                     ALIAS_MERGE_ID,
                     CHAR(ALIAS_MERGED_DATE, ISO)
                     FROM CUSTOMER_ALIAS
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    ALIAS_MERGED_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY ALIAS_CUSTOMER
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for accounts escheated or reclaimed in
      * the window - an insert when escheated within it.
           EXEC SQL DECLARE ESCH-CHG-CURSOR CURSOR FOR
              SELECT CASE WHEN :HV-INITIAL-LOAD = 'Y'
                            OR ESCH_ESCHEAT_DATE >= :HV-FROM-DATE
                          THEN 'I' ELSE 'U' END,
                     ESCH_ID,
                     ESCH_SORTCODE,
                     ESCH_NUMBER,
                     COALESCE(ESCH_CUSTOMER, ' '),
                     COALESCE(ESCH_ACCT_TYPE, ' '),
                     COALESCE(ESCH_INTEREST_RATE, 0),
                     ESCH_AMOUNT,
                     CHAR(ESCH_ESCHEAT_DATE, ISO),
                     ESCH_STATUS,
                     COALESCE(CHAR(ESCH_RECLAIM_DATE, ISO), ' '),
                     COALESCE(ESCH_RECLAIM_AMOUNT, 0)
                     FROM ESCHEAT_RECORD
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    ESCH_ESCHEAT_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     OR    ESCH_RECLAIM_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY ESCH_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for remediation payments made in the
      * window - each payment is a new row.
           EXEC SQL DECLARE REMP-CHG-CURSOR CURSOR FOR
              SELECT REM_ID,
                     REM_SORTCODE,
                     REM_NUMBER,
                     REM_CUSTOMER,
                     REM_REFUND,
                     REM_COMP_INTEREST,
                     REM_STATUS,
                     CHAR(REM_PAID_DATE, ISO)
                     FROM REMEDIATION_PAY
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    REM_PAID_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY REM_ID, REM_SORTCODE, REM_NUMBER
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for the accounts re-sorted by a branch
      * merge in the window.  Their dependent rows move to the
      * new key without a date of their own; these rows are how
      * the warehouse follows them.
           EXEC SQL DECLARE RSRT-CHG-CURSOR CURSOR FOR
              SELECT RSRT_OLD_SORTCODE,
                     RSRT_OLD_NUMBER,
                     RSRT_NEW_SORTCODE,
                     RSRT_NEW_NUMBER,
                     CHAR(RSRT_DATE, ISO),
                     CHAR(RSRT_EXPIRY_DATE, ISO)
                     FROM ACCT_RESORT
                     WHERE :HV-INITIAL-LOAD = 'Y'
                     OR    RSRT_DATE
                              BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                     ORDER BY RSRT_OLD_SORTCODE, RSRT_OLD_NUMBER
                     FOR FETCH ONLY
           END-EXEC.
      *    The outbound file register the feed is handed over by.
       01 WS-OUTFREG-PGM                 PIC X(8) VALUE 'OUTFREG'.
       01 WS-OUTFREG-PARMS.
           COPY OUTFREG.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  CDC-FILE-STATUS.
           05 CDC-STATUS1               PIC X.
           05 CDC-STATUS2               PIC X.

       01  WS-EOF                        PIC X VALUE 'N'.
       01  WS-FEED-OPEN                  PIC X VALUE 'N'.

      *    The table in hand's counts and amount total for its
      *    trailer, and the run's across every table.
       01  WS-ROW-AMOUNT                 PIC S9(13)V99 VALUE 0.
       01  WS-TABLE-COUNTS.
           05 WS-TABLE-ROWS              PIC 9(9) VALUE 0.
           05 WS-TABLE-INSERTS           PIC 9(9) VALUE 0.
           05 WS-TABLE-UPDATES           PIC 9(9) VALUE 0.
           05 WS-TABLE-DELETES           PIC 9(9) VALUE 0.
           05 WS-TABLE-AMOUNT            PIC S9(13)V99 VALUE 0.
       01  NUMBER-OF-ROWS-WRITTEN        PIC 9(9) VALUE 0.
       01  NUMBER-OF-TABLES-SENT         PIC 9(4) VALUE 0.
       01  WS-FEED-HASH                  PIC S9(13)V99 VALUE 0.

      *    What the finished tables - trailer written and mark
      *    moved - account for.  A run that fails part way hands
      *    its feed over with these.
       01  NUMBER-OF-ROWS-FINISHED       PIC 9(9) VALUE 0.
       01  WS-FINISHED-HASH              PIC S9(13)V99 VALUE 0.

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

           EXEC SQL
              SELECT CHAR(CURRENT TIMESTAMP),
                     CHAR(CURRENT DATE, ISO)
              INTO   :HV-RUN-TS,
                     :HV-RUN-DATE
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT TIMESTAMP IN PGM '
                      'CDCEXTR. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT CDC-FILE.
           IF CDC-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the CDCFEED feed file, '
                      ' status=' CDC-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'Y' TO WS-FEED-OPEN.

           MOVE SPACES      TO CDC-WORK-RECORD.
           MOVE 'HD'        TO CDC-REC-TYPE.
           MOVE HV-RUN-TS   TO CDC-HDR-RUN-TS.
           MOVE HV-RUN-DATE TO CDC-HDR-RUN-DATE.
           PERFORM WRITE-FEED-RECORD.

           PERFORM EXTRACT-ACCOUNTS.
           PERFORM EXTRACT-CUSTOMERS.
           PERFORM EXTRACT-CONSENTS.
           PERFORM EXTRACT-CONSENT-HISTORY.
           PERFORM EXTRACT-PROCTRAN.
           PERFORM EXTRACT-DISPUTES.
           PERFORM EXTRACT-LOAN-SCHEDULE.
           PERFORM EXTRACT-DD-MANDATES.
           PERFORM EXTRACT-ACCT-HOLDS.
           PERFORM EXTRACT-ACCT-STOPS.
           PERFORM EXTRACT-WDRW-NOTICES.
           PERFORM EXTRACT-SIGN-MANDATES.
           PERFORM EXTRACT-SIGNATORIES.
           PERFORM EXTRACT-CONSENT-SIGS.
           PERFORM EXTRACT-ACCOUNT-OWNERS.
           PERFORM EXTRACT-CREDIT-SCORES.
           PERFORM EXTRACT-COMPLAINTS.
           PERFORM EXTRACT-APP-CLAIMS.
           PERFORM EXTRACT-APP-RECOVERIES.
           PERFORM EXTRACT-LEGAL-ORDERS.
           PERFORM EXTRACT-LEGAL-EARMARKS.
           PERFORM EXTRACT-REQUESTS-TO-PAY.
           PERFORM EXTRACT-LOAN-TERMS.
           PERFORM EXTRACT-LOAN-RECASTS.
           PERFORM EXTRACT-LOAN-APPLS.
           PERFORM EXTRACT-TERM-DEPOSITS.
           PERFORM EXTRACT-BENEFICIARIES.
           PERFORM EXTRACT-CHEQUES.
           PERFORM EXTRACT-STOP-CHEQUES.
           PERFORM EXTRACT-SET-OFFS.
           PERFORM EXTRACT-SWEEPS.
           PERFORM EXTRACT-DORMANCY.
           PERFORM EXTRACT-BEREAVEMENTS.
           PERFORM EXTRACT-TAX-RESIDENCIES.
           PERFORM EXTRACT-ESTMT-OPTIONS.
           PERFORM EXTRACT-OD-REVIEWS.
           PERFORM EXTRACT-PRODUCT-CONVS.
           PERFORM EXTRACT-PROXY-ALIASES.
           PERFORM EXTRACT-ACCT-SWITCHES.
           PERFORM EXTRACT-AML-CASES.
           PERFORM EXTRACT-LOAN-IMPAIRMENTS.
           PERFORM EXTRACT-LOAN-WRITEOFFS.
           PERFORM EXTRACT-LOAN-RECOVERIES.
           PERFORM EXTRACT-ISA-SUBSCRIPTIONS.
           PERFORM EXTRACT-DD-ORIGINATORS.
           PERFORM EXTRACT-DD-ORIG-MANDATES.
           PERFORM EXTRACT-DD-ORIG-COLLS.
           PERFORM EXTRACT-CUSTOMER-ALIASES.
           PERFORM EXTRACT-ESCHEATS.
           PERFORM EXTRACT-REMEDIATIONS.
           PERFORM EXTRACT-ACCT-RESORTS.

           MOVE 'N' TO WS-FEED-OPEN.
           CLOSE CDC-FILE.

           MOVE 'CDCFEED'              TO OFR-FILE-NAME.
           MOVE HV-RUN-DATE            TO OFR-BUSINESS-DATE.
           MOVE NUMBER-OF-ROWS-WRITTEN TO OFR-RECORD-COUNT.
           MOVE WS-FEED-HASH           TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'CDCEXTR sent ' NUMBER-OF-ROWS-WRITTEN
                   ' changed row(s) from ' NUMBER-OF-TABLES-SENT
                   ' table(s), cut off at ' HV-RUN-TS.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    Accounts: each account in the window goes out as it now
      *    stands - an insert when the journal shows it opened in
      *    the window, a delete (key only) when it is no longer
      *    there, otherwise an update.
      *
       EXTRACT-ACCOUNTS SECTION.
       EAC010.

           MOVE 'ACCOUNT' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              ACCT-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open ACCT-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-ACCOUNT UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              ACCT-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       EAC999.
           EXIT.

       EXTRACT-ONE-ACCOUNT SECTION.
       EOA010.

           EXEC SQL FETCH FROM ACCT-CHG-CURSOR
              INTO :HV-AC-SORTCODE,
                   :HV-AC-NUMBER
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO EOA999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching ACCT-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :HV-AC-OPENED-COUNT
                FROM   ACCOUNT_JOURNAL
                WHERE  AJN_SORTCODE = :HV-AC-SORTCODE
                AND    AJN_NUMBER   = :HV-AC-NUMBER
                AND    AJN_COLUMN   = 'ACCOUNT_TYPE'
                AND    AJN_OLD_VALUE = ' '
                AND    AJN_TS > :HV-FROM-MARK
                AND    AJN_TS <= :HV-TO-MARK
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to read the journal of '
                      HV-AC-SORTCODE HV-AC-NUMBER
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'AC'   TO CDC-REC-TYPE.

           EXEC SQL
                SELECT COALESCE(ACCOUNT_CUSTOMER_NUMBER, ' '),
                       COALESCE(ACCOUNT_TYPE, ' '),
                       COALESCE(ACCOUNT_INTEREST_RATE, 0),
                       COALESCE(CHAR(ACCOUNT_OPENED, ISO), ' '),
                       COALESCE(ACCOUNT_OVERDRAFT_LIMIT, 0),
                       COALESCE(CHAR(ACCOUNT_LAST_STATEMENT, ISO),
                                ' '),
                       COALESCE(CHAR(ACCOUNT_NEXT_STATEMENT, ISO),
                                ' '),
                       COALESCE(ACCOUNT_AVAILABLE_BALANCE, 0),
                       COALESCE(ACCOUNT_ACTUAL_BALANCE, 0),
                       COALESCE(ACCOUNT_CURRENCY_CD, ' ')
                INTO   :CDC-AC-CUSTOMER-NUMBER,
                       :CDC-AC-TYPE,
                       :CDC-AC-INTEREST-RATE,
                       :CDC-AC-OPENED,
                       :CDC-AC-OVERDRAFT-LIMIT,
                       :CDC-AC-LAST-STATEMENT,
                       :CDC-AC-NEXT-STATEMENT,
                       :CDC-AC-AVAILABLE-BALANCE,
                       :CDC-AC-ACTUAL-BALANCE,
                       :CDC-AC-CURRENCY-CD
                FROM   ACCOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-AC-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-AC-NUMBER
           END-EXEC.

           IF SQLCODE = 100
              MOVE SPACES         TO CDC-REC-BODY
              MOVE 'D'            TO CDC-CHANGE-FLAG
              MOVE HV-AC-SORTCODE TO CDC-AC-SORTCODE
              MOVE HV-AC-NUMBER   TO CDC-AC-NUMBER
              MOVE 0              TO WS-ROW-AMOUNT
              PERFORM WRITE-CHANGE-ROW
              GO TO EOA999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to read account '
                      HV-AC-SORTCODE HV-AC-NUMBER
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE HV-AC-SORTCODE TO CDC-AC-SORTCODE.
           MOVE HV-AC-NUMBER   TO CDC-AC-NUMBER.

           IF HV-INITIAL-LOAD = 'Y' OR HV-AC-OPENED-COUNT > 0
              MOVE 'I' TO CDC-CHANGE-FLAG
           ELSE
              MOVE 'U' TO CDC-CHANGE-FLAG
           END-IF.

           MOVE CDC-AC-ACTUAL-BALANCE TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       EOA999.
           EXIT.

       EXTRACT-CUSTOMERS SECTION.
       ECU010.

           MOVE 'CUSTOMER_DATA' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              CUST-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open CUST-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-CUSTOMER UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              CUST-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ECU999.
           EXIT.

       EXTRACT-ONE-CUSTOMER SECTION.
       EOC010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'CU'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM CUST-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-CU-NUMBER,
                   :CDC-CU-NAME,
                   :CDC-CU-ADDR1,
                   :CDC-CU-ADDR2,
                   :CDC-CU-ADDR3,
                   :CDC-CU-POSTCODE,
                   :CDC-CU-PHONE,
                   :CDC-CU-EMAIL,
                   :CDC-CU-STATUS,
                   :CDC-CU-UPDATED-DATE,
                   :CDC-CU-FX-TIER,
                   :CDC-CU-RISK-RATING,
                   :CDC-CU-RISK-SCORE,
                   :CDC-CU-RISK-REASONS,
                   :CDC-CU-RISK-SINCE,
                   :CDC-CU-LAST-REVIEW-DATE,
                   :CDC-CU-REVIEWED-BY,
                   :CDC-CU-REVIEW-DUE-DATE,
                   :CDC-CU-KYC-RESTRICTED,
                   :CDC-CU-CONTACT-PREF
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO EOC999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching CUST-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       EOC999.
           EXIT.

       EXTRACT-CONSENTS SECTION.
       ECN010.

           MOVE 'CONSENT' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              CONS-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open CONS-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-CONSENT UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              CONS-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ECN999.
           EXIT.

       EXTRACT-ONE-CONSENT SECTION.
       EON010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'CN'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM CONS-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-CN-CONSENT-ID,
                   :CDC-CN-CONSENT-STATUS,
                   :CDC-CN-DOMESTIC-PAY-ID,
                   :CDC-CN-DOMESTIC-PAY-STATUS,
                   :CDC-CN-CREDIT-AC,
                   :CDC-CN-CREDIT-SCHEMENAME,
                   :CDC-CN-CREDIT-CUSTNAME,
                   :CDC-CN-DEBIT-AC,
                   :CDC-CN-DEBIT-SCHEMENAME,
                   :CDC-CN-DEBIT-CUSTNAME,
                   :CDC-CN-AMOUNT,
                   :CDC-CN-CURRENCY-CD,
                   :CDC-CN-PAYMENT-SCOPE,
                   :CDC-CN-CREATE-TS,
                   :CDC-CN-LAST-UPDATE-TS,
                   :CDC-CN-EXPIRY-TS,
                   :CDC-CN-CHARGE-BEARER,
                   :CDC-CN-CHARGE-TYPE,
                   :CDC-CN-CHARGE-AMOUNT,
                   :CDC-CN-CHARGE-CUR-CD,
                   :CDC-CN-CONSENT-TYPE,
                   :CDC-CN-RECUR-FREQUENCY,
                   :CDC-CN-RECUR-NEXT-DUE,
                   :CDC-CN-RECUR-OCCURS-LEFT,
                   :CDC-CN-RECUR-END-DATE,
                   :CDC-CN-RECUR-RETRY-COUNT,
                   :CDC-CN-TPP-ID,
                   :CDC-CN-EXEC-DATE,
                   :CDC-CN-SANCTIONS-CLEARED,
                   :CDC-CN-PAY-INITIATED-BY,
                   :CDC-CN-PAY-APPROVED-BY,
                   :CDC-CN-IDEMPOTENCY-KEY,
                   :CDC-CN-CONSENT-KIND,
                   :CDC-CN-INFO-SCOPE,
                   :CDC-CN-NAME-CHECK-RESULT,
                   :CDC-CN-END-TO-END-ID,
                   :CDC-CN-NEW-PAYEE-FLAG,
                   :CDC-CN-RISK-REASONS,
                   :CDC-CN-VRP-MAX-PER-PAYMENT,
                   :CDC-CN-VRP-MAX-PER-PERIOD,
                   :CDC-CN-VRP-PERIOD-UNIT,
                   :CDC-CN-VRP-PERIOD-USED,
                   :CDC-CN-VRP-PERIOD-START,
                   :CDC-CN-PAY-SCHEME
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO EON999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching CONS-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-CN-AMOUNT TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       EON999.
           EXIT.

       EXTRACT-CONSENT-HISTORY SECTION.
       ECH010.

           MOVE 'CONSENT_HISTORY' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              CHST-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open CHST-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-CONSENT-HIST UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              CHST-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ECH999.
           EXIT.

       EXTRACT-ONE-CONSENT-HIST SECTION.
       EOH010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'CH'   TO CDC-REC-TYPE.
           MOVE 'I'    TO CDC-CHANGE-FLAG.

           EXEC SQL FETCH FROM CHST-CHG-CURSOR
              INTO :CDC-CH-CONSENT-ID,
                   :CDC-CH-OLD-CONSENT-STATUS,
                   :CDC-CH-NEW-CONSENT-STATUS,
                   :CDC-CH-OLD-PAY-STATUS,
                   :CDC-CH-NEW-PAY-STATUS,
                   :CDC-CH-CHANGE-TS
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO EOH999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching CHST-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       EOH999.
           EXIT.

       EXTRACT-PROCTRAN SECTION.
       EPT010.

           MOVE 'PROCTRAN' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              PROC-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open PROC-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-PROCTRAN UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              PROC-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       EPT999.
           EXIT.

       EXTRACT-ONE-PROCTRAN SECTION.
       EOP010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'PT'   TO CDC-REC-TYPE.
           MOVE 'I'    TO CDC-CHANGE-FLAG.

           EXEC SQL FETCH FROM PROC-CHG-CURSOR
              INTO :CDC-PT-SORTCODE,
                   :CDC-PT-NUMBER,
                   :CDC-PT-DATE,
                   :CDC-PT-TIME,
                   :CDC-PT-REF,
                   :CDC-PT-TYPE,
                   :CDC-PT-DESC,
                   :CDC-PT-AMOUNT,
                   :CDC-PT-CONSENT-ID,
                   :CDC-PT-COUNTER-ACC-NO,
                   :CDC-PT-VALUE-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO EOP999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching PROC-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-PT-AMOUNT TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       EOP999.
           EXIT.

       EXTRACT-DISPUTES SECTION.
       EDS010.

           MOVE 'DISPUTE' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              DISP-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open DISP-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-DISPUTE UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              DISP-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       EDS999.
           EXIT.

       EXTRACT-ONE-DISPUTE SECTION.
       EOD010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'DS'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM DISP-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-DS-END-TO-END-ID,
                   :CDC-DS-STATUS,
                   :CDC-DS-SORTCODE,
                   :CDC-DS-NUMBER,
                   :CDC-DS-AMOUNT,
                   :CDC-DS-RAISED-TS,
                   :CDC-DS-LAST-UPDATE-TS
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO EOD999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching DISP-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-DS-AMOUNT TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       EOD999.
           EXIT.

       EXTRACT-LOAN-SCHEDULE SECTION.
       ELS010.

           MOVE 'LOAN_SCHEDULE' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              LSCH-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open LSCH-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-LOAN-PERIOD UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              LSCH-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ELS999.
           EXIT.

       EXTRACT-ONE-LOAN-PERIOD SECTION.
       EOL010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'LS'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM LSCH-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-LS-SORTCODE,
                   :CDC-LS-NUMBER,
                   :CDC-LS-PERIOD,
                   :CDC-LS-DUE-DATE,
                   :CDC-LS-INSTALLMENT,
                   :CDC-LS-PRINCIPAL,
                   :CDC-LS-INTEREST,
                   :CDC-LS-STATUS,
                   :CDC-LS-STATUS-DATE,
                   :CDC-LS-MISSED-COUNT
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO EOL999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching LSCH-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-LS-INSTALLMENT TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       EOL999.
           EXIT.

       EXTRACT-DD-MANDATES SECTION.
       EDM010.

           MOVE 'DD_MANDATE' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              DDMD-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open DDMD-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-DD-MANDATE UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              DDMD-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       EDM999.
           EXIT.

       EXTRACT-ONE-DD-MANDATE SECTION.
       FDM010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'DM'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM DDMD-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-DM-ORIGINATOR-ID,
                   :CDC-DM-SORTCODE,
                   :CDC-DM-NUMBER,
                   :CDC-DM-REFERENCE,
                   :CDC-DM-STATUS,
                   :CDC-DM-SETUP-DATE,
                   :CDC-DM-STATUS-DATE,
                   :CDC-DM-LAST-COLLECTED
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FDM999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching DDMD-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FDM999.
           EXIT.

       EXTRACT-ACCT-HOLDS SECTION.
       EAH010.

           MOVE 'ACCT_HOLD' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              HOLD-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open HOLD-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-ACCT-HOLD UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              HOLD-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       EAH999.
           EXIT.

       EXTRACT-ONE-ACCT-HOLD SECTION.
       FAH010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'AH'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM HOLD-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-AH-ID,
                   :CDC-AH-SORTCODE,
                   :CDC-AH-NUMBER,
                   :CDC-AH-AMOUNT,
                   :CDC-AH-REFERENCE,
                   :CDC-AH-STATUS,
                   :CDC-AH-PLACED-TS,
                   :CDC-AH-EXPIRY-TS,
                   :CDC-AH-STATUS-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FAH999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching HOLD-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-AH-AMOUNT TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FAH999.
           EXIT.

       EXTRACT-ACCT-STOPS SECTION.
       EST010.

           MOVE 'ACCT_STOP' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              STOP-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open STOP-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-ACCT-STOP UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              STOP-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       EST999.
           EXIT.

       EXTRACT-ONE-ACCT-STOP SECTION.
       FST010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'ST'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM STOP-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-ST-SORTCODE,
                   :CDC-ST-NUMBER,
                   :CDC-ST-STATUS,
                   :CDC-ST-REASON,
                   :CDC-ST-PLACED-BY,
                   :CDC-ST-PLACED-TS
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FST999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching STOP-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FST999.
           EXIT.

       EXTRACT-WDRW-NOTICES SECTION.
       EWN010.

           MOVE 'WDRW_NOTICE' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              NTCE-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open NTCE-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-WDRW-NOTICE UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              NTCE-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       EWN999.
           EXIT.

       EXTRACT-ONE-WDRW-NOTICE SECTION.
       FWN010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'WN'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM NTCE-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-WN-ID,
                   :CDC-WN-SORTCODE,
                   :CDC-WN-NUMBER,
                   :CDC-WN-AMOUNT,
                   :CDC-WN-STATUS,
                   :CDC-WN-LODGED-DATE,
                   :CDC-WN-MATURITY-DATE,
                   :CDC-WN-STATUS-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FWN999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching NTCE-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-WN-AMOUNT TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FWN999.
           EXIT.

       EXTRACT-SIGN-MANDATES SECTION.
       ESM010.

           MOVE 'ACCT_MANDATE' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              AMND-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open AMND-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-SIGN-MANDATE UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              AMND-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ESM999.
           EXIT.

       EXTRACT-ONE-SIGN-MANDATE SECTION.
       FSM010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'SM'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM AMND-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-SM-SORTCODE,
                   :CDC-SM-NUMBER,
                   :CDC-SM-SIGS-REQUIRED,
                   :CDC-SM-STATUS,
                   :CDC-SM-SETUP-DATE,
                   :CDC-SM-STATUS-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FSM999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching AMND-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FSM999.
           EXIT.

       EXTRACT-SIGNATORIES SECTION.
       EMS010.

           MOVE 'MANDATE_SIGNATORY' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              SGNY-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open SGNY-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-SIGNATORY UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              SGNY-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       EMS999.
           EXIT.

       EXTRACT-ONE-SIGNATORY SECTION.
       FMS010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'MS'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM SGNY-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-MS-SORTCODE,
                   :CDC-MS-NUMBER,
                   :CDC-MS-ID,
                   :CDC-MS-LIMIT,
                   :CDC-MS-STATUS,
                   :CDC-MS-ADDED-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FMS999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching SGNY-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FMS999.
           EXIT.

       EXTRACT-CONSENT-SIGS SECTION.
       ESG010.

           MOVE 'CONSENT_SIGNATURE' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              CSIG-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open CSIG-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-CONSENT-SIG UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              CSIG-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ESG999.
           EXIT.

       EXTRACT-ONE-CONSENT-SIG SECTION.
       FSG010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'SG'   TO CDC-REC-TYPE.
           MOVE 'I'    TO CDC-CHANGE-FLAG.

           EXEC SQL FETCH FROM CSIG-CHG-CURSOR
              INTO :CDC-SG-CONSENT-ID,
                   :CDC-SG-SIGNATORY,
                   :CDC-SG-TS
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FSG999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching CSIG-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FSG999.
           EXIT.

       EXTRACT-ACCOUNT-OWNERS SECTION.
       EAO010.

           MOVE 'ACCOUNT_OWNER' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              OWNR-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open OWNR-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-ACCOUNT-OWNER UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              OWNR-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       EAO999.
           EXIT.

       EXTRACT-ONE-ACCOUNT-OWNER SECTION.
       FAO010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'AO'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM OWNR-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-AO-SORTCODE,
                   :CDC-AO-NUMBER,
                   :CDC-AO-CUSTOMER,
                   :CDC-AO-PRIMARY,
                   :CDC-AO-STATUS,
                   :CDC-AO-ADDED-DATE,
                   :CDC-AO-STATUS-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FAO999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching OWNR-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FAO999.
           EXIT.

       EXTRACT-CREDIT-SCORES SECTION.
       ECS010.

           MOVE 'CREDIT_SCORE' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              CRSC-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open CRSC-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-CREDIT-SCORE UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              CRSC-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ECS999.
           EXIT.

       EXTRACT-ONE-CREDIT-SCORE SECTION.
       FCS010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'CS'   TO CDC-REC-TYPE.
           MOVE 'I'    TO CDC-CHANGE-FLAG.

           EXEC SQL FETCH FROM CRSC-CHG-CURSOR
              INTO :CDC-CS-CUST-NO,
                   :CDC-CS-CREDIT-SCORE,
                   :CDC-CS-SCORE-TS,
                   :CDC-CS-HIST-ROW,
                   :CDC-CS-SCORE-1,
                   :CDC-CS-SCORE-2,
                   :CDC-CS-SCORE-3,
                   :CDC-CS-SCORE-4,
                   :CDC-CS-SCORE-5
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FCS999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching CRSC-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FCS999.
           EXIT.

       EXTRACT-COMPLAINTS SECTION.
       ECM010.

           MOVE 'COMPLAINT' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              CMPL-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open CMPL-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-COMPLAINT UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              CMPL-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ECM999.
           EXIT.

       EXTRACT-ONE-COMPLAINT SECTION.
       FCM010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'CM'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM CMPL-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-CM-ID,
                   :CDC-CM-CUSTOMER,
                   :CDC-CM-CATEGORY,
                   :CDC-CM-ROOT-CAUSE,
                   :CDC-CM-SORTCODE,
                   :CDC-CM-NUMBER,
                   :CDC-CM-CONSENT-ID,
                   :CDC-CM-DISPUTE-REF,
                   :CDC-CM-SUMMARY,
                   :CDC-CM-STATUS,
                   :CDC-CM-RECEIVED-DATE,
                   :CDC-CM-SRC-DUE,
                   :CDC-CM-FINAL-DUE,
                   :CDC-CM-ACK-DATE,
                   :CDC-CM-CLOSED-DATE,
                   :CDC-CM-OUTCOME,
                   :CDC-CM-REDRESS,
                   :CDC-CM-REDRESS-SORTCODE,
                   :CDC-CM-REDRESS-NUMBER,
                   :CDC-CM-OPERATOR,
                   :CDC-CM-LAST-UPDATE-TS
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FCM999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching CMPL-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-CM-REDRESS TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FCM999.
           EXIT.

       EXTRACT-APP-CLAIMS SECTION.
       EAP010.

           MOVE 'APP_CLAIM' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              APPC-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open APPC-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-APP-CLAIM UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              APPC-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       EAP999.
           EXIT.

       EXTRACT-ONE-APP-CLAIM SECTION.
       FAP010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'AP'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM APPC-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-AP-END-TO-END-ID,
                   :CDC-AP-STATUS,
                   :CDC-AP-SORTCODE,
                   :CDC-AP-NUMBER,
                   :CDC-AP-CUSTOMER,
                   :CDC-AP-PAYMENT-AMOUNT,
                   :CDC-AP-CLAIM-AMOUNT,
                   :CDC-AP-VULNERABLE,
                   :CDC-AP-RECV-SORTCODE,
                   :CDC-AP-LOGGED-DATE,
                   :CDC-AP-DECISION-DUE,
                   :CDC-AP-DECIDED-DATE,
                   :CDC-AP-REIMBURSED,
                   :CDC-AP-EXCESS,
                   :CDC-AP-OUR-SHARE,
                   :CDC-AP-RECV-SHARE,
                   :CDC-AP-OPERATOR,
                   :CDC-AP-LAST-UPDATE-TS
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FAP999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching APPC-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-AP-CLAIM-AMOUNT TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FAP999.
           EXIT.

       EXTRACT-APP-RECOVERIES SECTION.
       EAR010.

           MOVE 'APP_RECOVERY' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              APRC-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open APRC-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-APP-RECOVERY UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              APRC-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       EAR999.
           EXIT.

       EXTRACT-ONE-APP-RECOVERY SECTION.
       FAR010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'AR'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM APRC-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-AR-END-TO-END-ID,
                   :CDC-AR-DIRECTION,
                   :CDC-AR-COUNTERPARTY,
                   :CDC-AR-SORTCODE,
                   :CDC-AR-NUMBER,
                   :CDC-AR-AMOUNT,
                   :CDC-AR-STATUS,
                   :CDC-AR-RAISED-DATE,
                   :CDC-AR-SENT-DATE,
                   :CDC-AR-SETTLED-DATE,
                   :CDC-AR-SETTLED-AMOUNT
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FAR999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching APRC-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-AR-AMOUNT TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FAR999.
           EXIT.

       EXTRACT-LEGAL-ORDERS SECTION.
       ELO010.

           MOVE 'LEGAL_ORDER' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              LGLO-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open LGLO-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-LEGAL-ORDER UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              LGLO-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ELO999.
           EXIT.

       EXTRACT-ONE-LEGAL-ORDER SECTION.
       FLO010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'LO'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM LGLO-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-LO-ID,
                   :CDC-LO-REFERENCE,
                   :CDC-LO-COURT,
                   :CDC-LO-TYPE,
                   :CDC-LO-CUSTOMER,
                   :CDC-LO-SORTCODE,
                   :CDC-LO-NUMBER,
                   :CDC-LO-AMOUNT,
                   :CDC-LO-EARMARKED,
                   :CDC-LO-STATUS,
                   :CDC-LO-SERVED-DATE,
                   :CDC-LO-FINAL-DATE,
                   :CDC-LO-CREDITOR-SORTCODE,
                   :CDC-LO-CREDITOR-NUMBER,
                   :CDC-LO-PAID-AMOUNT,
                   :CDC-LO-STATUS-DATE,
                   :CDC-LO-OPERATOR
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FLO999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching LGLO-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-LO-AMOUNT TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FLO999.
           EXIT.

       EXTRACT-LEGAL-EARMARKS SECTION.
       ELE010.

           MOVE 'LEGAL_ORDER_EARMRK' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              LGLE-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open LGLE-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-LEGAL-EARMARK UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              LGLE-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ELE999.
           EXIT.

       EXTRACT-ONE-LEGAL-EARMARK SECTION.
       FLE010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'LE'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM LGLE-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-LE-ORDER-ID,
                   :CDC-LE-SORTCODE,
                   :CDC-LE-NUMBER,
                   :CDC-LE-AMOUNT,
                   :CDC-LE-STATUS,
                   :CDC-LE-PLACED-DATE,
                   :CDC-LE-STATUS-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FLE999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching LGLE-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-LE-AMOUNT TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FLE999.
           EXIT.

       EXTRACT-REQUESTS-TO-PAY SECTION.
       ERP010.

           MOVE 'REQUEST_TO_PAY' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              RTPQ-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open RTPQ-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-REQUEST-TO-PAY UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              RTPQ-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ERP999.
           EXIT.

       EXTRACT-ONE-REQUEST-TO-PAY SECTION.
       FRP010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'RP'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM RTPQ-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-RP-ID,
                   :CDC-RP-BILLER-ID,
                   :CDC-RP-BILLER-REF,
                   :CDC-RP-BILLER-NAME,
                   :CDC-RP-CREDIT-SORTCODE,
                   :CDC-RP-CREDIT-ACCOUNT,
                   :CDC-RP-PAYER-SORTCODE,
                   :CDC-RP-PAYER-NUMBER,
                   :CDC-RP-AMOUNT,
                   :CDC-RP-CURRENCY-CD,
                   :CDC-RP-REFERENCE,
                   :CDC-RP-DUE-DATE,
                   :CDC-RP-EXPIRY-DATE,
                   :CDC-RP-STATUS,
                   :CDC-RP-RECEIVED-DATE,
                   :CDC-RP-STATUS-DATE,
                   :CDC-RP-CONSENT-ID,
                   :CDC-RP-DECLINE-REASON,
                   :CDC-RP-REPORTED-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FRP999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching RTPQ-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-RP-AMOUNT TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FRP999.
           EXIT.

       EXTRACT-LOAN-TERMS SECTION.
       ELT010.

           MOVE 'LOAN_TERMS' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              LTRM-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open LTRM-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-LOAN-TERMS UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              LTRM-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ELT999.
           EXIT.

       EXTRACT-ONE-LOAN-TERMS SECTION.
       FLT010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'LT'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM LTRM-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-LT-SORTCODE,
                   :CDC-LT-NUMBER,
                   :CDC-LT-PRINCIPAL,
                   :CDC-LT-RATE,
                   :CDC-LT-TERM-MONTHS,
                   :CDC-LT-PAY-SORTCODE,
                   :CDC-LT-PAY-NUMBER,
                   :CDC-LT-START-DATE,
                   :CDC-LT-STATUS,
                   :CDC-LT-ARREARS-BUCKET
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FLT999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching LTRM-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-LT-PRINCIPAL TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FLT999.
           EXIT.

       EXTRACT-LOAN-RECASTS SECTION.
       ERC010.

           MOVE 'LOAN_RECAST' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              LRCS-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open LRCS-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-LOAN-RECAST UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              LRCS-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ERC999.
           EXIT.

       EXTRACT-ONE-LOAN-RECAST SECTION.
       FRC010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'RC'   TO CDC-REC-TYPE.
           MOVE 'I'    TO CDC-CHANGE-FLAG.

           EXEC SQL FETCH FROM LRCS-CHG-CURSOR
              INTO :CDC-RC-SORTCODE,
                   :CDC-RC-NUMBER,
                   :CDC-RC-SEQ,
                   :CDC-RC-DATE,
                   :CDC-RC-TYPE,
                   :CDC-RC-AMOUNT,
                   :CDC-RC-ERC,
                   :CDC-RC-PRIN-BEFORE,
                   :CDC-RC-PRIN-AFTER,
                   :CDC-RC-INST-BEFORE,
                   :CDC-RC-INST-AFTER,
                   :CDC-RC-TERM-BEFORE,
                   :CDC-RC-TERM-AFTER,
                   :CDC-RC-USER
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FRC999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching LRCS-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-RC-AMOUNT TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FRC999.
           EXIT.

       EXTRACT-LOAN-APPLS SECTION.
       ELA010.

           MOVE 'LOAN_APPLICATION' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              LAPP-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open LAPP-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-LOAN-APPL UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              LAPP-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ELA999.
           EXIT.

       EXTRACT-ONE-LOAN-APPL SECTION.
       FLA010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'LA'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM LAPP-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-LA-ID,
                   :CDC-LA-CUST-NO,
                   :CDC-LA-SORTCODE,
                   :CDC-LA-AMOUNT,
                   :CDC-LA-TERM-MONTHS,
                   :CDC-LA-PAY-SORTCODE,
                   :CDC-LA-PAY-NUMBER,
                   :CDC-LA-RECEIVED-TS,
                   :CDC-LA-STATUS,
                   :CDC-LA-DECISION-DATE,
                   :CDC-LA-DECIDED-BY,
                   :CDC-LA-REASONS,
                   :CDC-LA-CREDIT-SCORE,
                   :CDC-LA-MONTHLY-INCOME,
                   :CDC-LA-REL-POSITION,
                   :CDC-LA-LTI,
                   :CDC-LA-RATE,
                   :CDC-LA-LOAN-SORTCODE,
                   :CDC-LA-LOAN-NUMBER
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FLA999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching LAPP-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-LA-AMOUNT TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FLA999.
           EXIT.

       EXTRACT-TERM-DEPOSITS SECTION.
       ETD010.

           MOVE 'TERM_DEPOSIT' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              TDEP-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open TDEP-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-TERM-DEPOSIT UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              TDEP-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ETD999.
           EXIT.

       EXTRACT-ONE-TERM-DEPOSIT SECTION.
       FTD010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'TD'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM TDEP-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-TD-ID,
                   :CDC-TD-SORTCODE,
                   :CDC-TD-NUMBER,
                   :CDC-TD-TERM-MONTHS,
                   :CDC-TD-FIXED-RATE,
                   :CDC-TD-PRINCIPAL,
                   :CDC-TD-START-DATE,
                   :CDC-TD-MATURITY-DATE,
                   :CDC-TD-INSTRUCTION,
                   :CDC-TD-PAY-SORTCODE,
                   :CDC-TD-PAY-NUMBER,
                   :CDC-TD-STATUS,
                   :CDC-TD-REMINDER-DATE,
                   :CDC-TD-BREAK-PENALTY,
                   :CDC-TD-STATUS-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FTD999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching TDEP-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-TD-PRINCIPAL TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FTD999.
           EXIT.

       EXTRACT-BENEFICIARIES SECTION.
       EBF010.

           MOVE 'BENEFICIARY' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              BENF-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open BENF-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-BENEFICIARY UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              BENF-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       EBF999.
           EXIT.

       EXTRACT-ONE-BENEFICIARY SECTION.
       FBF010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'BF'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM BENF-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-BF-CUSTOMER,
                   :CDC-BF-ID,
                   :CDC-BF-CREDIT-AC,
                   :CDC-BF-SCHEMENAME,
                   :CDC-BF-CUSTNAME,
                   :CDC-BF-NAME-CHECK-RESULT,
                   :CDC-BF-NAME-CHECKED-DATE,
                   :CDC-BF-STATUS,
                   :CDC-BF-FIRST-SAVED,
                   :CDC-BF-LAST-USED
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FBF999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching BENF-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FBF999.
           EXIT.

       EXTRACT-CHEQUES SECTION.
       ECQ010.

           MOVE 'CHQ_REGISTER' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              CHQR-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open CHQR-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-CHEQUE UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              CHQR-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ECQ999.
           EXIT.

       EXTRACT-ONE-CHEQUE SECTION.
       FCQ010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'CQ'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM CHQR-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-CQ-ID,
                   :CDC-CQ-SORTCODE,
                   :CDC-CQ-NUMBER,
                   :CDC-CQ-AMOUNT,
                   :CDC-CQ-TELLER-REF,
                   :CDC-CQ-DRAWER-REF,
                   :CDC-CQ-STATUS,
                   :CDC-CQ-DEPOSIT-DATE,
                   :CDC-CQ-CLEAR-DATE,
                   :CDC-CQ-STATUS-DATE,
                   :CDC-CQ-FACE-AMOUNT
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FCQ999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching CHQR-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-CQ-AMOUNT TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FCQ999.
           EXIT.

       EXTRACT-STOP-CHEQUES SECTION.
       ESQ010.

           MOVE 'STOP_CHEQUE' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              SCHQ-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open SCHQ-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-STOP-CHEQUE UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              SCHQ-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ESQ999.
           EXIT.

       EXTRACT-ONE-STOP-CHEQUE SECTION.
       FSQ010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'SQ'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM SCHQ-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-SQ-ID,
                   :CDC-SQ-SORTCODE,
                   :CDC-SQ-NUMBER,
                   :CDC-SQ-SERIAL-FROM,
                   :CDC-SQ-SERIAL-TO,
                   :CDC-SQ-AMOUNT,
                   :CDC-SQ-REASON,
                   :CDC-SQ-STATUS,
                   :CDC-SQ-PLACED-BY,
                   :CDC-SQ-PLACED-DATE,
                   :CDC-SQ-STATUS-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FSQ999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching SCHQ-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-SQ-AMOUNT TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FSQ999.
           EXIT.

       EXTRACT-SET-OFFS SECTION.
       ESO010.

           MOVE 'SET_OFF' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              SETF-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open SETF-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-SET-OFF UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              SETF-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ESO999.
           EXIT.

       EXTRACT-ONE-SET-OFF SECTION.
       FSO010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'SO'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM SETF-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-SO-ID,
                   :CDC-SO-CUSTOMER,
                   :CDC-SO-SORTCODE,
                   :CDC-SO-NUMBER,
                   :CDC-SO-STATUS,
                   :CDC-SO-NOTICE-DATE,
                   :CDC-SO-DUE-DATE,
                   :CDC-SO-ARREARS-AMOUNT,
                   :CDC-SO-APPLIED-AMOUNT,
                   :CDC-SO-APPLIED-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FSO999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching SETF-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-SO-ARREARS-AMOUNT TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FSO999.
           EXIT.

       EXTRACT-SWEEPS SECTION.
       ESW010.

           MOVE 'SWEEP_INSTRUCTION' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              SWPI-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open SWPI-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-SWEEP UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              SWPI-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ESW999.
           EXIT.

       EXTRACT-ONE-SWEEP SECTION.
       FSW010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'SW'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM SWPI-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-SW-ID,
                   :CDC-SW-SOURCE-SORTCODE,
                   :CDC-SW-SOURCE-NUMBER,
                   :CDC-SW-TARGET-SORTCODE,
                   :CDC-SW-TARGET-NUMBER,
                   :CDC-SW-TRIGGER,
                   :CDC-SW-THRESHOLD,
                   :CDC-SW-TARGET-BALANCE,
                   :CDC-SW-STATUS,
                   :CDC-SW-CREATED-DATE,
                   :CDC-SW-LAST-SWEPT-DATE,
                   :CDC-SW-LAST-AMOUNT
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FSW999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching SWPI-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-SW-LAST-AMOUNT TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FSW999.
           EXIT.

       EXTRACT-DORMANCY SECTION.
       EDO010.

           MOVE 'ACCOUNT_DORMANCY' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              DORM-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open DORM-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-DORMANCY UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              DORM-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       EDO999.
           EXIT.

       EXTRACT-ONE-DORMANCY SECTION.
       FDO010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'DO'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM DORM-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-DO-SORTCODE,
                   :CDC-DO-NUMBER,
                   :CDC-DO-STATUS,
                   :CDC-DO-LAST-ACTIVITY-DATE,
                   :CDC-DO-MARKED-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FDO999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching DORM-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FDO999.
           EXIT.

       EXTRACT-BEREAVEMENTS SECTION.
       EBV010.

           MOVE 'BEREAVEMENT' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              BRVT-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open BRVT-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-BEREAVEMENT UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              BRVT-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       EBV999.
           EXIT.

       EXTRACT-ONE-BEREAVEMENT SECTION.
       FBV010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'BV'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM BRVT-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-BV-CUSTOMER,
                   :CDC-BV-DEATH-DATE,
                   :CDC-BV-NOTIFIED-DATE,
                   :CDC-BV-STATUS,
                   :CDC-BV-NOTIFIED-BY,
                   :CDC-BV-EXECUTOR-SORTCODE,
                   :CDC-BV-EXECUTOR-NUMBER,
                   :CDC-BV-SETTLED-DATE,
                   :CDC-BV-SETTLED-BY
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FBV999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching BRVT-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FBV999.
           EXIT.

       EXTRACT-TAX-RESIDENCIES SECTION.
       ETX010.

           MOVE 'CUSTOMER_TAX_RES' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              TAXR-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open TAXR-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-TAX-RESIDENCY UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              TAXR-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ETX999.
           EXIT.

       EXTRACT-ONE-TAX-RESIDENCY SECTION.
       FTX010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'TX'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM TAXR-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-TX-CUSTOMER,
                   :CDC-TX-SEQ,
                   :CDC-TX-COUNTRY,
                   :CDC-TX-TIN,
                   :CDC-TX-UPDATED-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FTX999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching TAXR-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FTX999.
           EXIT.

       EXTRACT-ESTMT-OPTIONS SECTION.
       EEO010.

           MOVE 'ESTMT_OPTION' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              ESTO-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open ESTO-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-ESTMT-OPTION UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              ESTO-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       EEO999.
           EXIT.

       EXTRACT-ONE-ESTMT-OPTION SECTION.
       FEO010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'EO'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM ESTO-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-EO-SORTCODE,
                   :CDC-EO-NUMBER,
                   :CDC-EO-FORMAT,
                   :CDC-EO-FREQUENCY,
                   :CDC-EO-STATUS,
                   :CDC-EO-START-DATE,
                   :CDC-EO-LAST-PERIOD-TO,
                   :CDC-EO-CHANGED-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FEO999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching ESTO-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FEO999.
           EXIT.

       EXTRACT-OD-REVIEWS SECTION.
       EOV010.

           MOVE 'OD_LIMIT_REVIEW' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              ODLR-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open ODLR-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-OD-REVIEW UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              ODLR-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       EOV999.
           EXIT.

       EXTRACT-ONE-OD-REVIEW SECTION.
       FOV010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'OV'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM ODLR-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-OV-SORTCODE,
                   :CDC-OV-NUMBER,
                   :CDC-OV-REVIEW-DATE,
                   :CDC-OV-SCORE,
                   :CDC-OV-DAYS-OVERDRAWN,
                   :CDC-OV-DAYS-OVER-LIMIT,
                   :CDC-OV-AVG-TURNOVER,
                   :CDC-OV-RULE-SEQ,
                   :CDC-OV-ACTION,
                   :CDC-OV-OLD-LIMIT,
                   :CDC-OV-NEW-LIMIT,
                   :CDC-OV-STATUS,
                   :CDC-OV-EFFECTIVE-DATE,
                   :CDC-OV-APPLIED-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FOV999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching ODLR-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FOV999.
           EXIT.

       EXTRACT-PRODUCT-CONVS SECTION.
       EPC010.

           MOVE 'PRODUCT_CONVERSION' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              PCNV-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open PCNV-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-PRODUCT-CONV UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              PCNV-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       EPC999.
           EXIT.

       EXTRACT-ONE-PRODUCT-CONV SECTION.
       FPC010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'PC'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM PCNV-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-PC-ID,
                   :CDC-PC-SORTCODE,
                   :CDC-PC-NUMBER,
                   :CDC-PC-OLD-TYPE,
                   :CDC-PC-NEW-TYPE,
                   :CDC-PC-EFFECTIVE-DATE,
                   :CDC-PC-STATUS,
                   :CDC-PC-REQUESTED-BY,
                   :CDC-PC-CAPTURED-DATE,
                   :CDC-PC-APPLIED-DATE,
                   :CDC-PC-INTEREST-SETTLED,
                   :CDC-PC-FEE-CHARGED,
                   :CDC-PC-REASON
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FPC999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching PCNV-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FPC999.
           EXIT.

       EXTRACT-PROXY-ALIASES SECTION.
       EPX010.

           MOVE 'PROXY_ALIAS' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              PRXY-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open PRXY-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-PROXY-ALIAS UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              PRXY-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       EPX999.
           EXIT.

       EXTRACT-ONE-PROXY-ALIAS SECTION.
       FPX010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'PX'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM PRXY-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-PX-TYPE,
                   :CDC-PX-VALUE,
                   :CDC-PX-SORTCODE,
                   :CDC-PX-NUMBER,
                   :CDC-PX-STATUS,
                   :CDC-PX-REGISTERED-DATE,
                   :CDC-PX-VERIFIED-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FPX999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching PRXY-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FPX999.
           EXIT.

       EXTRACT-ACCT-SWITCHES SECTION.
       ESX010.

           MOVE 'ACCT_SWITCH' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              SWCH-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open SWCH-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-ACCT-SWITCH UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              SWCH-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ESX999.
           EXIT.

       EXTRACT-ONE-ACCT-SWITCH SECTION.
       FSX010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'SX'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM SWCH-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-SX-ID,
                   :CDC-SX-OLD-SORTCODE,
                   :CDC-SX-OLD-NUMBER,
                   :CDC-SX-NEW-BANK-SORTCODE,
                   :CDC-SX-NEW-BANK-ACCOUNT,
                   :CDC-SX-STATUS,
                   :CDC-SX-DATE,
                   :CDC-SX-COMPLETED-DATE,
                   :CDC-SX-EXPIRY-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FSX999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching SWCH-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FSX999.
           EXIT.

       EXTRACT-AML-CASES SECTION.
       EAM010.

           MOVE 'AML_CASE' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              AMLC-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open AMLC-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-AML-CASE UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              AMLC-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       EAM999.
           EXIT.

       EXTRACT-ONE-AML-CASE SECTION.
       FAM010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'AM'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM AMLC-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-AM-ID,
                   :CDC-AM-PATTERN,
                   :CDC-AM-SORTCODE,
                   :CDC-AM-NUMBER,
                   :CDC-AM-RAISED-DATE,
                   :CDC-AM-STATUS,
                   :CDC-AM-DISPOSITION,
                   :CDC-AM-WORKED-BY,
                   :CDC-AM-DECIDED-TS
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FAM999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching AMLC-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FAM999.
           EXIT.

       EXTRACT-LOAN-IMPAIRMENTS SECTION.
       ELI010.

           MOVE 'LOAN_IMPAIRMENT' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              LIMP-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open LIMP-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-LOAN-IMPAIRMENT UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              LIMP-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ELI999.
           EXIT.

       EXTRACT-ONE-LOAN-IMPAIRMENT SECTION.
       FLI010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'LI'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM LIMP-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-LI-SORTCODE,
                   :CDC-LI-NUMBER,
                   :CDC-LI-RUN-DATE,
                   :CDC-LI-STAGE,
                   :CDC-LI-BUCKET,
                   :CDC-LI-DAYS-PAST-DUE,
                   :CDC-LI-SCORE-ORIG,
                   :CDC-LI-SCORE-NOW,
                   :CDC-LI-EXPOSURE,
                   :CDC-LI-LOSS-RATE,
                   :CDC-LI-PROVISION,
                   :CDC-LI-MOVEMENT
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FLI999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching LIMP-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-LI-PROVISION TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FLI999.
           EXIT.

       EXTRACT-LOAN-WRITEOFFS SECTION.
       ELW010.

           MOVE 'LOAN_WRITEOFF' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              LWOF-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open LWOF-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-LOAN-WRITEOFF UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              LWOF-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ELW999.
           EXIT.

       EXTRACT-ONE-LOAN-WRITEOFF SECTION.
       FLW010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'LW'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM LWOF-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-LW-SORTCODE,
                   :CDC-LW-NUMBER,
                   :CDC-LW-DATE,
                   :CDC-LW-AMOUNT,
                   :CDC-LW-PROVISION-USED,
                   :CDC-LW-APPROVED-BY,
                   :CDC-LW-RECOVERED,
                   :CDC-LW-LAST-RECOVERY
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FLW999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching LWOF-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-LW-AMOUNT TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FLW999.
           EXIT.

       EXTRACT-LOAN-RECOVERIES SECTION.
       ELR010.

           MOVE 'LOAN_RECOVERY' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              LRCV-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open LRCV-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-LOAN-RECOVERY UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              LRCV-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ELR999.
           EXIT.

       EXTRACT-ONE-LOAN-RECOVERY SECTION.
       FLR010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'LR'   TO CDC-REC-TYPE.
           MOVE 'I'    TO CDC-CHANGE-FLAG.

           EXEC SQL FETCH FROM LRCV-CHG-CURSOR
              INTO :CDC-LR-SORTCODE,
                   :CDC-LR-NUMBER,
                   :CDC-LR-SEQ,
                   :CDC-LR-DATE,
                   :CDC-LR-AMOUNT
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FLR999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching LRCV-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-LR-AMOUNT TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FLR999.
           EXIT.

       EXTRACT-ISA-SUBSCRIPTIONS SECTION.
       EIS010.

           MOVE 'ISA_SUBSCRIPTION' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              ISAS-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open ISAS-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-ISA-SUBSCRIPTION UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              ISAS-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       EIS999.
           EXIT.

       EXTRACT-ONE-ISA-SUBSCRIPTION SECTION.
       FIS010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'IS'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM ISAS-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-IS-CUSTOMER,
                   :CDC-IS-TAX-YEAR,
                   :CDC-IS-SUBSCRIBED,
                   :CDC-IS-LAST-UPDATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FIS999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching ISAS-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-IS-SUBSCRIBED TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FIS999.
           EXIT.

       EXTRACT-DD-ORIGINATORS SECTION.
       EOG010.

           MOVE 'DD_ORIGINATOR' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              DDOR-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open DDOR-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-DD-ORIGINATOR UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              DDOR-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       EOG999.
           EXIT.

       EXTRACT-ONE-DD-ORIGINATOR SECTION.
       FOG010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'OG'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM DDOR-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-OG-SUN,
                   :CDC-OG-SORTCODE,
                   :CDC-OG-NUMBER,
                   :CDC-OG-NAME,
                   :CDC-OG-STATUS,
                   :CDC-OG-STATUS-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FOG999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching DDOR-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FOG999.
           EXIT.

       EXTRACT-DD-ORIG-MANDATES SECTION.
       EOM010.

           MOVE 'DD_ORIG_MANDATE' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              DDOM-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open DDOM-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-DD-ORIG-MANDATE UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              DDOM-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       EOM999.
           EXIT.

       EXTRACT-ONE-DD-ORIG-MANDATE SECTION.
       FOM010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'OM'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM DDOM-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-OM-SUN,
                   :CDC-OM-PAYER-SORTCODE,
                   :CDC-OM-PAYER-ACCOUNT,
                   :CDC-OM-REFERENCE,
                   :CDC-OM-PAYER-NAME,
                   :CDC-OM-STATUS,
                   :CDC-OM-LODGED-DATE,
                   :CDC-OM-STATUS-DATE,
                   :CDC-OM-REASON,
                   :CDC-OM-LAST-COLLECTED
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FOM999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching DDOM-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FOM999.
           EXIT.

       EXTRACT-DD-ORIG-COLLS SECTION.
       EDC010.

           MOVE 'DD_ORIG_COLL' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              DDOC-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open DDOC-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-DD-ORIG-COLL UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              DDOC-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       EDC999.
           EXIT.

       EXTRACT-ONE-DD-ORIG-COLL SECTION.
       FDC010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'DC'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM DDOC-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-DC-ID,
                   :CDC-DC-SUN,
                   :CDC-DC-FILE-REF,
                   :CDC-DC-PAYER-SORTCODE,
                   :CDC-DC-PAYER-ACCOUNT,
                   :CDC-DC-REFERENCE,
                   :CDC-DC-AMOUNT,
                   :CDC-DC-DUE-DATE,
                   :CDC-DC-STATUS,
                   :CDC-DC-STATUS-DATE,
                   :CDC-DC-REASON
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FDC999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching DDOC-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-DC-AMOUNT TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FDC999.
           EXIT.

       EXTRACT-CUSTOMER-ALIASES SECTION.
       ECA010.

           MOVE 'CUSTOMER_ALIAS' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              CALS-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open CALS-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-CUSTOMER-ALIAS UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              CALS-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ECA999.
           EXIT.

       EXTRACT-ONE-CUSTOMER-ALIAS SECTION.
       FCA010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'CA'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM CALS-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-CA-CUSTOMER,
                   :CDC-CA-SURVIVOR,
                   :CDC-CA-MERGE-ID,
                   :CDC-CA-MERGED-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FCA999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching CALS-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FCA999.
           EXIT.

       EXTRACT-ESCHEATS SECTION.
       EES010.

           MOVE 'ESCHEAT_RECORD' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              ESCH-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open ESCH-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-ESCHEAT UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              ESCH-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       EES999.
           EXIT.

       EXTRACT-ONE-ESCHEAT SECTION.
       FES010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'ES'   TO CDC-REC-TYPE.

           EXEC SQL FETCH FROM ESCH-CHG-CURSOR
              INTO :CDC-CHANGE-FLAG,
                   :CDC-ES-ID,
                   :CDC-ES-SORTCODE,
                   :CDC-ES-NUMBER,
                   :CDC-ES-CUSTOMER,
                   :CDC-ES-ACCT-TYPE,
                   :CDC-ES-INTEREST-RATE,
                   :CDC-ES-AMOUNT,
                   :CDC-ES-ESCHEAT-DATE,
                   :CDC-ES-STATUS,
                   :CDC-ES-RECLAIM-DATE,
                   :CDC-ES-RECLAIM-AMOUNT
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FES999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching ESCH-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-ES-AMOUNT TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FES999.
           EXIT.

       EXTRACT-REMEDIATIONS SECTION.
       ERM010.

           MOVE 'REMEDIATION_PAY' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              REMP-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open REMP-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-REMEDIATION UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              REMP-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ERM999.
           EXIT.

       EXTRACT-ONE-REMEDIATION SECTION.
       FRM010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'RM'   TO CDC-REC-TYPE.
           MOVE 'I'    TO CDC-CHANGE-FLAG.

           EXEC SQL FETCH FROM REMP-CHG-CURSOR
              INTO :CDC-RM-ID,
                   :CDC-RM-SORTCODE,
                   :CDC-RM-NUMBER,
                   :CDC-RM-CUSTOMER,
                   :CDC-RM-REFUND,
                   :CDC-RM-COMP-INTEREST,
                   :CDC-RM-STATUS,
                   :CDC-RM-PAID-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FRM999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching REMP-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE CDC-RM-REFUND TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FRM999.
           EXIT.

       EXTRACT-ACCT-RESORTS SECTION.
       ERS010.

           MOVE 'ACCT_RESORT' TO HV-CDCW-TABLE.
           PERFORM START-TABLE.

           EXEC SQL OPEN
              RSRT-CHG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to open RSRT-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXTRACT-ONE-ACCT-RESORT UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              RSRT-CHG-CURSOR
           END-EXEC.

           PERFORM FINISH-TABLE.

       ERS999.
           EXIT.

       EXTRACT-ONE-ACCT-RESORT SECTION.
       FRS010.

           MOVE SPACES TO CDC-WORK-RECORD.
           MOVE 'RS'   TO CDC-REC-TYPE.
           MOVE 'I'    TO CDC-CHANGE-FLAG.

           EXEC SQL FETCH FROM RSRT-CHG-CURSOR
              INTO :CDC-RS-OLD-SORTCODE,
                   :CDC-RS-OLD-NUMBER,
                   :CDC-RS-NEW-SORTCODE,
                   :CDC-RS-NEW-NUMBER,
                   :CDC-RS-DATE,
                   :CDC-RS-EXPIRY-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FRS999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR failure fetching RSRT-CHG-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-ROW-AMOUNT.
           PERFORM WRITE-CHANGE-ROW.

       FRS999.
           EXIT.
      *
      *    Take the table's mark and set its window: after the mark,
      *    up to this run's cut-off.  A table with no mark is being
      *    sent for the first time and goes out whole.
      *
       START-TABLE SECTION.
       STB010.

           MOVE 'N' TO WS-EOF.
           MOVE 0   TO WS-TABLE-ROWS.
           MOVE 0   TO WS-TABLE-INSERTS.
           MOVE 0   TO WS-TABLE-UPDATES.
           MOVE 0   TO WS-TABLE-DELETES.
           MOVE 0   TO WS-TABLE-AMOUNT.

           MOVE 'N' TO HV-INITIAL-LOAD.

           EXEC SQL
                SELECT CDCW_HIGH_WATER
                INTO   :HV-CDCW-HIGH-WATER
                FROM   CDC_WATERMARK
                WHERE  CDCW_TABLE = :HV-CDCW-TABLE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y'         TO HV-INITIAL-LOAD
              MOVE WS-LOW-MARK TO HV-CDCW-HIGH-WATER
           ELSE
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'CDCEXTR unable to read the mark for '
                         HV-CDCW-TABLE ', SQLCODE='
                         WS-SQLCODE-DISPLAY
                 PERFORM ABANDON-RUN
              END-IF
           END-IF.

           MOVE HV-CDCW-HIGH-WATER  TO HV-FROM-MARK.
           MOVE HV-RUN-TS           TO HV-TO-MARK.
           MOVE HV-FROM-MARK (1:10) TO HV-FROM-DATE.
           MOVE HV-RUN-DATE         TO HV-TO-DATE.

           MOVE HV-FROM-MARK (1:10) TO HV-FROM-PT (1:10).
           MOVE HV-FROM-MARK (12:2) TO HV-FROM-PT (11:2).
           MOVE HV-FROM-MARK (15:2) TO HV-FROM-PT (13:2).
           MOVE HV-FROM-MARK (18:2) TO HV-FROM-PT (15:2).
           MOVE HV-TO-MARK (1:10)   TO HV-TO-PT (1:10).
           MOVE HV-TO-MARK (12:2)   TO HV-TO-PT (11:2).
           MOVE HV-TO-MARK (15:2)   TO HV-TO-PT (13:2).
           MOVE HV-TO-MARK (18:2)   TO HV-TO-PT (15:2).

       STB999.
           EXIT.

      *
      *    One changed row, counted by its flag into the table's
      *    trailer figures.
      *
       WRITE-CHANGE-ROW SECTION.
       WCR010.

           ADD 1 TO WS-TABLE-ROWS.

           EVALUATE TRUE
              WHEN CDC-INSERTED
                 ADD 1 TO WS-TABLE-INSERTS
              WHEN CDC-DELETED
                 ADD 1 TO WS-TABLE-DELETES
              WHEN OTHER
                 ADD 1 TO WS-TABLE-UPDATES
           END-EVALUATE.

           ADD WS-ROW-AMOUNT TO WS-TABLE-AMOUNT.

           PERFORM WRITE-FEED-RECORD.

           ADD 1 TO NUMBER-OF-ROWS-WRITTEN.

       WCR999.
           EXIT.

      *
      *    Close the table's section with its trailer and move its
      *    mark to the cut-off in the same unit of work, so the
      *    mark never runs ahead of what the feed holds.
      *
       FINISH-TABLE SECTION.
       FTB010.

           MOVE SPACES           TO CDC-WORK-RECORD.
           MOVE 'TR'             TO CDC-REC-TYPE.
           MOVE HV-CDCW-TABLE    TO CDC-TRL-TABLE.
           MOVE HV-FROM-MARK     TO CDC-TRL-FROM-MARK.
           MOVE HV-TO-MARK       TO CDC-TRL-TO-MARK.
           MOVE WS-TABLE-ROWS    TO CDC-TRL-ROWS.
           MOVE WS-TABLE-INSERTS TO CDC-TRL-INSERTS.
           MOVE WS-TABLE-UPDATES TO CDC-TRL-UPDATES.
           MOVE WS-TABLE-DELETES TO CDC-TRL-DELETES.
           MOVE WS-TABLE-AMOUNT  TO CDC-TRL-AMOUNT.
           PERFORM WRITE-FEED-RECORD.

           ADD WS-TABLE-AMOUNT TO WS-FEED-HASH.

           MOVE HV-TO-MARK    TO HV-CDCW-HIGH-WATER.
           MOVE WS-TABLE-ROWS TO HV-CDCW-LAST-ROWS.

           EXEC SQL
                UPDATE CDC_WATERMARK
                SET    CDCW_HIGH_WATER  = :HV-CDCW-HIGH-WATER,
                       CDCW_LAST_ROWS   = :HV-CDCW-LAST-ROWS,
                       CDCW_LAST_RUN_TS = CURRENT TIMESTAMP
                WHERE  CDCW_TABLE = :HV-CDCW-TABLE
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO CDC_WATERMARK
                   ( CDCW_TABLE, CDCW_HIGH_WATER,
                     CDCW_LAST_ROWS, CDCW_LAST_RUN_TS )
                   VALUES ( :HV-CDCW-TABLE, :HV-CDCW-HIGH-WATER,
                            :HV-CDCW-LAST-ROWS, CURRENT TIMESTAMP )
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to move the mark for '
                      HV-CDCW-TABLE ', SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           ADD 1 TO NUMBER-OF-TABLES-SENT.
           MOVE NUMBER-OF-ROWS-WRITTEN TO NUMBER-OF-ROWS-FINISHED.
           MOVE WS-FEED-HASH           TO WS-FINISHED-HASH.

           DISPLAY 'CDCEXTR ' HV-CDCW-TABLE ' sent ' WS-TABLE-ROWS
                   ' row(s): ' WS-TABLE-INSERTS ' insert(s), '
                   WS-TABLE-UPDATES ' update(s), '
                   WS-TABLE-DELETES ' delete(s)'.

       FTB999.
           EXIT.

       WRITE-FEED-RECORD SECTION.
       WFR010.

           WRITE CDC-FILE-RECORD FROM CDC-WORK-RECORD.

           IF CDC-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing the CDCFEED feed file, '
                      'status=' CDC-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

       WFR999.
           EXIT.

       REGISTER-OUTBOUND-FILE SECTION.
       ROF010.

           MOVE 'CDCEXTR'  TO OFR-PROGRAM.
           CALL WS-OUTFREG-PGM USING WS-OUTFREG-PARMS.

           IF OFR-RETURN-CD NOT = 0
              MOVE OFR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'CDCEXTR unable to register outbound file '
                      OFR-FILE-NAME ', SQLCODE=' WS-SQLCODE-DISPLAY
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

       ROF999.
           EXIT.

      *
      *    A failure part way backs out the table in hand, whose
      *    mark has not moved.  The tables already finished have
      *    moved theirs, so a rerun will not send their rows again:
      *    the feed is closed and registered for what they account
      *    for, and goes to the warehouse with them.  Rows after
      *    its last trailer are the unfinished table's, and come
      *    again with the rerun.
      *
       ABANDON-RUN SECTION.
       AR010.

           EXEC SQL
              ROLLBACK
           END-EXEC.

           MOVE 12 TO RETURN-CODE.

           IF WS-FEED-OPEN NOT = 'Y'
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-FEED-OPEN.
           CLOSE CDC-FILE.

           IF NUMBER-OF-TABLES-SENT = 0
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'CDCFEED'               TO OFR-FILE-NAME.
           MOVE HV-RUN-DATE             TO OFR-BUSINESS-DATE.
           MOVE NUMBER-OF-ROWS-FINISHED TO OFR-RECORD-COUNT.
           MOVE WS-FINISHED-HASH        TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'CDCEXTR stopped after ' NUMBER-OF-TABLES-SENT
                   ' table(s); feed registered with '
                   NUMBER-OF-ROWS-FINISHED ' row(s)'.

           PERFORM PROGRAM-DONE.

       AR999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
