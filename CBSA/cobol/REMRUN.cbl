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
      * Title: REMRUN                                                  *
      *                                                                *
      *                                                                *
      * Description: Customer remediation run.  A remediation          *
      *              definition names the PROCTRAN type(s) that were   *
      *              wrong, the period, the rule they should have      *
      *              followed and the compensatory-interest rate.      *
      *              Every account - open, or closed since the period  *
      *              began - has its entries of those types in the     *
      *              period swept through PROHIST, so archived history *
      *              counts, and each entry is recomputed under the    *
      *              correct rule.  An account left better off by the  *
      *              difference is paid it as an 'RMD' refund entry    *
      *              and compensatory interest, from each entry's date *
      *              to today, as a separate 'RMI' entry; a closed     *
      *              account's redress goes to the payable list        *
      *              instead.  Each account is recorded on             *
      *              REMEDIATION_PAY in the same unit of work, so a    *
      *              rerun picks up where the last one stopped.  The   *
      *              control report ends by reconciling the redress    *
      *              recorded against the ledger entries posted.       *
      *              Ledger entries are in each account's currency, so *
      *              the redress is too; the definition's sterling     *
      *              figures are quoted into it through ACCFXCNV.      *
      *                                                                *
      * Input:  The remediation definition REMDEF                      *
      * Output: The control report REMRPT                              *
      *         The closed-account payable list REMPAY                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMRUN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REM-DEF-FILE
                  ASSIGN TO REMDEF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DEF-FILE-STATUS.

           SELECT REM-RPT-FILE
                  ASSIGN TO REMRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

           SELECT REM-PAY-FILE
                  ASSIGN TO REMPAY
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PAY-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    The remediation definition.  RDF-RULE says how an entry
      *    should have been worked out:
      *       A - a fixed amount: RDF-CORRECT-AMOUNT per entry, zero
      *           where nothing should have been charged at all (a
      *           bad ODFEE fee parameter)
      *       R - a wrong rate: the entry scaled by RDF-CORRECT-RATE
      *           over the RDF-APPLIED-RATE it was worked out at (a
      *           misapplied PRODUCT_RATES band)
      *       W - a wrong waiver threshold: a charge is refunded
      *           when the account's average snapshot balance for
      *           the month it was charged for reached
      *           RDF-WAIVER-MIN-BAL (a wrong MNTFEE threshold)
      *    RDF-CORRECT-AMOUNT and RDF-WAIVER-MIN-BAL are sterling.
      *    RDF-ACCOUNT-TYPE narrows the open accounts swept to one
      *    ACCOUNT_TYPE; blank sweeps them all.  RDF-COMP-RATE is
      *    the simple annual compensatory-interest rate, percent.
       FD  REM-DEF-FILE.
       01  REM-DEF-RECORD.
           05 RDF-REM-ID                    PIC X(8).
           05 RDF-TYPES.
              10 RDF-TYPE                   PIC X(3) OCCURS 4 TIMES.
           05 RDF-FROM-DATE                 PIC X(10).
           05 RDF-TO-DATE                   PIC X(10).
           05 RDF-ACCOUNT-TYPE              PIC X(8).
           05 RDF-RULE                      PIC X(1).
           05 RDF-CORRECT-AMOUNT            PIC 9(8)V99.
           05 RDF-APPLIED-RATE              PIC 9(3)V9(4).
           05 RDF-CORRECT-RATE              PIC 9(3)V9(4).
           05 RDF-WAIVER-MIN-BAL            PIC 9(10)V99.
           05 RDF-COMP-RATE                 PIC 9(3)V9(4).
           05 RDF-DESCRIPTION               PIC X(20).

       FD  REM-RPT-FILE.
       01  REM-RPT-RECORD.
           05 RPT-VERDICT                PIC X(10).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-SORTCODE               PIC X(6).
           05 FILLER                     PIC X(1) VALUE '/'.
           05 RPT-NUMBER                 PIC X(9).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-CUSTOMER               PIC X(10).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-ENTRIES                PIC Z(4)9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-REFUND                 PIC -(9)9.99.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-COMP-INTEREST          PIC -(9)9.99.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-REASON                 PIC X(30).
       01  REM-CONTROL-RECORD.
           05 CTL-LABEL                  PIC X(50).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 CTL-AMOUNT                 PIC -(12)9.99.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 CTL-NOTE                   PIC X(30).

      *    Redress owed on an account that has since closed, for
      *    paying by other means - to the account the closing
      *    balance went to, where there was one.
       FD  REM-PAY-FILE.
       01  REM-PAY-RECORD.
           05 PAY-REM-ID                 PIC X(8).
           05 PAY-CUSTOMER               PIC X(10).
           05 PAY-SORTCODE               PIC X(6).
           05 PAY-NUMBER                 PIC X(9).
           05 PAY-CLOSED-DATE            PIC X(10).
           05 PAY-PAYOUT-SORTCODE        PIC X(6).
           05 PAY-PAYOUT-NUMBER          PIC X(9).
           05 PAY-REFUND                 PIC 9(10)V99.
           05 PAY-COMP-INTEREST          PIC 9(10)V99.

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

      * Get the REMEDIATION_PAY DB2 copybook
           EXEC SQL
              INCLUDE REMDB2
           END-EXEC.

      * Get the CLOSURE_AUDIT DB2 copybook
           EXEC SQL
              INCLUDE ACLSDB2
           END-EXEC.

      * Get the EOD_BALANCE DB2 copybook
           EXEC SQL
              INCLUDE EODDB2
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

      * One account to be looked at, open ('O') or closed ('C')
       01 HOST-REMEDY-ROW.
          03 HV-REM-SORTCODE               PIC X(6).
          03 HV-REM-NUMBER                 PIC X(9).
          03 HV-REM-STATE                  PIC X(1).
          03 HV-REM-CUSTOMER               PIC X(10).
          03 HV-REM-CLOSED-DATE            PIC X(10).
          03 HV-REM-PAYOUT-SORTCODE        PIC X(6).
          03 HV-REM-PAYOUT-NUMBER          PIC X(9).

       01 HV-REM-ID                        PIC X(8).
       01 HV-ACCOUNT-TYPE                  PIC X(8).
       01 HV-PERIOD-FROM                   PIC X(10).
       01 HV-PERIOD-TO                     PIC X(10).
       01 HV-TODAY                         PIC X(10).
       01 HV-NOW                           PIC X(26).
       01 HV-ENTRY-DATE                    PIC X(10).
       01 HV-DAYS-OUTSTANDING              PIC S9(9) COMP.
       01 HV-AVG-BALANCE                   PIC S9(10)V99 COMP-3.
       01 HV-REFUND                        PIC S9(10)V99 COMP-3.
       01 HV-COMP-INTEREST                 PIC S9(10)V99 COMP-3.
       01 HV-REDRESS-TOTAL                 PIC S9(10)V99 COMP-3.
       01 HV-REM-STATUS                    PIC X(1).
       01 HV-PROCTRAN-REF                  PIC X(12).
       01 HV-PROCTRAN-TIME                 PIC X(6).
       01 HV-PROCTRAN-DESC                 PIC X(40).
       01 HV-POSTING-TYPE                  PIC X(3).
       01 HV-POSTING-AMOUNT                PIC S9(10)V99 COMP-3.

      * The reconciliation totals
       01 HOST-RECON-TOTALS.
          03 HV-LEDGER-REFUND              PIC S9(13)V99 COMP-3.
          03 HV-LEDGER-INTEREST            PIC S9(13)V99 COMP-3.
          03 HV-RECORD-REFUND              PIC S9(13)V99 COMP-3.
          03 HV-RECORD-INTEREST            PIC S9(13)V99 COMP-3.
          03 HV-DIVERTED-TOTAL             PIC S9(13)V99 COMP-3.

      *    Every open account (of the type, when one is named) and
      *    every account closed since the period began, less those
      *    this remediation has already dealt with.  Held across the
      *    COMMIT taken per account.
           EXEC SQL DECLARE REMEDY-CURSOR CURSOR WITH HOLD FOR
              SELECT A.ACCOUNT_SORTCODE,
                     A.ACCOUNT_NUMBER,
                     'O',
                     A.ACCOUNT_CUSTOMER_NUMBER,
                     '          ',
                     '      ',
                     '         '
                     FROM ACCOUNT A
                     WHERE A.ACCOUNT_NUMBER NOT LIKE '0999999%'
                     AND   (:HV-ACCOUNT-TYPE = ' '
                            OR A.ACCOUNT_TYPE = :HV-ACCOUNT-TYPE)
                     AND   NOT EXISTS
                           ( SELECT 1 FROM REMEDIATION_PAY R
                             WHERE R.REM_ID       = :HV-REM-ID
                             AND   R.REM_SORTCODE =
                                      A.ACCOUNT_SORTCODE
                             AND   R.REM_NUMBER   =
                                      A.ACCOUNT_NUMBER )
              UNION ALL
              SELECT C.CLSR_SORTCODE,
                     C.CLSR_NUMBER,
                     'C',
                     COALESCE(C.CLSR_CUSTOMER, ' '),
                     CHAR(C.CLSR_CLOSED_DATE, ISO),
                     COALESCE(C.CLSR_PAYOUT_SORTCODE, ' '),
                     COALESCE(C.CLSR_PAYOUT_NUMBER, ' ')
                     FROM CLOSURE_AUDIT C
                     WHERE C.CLSR_CLOSED_DATE >= :HV-PERIOD-FROM
                     AND   NOT EXISTS
                           ( SELECT 1 FROM REMEDIATION_PAY R
                             WHERE R.REM_ID       = :HV-REM-ID
                             AND   R.REM_SORTCODE = C.CLSR_SORTCODE
                             AND   R.REM_NUMBER   = C.CLSR_NUMBER )
              ORDER BY 1, 2
           END-EXEC.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  DEF-FILE-STATUS               PIC XX.
       01  RPT-FILE-STATUS               PIC XX.
       01  PAY-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.
       01  WS-DEFINITION-OK              PIC X VALUE 'Y'.

      *    The archive-aware history reader, driven per account over
      *    the remediation period.
       01  WS-PROHIST-PGM                PIC X(8) VALUE 'PROHIST'.
       01  WS-PROHIST-PARMS.
           COPY PROHIST.

      *    One entry recomputed, and the running redress on the
      *    account.  Compensatory interest is carried unrounded to
      *    the account total, and rounded once.
       01  WS-CORRECT-AMOUNT             PIC S9(10)V99 COMP-3.
       01  WS-ENTRY-DIFFERENCE           PIC S9(10)V99 COMP-3.
       01  WS-ACCT-ENTRIES               PIC 9(5) COMP.
       01  WS-ACCT-REFUND                PIC S9(10)V99 COMP-3.
       01  WS-ACCT-COMP-INTEREST         PIC S9(10)V9(6) COMP-3.
       01  WS-DAYS-IN-YEAR               PIC S9(3) COMP VALUE 365.

      *    The definition's sterling figures in the currency of the
      *    account being swept.  ACCFXCNV quotes them against an
      *    open account; a closed one is no longer on ACCOUNT to
      *    quote against and its redress goes to the payable list,
      *    so the figures stand as defined.
       01  WS-ACCFXCNV-PGM               PIC X(8) VALUE 'ACCFXCNV'.
       01  WS-ACCFXCNV-PARMS.
           COPY ACCFXCNV.
       01  WS-FIXED-AMOUNT               PIC S9(10)V99 COMP-3.
       01  WS-WAIVER-MIN-BAL             PIC S9(10)V99 COMP-3.
       01  WS-FIGURES-PRICED             PIC X VALUE 'Y'.

       01  NUMBER-OF-ACCOUNTS-EXAMINED   PIC 9(8) VALUE 0.
       01  NUMBER-OF-ACCOUNTS-AFFECTED   PIC 9(8) VALUE 0.
       01  NUMBER-OF-ACCOUNTS-NIL        PIC 9(8) VALUE 0.
       01  NUMBER-OF-ACCOUNTS-PAID       PIC 9(8) VALUE 0.
       01  NUMBER-OF-ACCOUNTS-DIVERTED   PIC 9(8) VALUE 0.
       01  NUMBER-OF-HISTORY-SHORT       PIC 9(8) VALUE 0.
       01  NUMBER-OF-ACCOUNTS-HELD       PIC 9(8) VALUE 0.
       01  WS-REFUND-PAID                PIC S9(13)V99 COMP-3
                                         VALUE 0.
       01  WS-INTEREST-PAID              PIC S9(13)V99 COMP-3
                                         VALUE 0.
       01  WS-REFUND-DIVERTED            PIC S9(13)V99 COMP-3
                                         VALUE 0.
       01  WS-INTEREST-DIVERTED          PIC S9(13)V99 COMP-3
                                         VALUE 0.

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
              SELECT CURRENT DATE, CHAR(CURRENT TIMESTAMP)
              INTO   :HV-TODAY, :HV-NOW
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT DATE IN PGM '
                      'REMRUN. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-NOW(12:2) TO HV-PROCTRAN-TIME(1:2).
           MOVE HV-NOW(15:2) TO HV-PROCTRAN-TIME(3:2).
           MOVE HV-NOW(18:2) TO HV-PROCTRAN-TIME(5:2).

           PERFORM READ-DEFINITION.

           OPEN OUTPUT REM-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the REMRPT report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT REM-PAY-FILE.
           IF PAY-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the REMPAY payable file, '
                      ' status=' PAY-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL OPEN
              REMEDY-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'REMRUN unable to open REMEDY-CURSOR, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM REMEDY-ONE-ACCOUNT UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              REMEDY-CURSOR
           END-EXEC.

           PERFORM RECONCILE-REDRESS.

           CLOSE REM-RPT-FILE.
           CLOSE REM-PAY-FILE.

           DISPLAY 'REMRUN ' HV-REM-ID ' examined '
                   NUMBER-OF-ACCOUNTS-EXAMINED ' account(s): '
                   NUMBER-OF-ACCOUNTS-PAID ' paid, '
                   NUMBER-OF-ACCOUNTS-DIVERTED ' diverted, '
                   NUMBER-OF-ACCOUNTS-NIL ' with no net redress, '
                   NUMBER-OF-ACCOUNTS-HELD ' held for want of a rate.'.

           IF (NUMBER-OF-HISTORY-SHORT > 0
               OR NUMBER-OF-ACCOUNTS-HELD > 0)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    Read and check the remediation definition.  Anything
      *    missing or inconsistent stops the run before a penny
      *    moves.
      *
       READ-DEFINITION SECTION.
       RDD010.

           OPEN INPUT REM-DEF-FILE.
           IF DEF-FILE-STATUS NOT = '00'
              DISPLAY 'Error opening the REMDEF definition file, '
                      ' status=' DEF-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           READ REM-DEF-FILE.
           IF DEF-FILE-STATUS NOT = '00'
              DISPLAY 'REMRUN definition file REMDEF is empty'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           CLOSE REM-DEF-FILE.

           IF RDF-REM-ID = SPACES
              OR RDF-TYPE(1) = SPACES
              OR RDF-FROM-DATE = SPACES
              OR RDF-TO-DATE = SPACES
              OR RDF-FROM-DATE > RDF-TO-DATE
              MOVE 'N' TO WS-DEFINITION-OK
           END-IF.

           IF RDF-COMP-RATE IS NOT NUMERIC
              MOVE 'N' TO WS-DEFINITION-OK
           END-IF.

           EVALUATE RDF-RULE
              WHEN 'A'
                 IF RDF-CORRECT-AMOUNT IS NOT NUMERIC
                    MOVE 'N' TO WS-DEFINITION-OK
                 END-IF
              WHEN 'R'
                 IF RDF-APPLIED-RATE IS NOT NUMERIC
                    OR RDF-CORRECT-RATE IS NOT NUMERIC
                    MOVE 'N' TO WS-DEFINITION-OK
                 ELSE
                    IF RDF-APPLIED-RATE = 0
                       MOVE 'N' TO WS-DEFINITION-OK
                    END-IF
                 END-IF
              WHEN 'W'
                 IF RDF-WAIVER-MIN-BAL IS NOT NUMERIC
                    MOVE 'N' TO WS-DEFINITION-OK
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO WS-DEFINITION-OK
           END-EVALUATE.

           IF WS-DEFINITION-OK = 'N'
              DISPLAY 'REMRUN definition ' RDF-REM-ID
                      ' is incomplete or invalid - nothing paid'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE RDF-REM-ID       TO HV-REM-ID.
           MOVE RDF-ACCOUNT-TYPE TO HV-ACCOUNT-TYPE.
           MOVE RDF-FROM-DATE    TO HV-PERIOD-FROM.
           MOVE RDF-TO-DATE      TO HV-PERIOD-TO.
           MOVE SPACES           TO HV-PROCTRAN-REF.
           MOVE RDF-REM-ID       TO HV-PROCTRAN-REF(1:8).

           DISPLAY 'REMRUN remediation ' HV-REM-ID ' rule '
                   RDF-RULE ' over ' HV-PERIOD-FROM ' to '
                   HV-PERIOD-TO.

       RDD999.
           EXIT.

      *
      *    One account: recompute its affected entries and pay, or
      *    divert, whatever it is owed - committed with the
      *    REMEDIATION_PAY row that stops a rerun paying it twice.
      *
       REMEDY-ONE-ACCOUNT SECTION.
       ROA010.

           EXEC SQL FETCH FROM REMEDY-CURSOR
              INTO :HV-REM-SORTCODE,
                   :HV-REM-NUMBER,
                   :HV-REM-STATE,
                   :HV-REM-CUSTOMER,
                   :HV-REM-CLOSED-DATE,
                   :HV-REM-PAYOUT-SORTCODE,
                   :HV-REM-PAYOUT-NUMBER
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO ROA999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'REMRUN failure fetching REMEDY-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-ACCOUNTS-EXAMINED.

           PERFORM PRICE-DEFINITION-FIGURES.

           IF WS-FIGURES-PRICED = 'N'
              ADD 1 TO NUMBER-OF-ACCOUNTS-HELD
              MOVE SPACES             TO REM-RPT-RECORD
              MOVE 'HELD'             TO RPT-VERDICT
              MOVE HV-REM-SORTCODE    TO RPT-SORTCODE
              MOVE HV-REM-NUMBER      TO RPT-NUMBER
              MOVE HV-REM-CUSTOMER    TO RPT-CUSTOMER
              MOVE 0                  TO RPT-ENTRIES
              MOVE 0                  TO RPT-REFUND
              MOVE 0                  TO RPT-COMP-INTEREST
              MOVE 'NO FX RATE FOR THE CURRENCY' TO RPT-REASON
              PERFORM WRITE-REPORT-LINE
              GO TO ROA999
           END-IF.

           PERFORM SWEEP-ACCOUNT-HISTORY.

           IF WS-ACCT-ENTRIES = 0
              GO TO ROA999
           END-IF.

           ADD 1 TO NUMBER-OF-ACCOUNTS-AFFECTED.

           MOVE SPACES             TO REM-RPT-RECORD.
           MOVE HV-REM-SORTCODE    TO RPT-SORTCODE.
           MOVE HV-REM-NUMBER      TO RPT-NUMBER.
           MOVE HV-REM-CUSTOMER    TO RPT-CUSTOMER.
           MOVE WS-ACCT-ENTRIES    TO RPT-ENTRIES.

           IF WS-ACCT-REFUND NOT > 0
              ADD 1 TO NUMBER-OF-ACCOUNTS-NIL
              MOVE 'NIL'           TO RPT-VERDICT
              MOVE WS-ACCT-REFUND  TO RPT-REFUND
              MOVE 0               TO RPT-COMP-INTEREST
              MOVE 'NOT LEFT WORSE OFF' TO RPT-REASON
              PERFORM WRITE-REPORT-LINE
              GO TO ROA999
           END-IF.

           MOVE WS-ACCT-REFUND TO HV-REFUND.
           COMPUTE HV-COMP-INTEREST ROUNDED = WS-ACCT-COMP-INTEREST.
           IF HV-COMP-INTEREST < 0
              MOVE 0 TO HV-COMP-INTEREST
           END-IF.

           IF HV-REM-STATE = 'C'
              PERFORM DIVERT-CLOSED-ACCOUNT
           ELSE
              PERFORM PAY-OPEN-ACCOUNT
           END-IF.

           EXEC SQL
                INSERT INTO REMEDIATION_PAY
                (
                  REM_ID            ,
                  REM_SORTCODE      ,
                  REM_NUMBER        ,
                  REM_CUSTOMER      ,
                  REM_REFUND        ,
                  REM_COMP_INTEREST ,
                  REM_STATUS        ,
                  REM_PAID_DATE
                )
                VALUES
                (
                  :HV-REM-ID        ,
                  :HV-REM-SORTCODE  ,
                  :HV-REM-NUMBER    ,
                  :HV-REM-CUSTOMER  ,
                  :HV-REFUND        ,
                  :HV-COMP-INTEREST ,
                  :HV-REM-STATUS    ,
                  :HV-TODAY
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'REMRUN failure inserting REMEDIATION_PAY for '
                      HV-REM-SORTCODE '/' HV-REM-NUMBER
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           MOVE HV-REFUND        TO RPT-REFUND.
           MOVE HV-COMP-INTEREST TO RPT-COMP-INTEREST.
           PERFORM WRITE-REPORT-LINE.

       ROA999.
           EXIT.

      *
      *    Quote the definition's sterling figures into the open
      *    account's currency - a quote only, nothing is dealt.  No
      *    rate held leaves the account unrecorded for a rerun.
      *
       PRICE-DEFINITION-FIGURES SECTION.
       PDF010.

           MOVE 'Y'                TO WS-FIGURES-PRICED.
           MOVE RDF-CORRECT-AMOUNT TO WS-FIXED-AMOUNT.
           MOVE RDF-WAIVER-MIN-BAL TO WS-WAIVER-MIN-BAL.

           IF HV-REM-STATE = 'C'
              OR (RDF-RULE NOT = 'A' AND RDF-RULE NOT = 'W')
              GO TO PDF999
           END-IF.

           INITIALIZE WS-ACCFXCNV-PARMS.
           MOVE 'Q'                TO AFX-REQUEST.
           MOVE HV-REM-SORTCODE    TO AFX-SORTCODE.
           MOVE HV-REM-NUMBER      TO AFX-NUMBER.
           MOVE 'GBP'              TO AFX-TXN-CURRENCY.
           MOVE 'REMRUN'           TO AFX-SOURCE.
           IF RDF-RULE = 'A'
              MOVE RDF-CORRECT-AMOUNT TO AFX-TXN-AMOUNT
           ELSE
              MOVE RDF-WAIVER-MIN-BAL TO AFX-TXN-AMOUNT
           END-IF.
           CALL WS-ACCFXCNV-PGM USING WS-ACCFXCNV-PARMS.

           EVALUATE AFX-RETURN-CD
              WHEN 0
                 IF RDF-RULE = 'A'
                    MOVE AFX-POST-AMOUNT TO WS-FIXED-AMOUNT
                 ELSE
                    MOVE AFX-POST-AMOUNT TO WS-WAIVER-MIN-BAL
                 END-IF
              WHEN 8
                 MOVE 'N' TO WS-FIGURES-PRICED
              WHEN OTHER
                 MOVE AFX-RETURN-CD TO WS-SQLCODE-DISPLAY
                 DISPLAY 'REMRUN unable to quote the definition for '
                         HV-REM-SORTCODE '/' HV-REM-NUMBER
                         ', RC=' WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
           END-EVALUATE.

       PDF999.
           EXIT.

      *
      *    The account's history over the period, live and archived,
      *    through PROHIST; every entry of a remediated type is
      *    recomputed.
      *
       SWEEP-ACCOUNT-HISTORY SECTION.
       SAH010.

           MOVE 0 TO WS-ACCT-ENTRIES.
           MOVE 0 TO WS-ACCT-REFUND.
           MOVE 0 TO WS-ACCT-COMP-INTEREST.

           INITIALIZE WS-PROHIST-PARMS.
           MOVE 'S'             TO PH-REQUEST.
           MOVE HV-REM-SORTCODE TO PH-SORTCODE.
           MOVE HV-REM-NUMBER   TO PH-NUMBER.
           MOVE HV-PERIOD-FROM  TO PH-FROM-DATE.
           MOVE HV-PERIOD-TO    TO PH-TO-DATE.

           CALL WS-PROHIST-PGM USING WS-PROHIST-PARMS.

           IF PH-RETURN-CD NOT = 0 AND PH-RETURN-CD NOT = 4
              DISPLAY 'REMRUN unable to open history for ACCOUNT '
                 HV-REM-SORTCODE '/' HV-REM-NUMBER
                 ' PROHIST code=' PH-RETURN-CD
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF PH-RETURN-CD = 4
              DISPLAY 'REMRUN archived history overflowed for '
                 'ACCOUNT ' HV-REM-SORTCODE '/'
                 HV-REM-NUMBER ' - redress may be short'
              ADD 1 TO NUMBER-OF-HISTORY-SHORT
           END-IF.

           MOVE 'N' TO PH-EOF-FLAG.
           PERFORM REMEDY-ONE-ENTRY UNTIL PH-EOF-FLAG = 'Y'.

           MOVE 'C' TO PH-REQUEST.
           CALL WS-PROHIST-PGM USING WS-PROHIST-PARMS.

       SAH999.
           EXIT.

      *
      *    One history row.  The difference between what the entry
      *    should have been and what it was is what the customer is
      *    owed on it - a fee overcharged or interest underpaid
      *    comes out positive - and compensatory interest runs on
      *    it from the day of the entry to today.
      *
       REMEDY-ONE-ENTRY SECTION.
       ROE010.

           MOVE 'N' TO PH-REQUEST.
           CALL WS-PROHIST-PGM USING WS-PROHIST-PARMS.

           IF PH-RETURN-CD NOT = 0 AND PH-RETURN-CD NOT = 4
              DISPLAY 'REMRUN history read failed for ACCOUNT '
                 HV-REM-SORTCODE '/' HV-REM-NUMBER
                 ' PROHIST code=' PH-RETURN-CD
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF PH-EOF-FLAG = 'Y'
              GO TO ROE999
           END-IF.

           IF PH-ROW-TYPE NOT = RDF-TYPE(1)
              AND PH-ROW-TYPE NOT = RDF-TYPE(2)
              AND PH-ROW-TYPE NOT = RDF-TYPE(3)
              AND PH-ROW-TYPE NOT = RDF-TYPE(4)
              GO TO ROE999
           END-IF.

           ADD 1 TO WS-ACCT-ENTRIES.
           MOVE PH-ROW-DATE TO HV-ENTRY-DATE.

           EVALUATE RDF-RULE
              WHEN 'A'
                 PERFORM APPLY-FIXED-AMOUNT
              WHEN 'R'
                 COMPUTE WS-CORRECT-AMOUNT ROUNDED =
                    PH-ROW-AMOUNT * RDF-CORRECT-RATE
                                  / RDF-APPLIED-RATE
              WHEN 'W'
                 PERFORM APPLY-WAIVER-THRESHOLD
           END-EVALUATE.

           COMPUTE WS-ENTRY-DIFFERENCE =
              WS-CORRECT-AMOUNT - PH-ROW-AMOUNT.

           IF WS-ENTRY-DIFFERENCE = 0
              GO TO ROE999
           END-IF.

           ADD WS-ENTRY-DIFFERENCE TO WS-ACCT-REFUND.

           EXEC SQL
              SELECT DAYS(DATE(:HV-TODAY))
                     - DAYS(DATE(:HV-ENTRY-DATE))
              INTO   :HV-DAYS-OUTSTANDING
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'REMRUN unable to date entry of ' HV-ENTRY-DATE
                      ' on ' HV-REM-SORTCODE '/' HV-REM-NUMBER
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           COMPUTE WS-ACCT-COMP-INTEREST =
              WS-ACCT-COMP-INTEREST
              + WS-ENTRY-DIFFERENCE * RDF-COMP-RATE / 100
                * HV-DAYS-OUTSTANDING / WS-DAYS-IN-YEAR.

       ROE999.
           EXIT.

      *
      *    A fixed amount: a charge is cut back to the correct
      *    amount (never raised to it - a customer is not charged
      *    again by a remediation), a credit is set to it.
      *
       APPLY-FIXED-AMOUNT SECTION.
       AFA010.

           IF PH-ROW-AMOUNT < 0
              IF 0 - PH-ROW-AMOUNT > WS-FIXED-AMOUNT
                 COMPUTE WS-CORRECT-AMOUNT = 0 - WS-FIXED-AMOUNT
              ELSE
                 MOVE PH-ROW-AMOUNT TO WS-CORRECT-AMOUNT
              END-IF
           ELSE
              MOVE WS-FIXED-AMOUNT TO WS-CORRECT-AMOUNT
           END-IF.

       AFA999.
           EXIT.

      *
      *    A waiver threshold: a charge should not have been made
      *    when the account's average snapshot balance over the
      *    month the charge was made in - the month MNTFEE averages
      *    when it charges - reached the threshold.
      *
       APPLY-WAIVER-THRESHOLD SECTION.
       AWT010.

           MOVE PH-ROW-AMOUNT TO WS-CORRECT-AMOUNT.

           IF PH-ROW-AMOUNT NOT < 0
              GO TO AWT999
           END-IF.

           EXEC SQL
              SELECT COALESCE(AVG(SNAP_ACTUAL_BALANCE), 0)
              INTO   :HV-AVG-BALANCE
              FROM   EOD_BALANCE
              WHERE  SNAP_SORTCODE = :HV-REM-SORTCODE
              AND    SNAP_NUMBER   = :HV-REM-NUMBER
              AND    YEAR(SNAP_DATE)  = YEAR(DATE(:HV-ENTRY-DATE))
              AND    MONTH(SNAP_DATE) = MONTH(DATE(:HV-ENTRY-DATE))
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'REMRUN unable to average EOD_BALANCE for '
                      HV-REM-SORTCODE '/' HV-REM-NUMBER
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-AVG-BALANCE >= WS-WAIVER-MIN-BAL
              MOVE 0 TO WS-CORRECT-AMOUNT
           END-IF.

       AWT999.
           EXIT.

      *
      *    Post the refund and the compensatory interest as two
      *    ledger entries under the remediation's reference, and
      *    move the balances by both.
      *
       PAY-OPEN-ACCOUNT SECTION.
       POA010.

           MOVE 'P' TO HV-REM-STATUS.

           MOVE 'RMD'            TO HV-POSTING-TYPE.
           MOVE HV-REFUND        TO HV-POSTING-AMOUNT.
           MOVE SPACES           TO HV-PROCTRAN-DESC.
           STRING 'REFUND ' DELIMITED BY SIZE,
                  RDF-DESCRIPTION DELIMITED BY SIZE
                  INTO HV-PROCTRAN-DESC
           END-STRING.
           PERFORM POST-REDRESS-ENTRY.

           IF HV-COMP-INTEREST > 0
              MOVE 'RMI'            TO HV-POSTING-TYPE
              MOVE HV-COMP-INTEREST TO HV-POSTING-AMOUNT
              MOVE SPACES           TO HV-PROCTRAN-DESC
              STRING 'COMP INTEREST ' DELIMITED BY SIZE,
                     RDF-DESCRIPTION DELIMITED BY SIZE
                     INTO HV-PROCTRAN-DESC
              END-STRING
              PERFORM POST-REDRESS-ENTRY
           END-IF.

           COMPUTE HV-REDRESS-TOTAL = HV-REFUND + HV-COMP-INTEREST.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
                          ACCOUNT_ACTUAL_BALANCE
                             + :HV-REDRESS-TOTAL,
                       ACCOUNT_AVAILABLE_BALANCE =
                          ACCOUNT_AVAILABLE_BALANCE
                             + :HV-REDRESS-TOTAL
                WHERE  ACCOUNT_SORTCODE = :HV-REM-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-REM-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'REMRUN failure updating ACCOUNT '
                      HV-REM-SORTCODE '/' HV-REM-NUMBER
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1                TO NUMBER-OF-ACCOUNTS-PAID.
           ADD HV-REFUND        TO WS-REFUND-PAID.
           ADD HV-COMP-INTEREST TO WS-INTEREST-PAID.
           MOVE 'PAID'          TO RPT-VERDICT.

       POA999.
           EXIT.

       POST-REDRESS-ENTRY SECTION.
       PRE010.

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
                  :HV-REM-SORTCODE        ,
                  :HV-REM-NUMBER          ,
                  :HV-TODAY               ,
                  :HV-PROCTRAN-TIME       ,
                  :HV-PROCTRAN-REF        ,
                  :HV-POSTING-TYPE        ,
                  :HV-PROCTRAN-DESC       ,
                  :HV-POSTING-AMOUNT      ,
                  0                       ,
                  '000000000'
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'REMRUN failure inserting PROCTRAN for '
                      HV-REM-SORTCODE '/' HV-REM-NUMBER
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-POSTING-TYPE   TO PCT-TYPE.
           MOVE HV-POSTING-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

       PRE999.
           EXIT.

      *
      *    A closed account cannot be credited: its redress goes to
      *    the payable list with the account the closing balance
      *    was paid to.
      *
       DIVERT-CLOSED-ACCOUNT SECTION.
       DCA010.

           MOVE 'D' TO HV-REM-STATUS.

           INITIALIZE REM-PAY-RECORD.
           MOVE HV-REM-ID              TO PAY-REM-ID.
           MOVE HV-REM-CUSTOMER        TO PAY-CUSTOMER.
           MOVE HV-REM-SORTCODE        TO PAY-SORTCODE.
           MOVE HV-REM-NUMBER          TO PAY-NUMBER.
           MOVE HV-REM-CLOSED-DATE     TO PAY-CLOSED-DATE.
           MOVE HV-REM-PAYOUT-SORTCODE TO PAY-PAYOUT-SORTCODE.
           MOVE HV-REM-PAYOUT-NUMBER   TO PAY-PAYOUT-NUMBER.
           MOVE HV-REFUND              TO PAY-REFUND.
           MOVE HV-COMP-INTEREST       TO PAY-COMP-INTEREST.

           WRITE REM-PAY-RECORD.

           IF PAY-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the REMPAY payable file, '
                      ' status=' PAY-FILE-STATUS
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1                TO NUMBER-OF-ACCOUNTS-DIVERTED.
           ADD HV-REFUND        TO WS-REFUND-DIVERTED.
           ADD HV-COMP-INTEREST TO WS-INTEREST-DIVERTED.
           MOVE 'DIVERTED'      TO RPT-VERDICT.
           MOVE 'ACCOUNT CLOSED - PAYABLE LIST' TO RPT-REASON.

       DCA999.
           EXIT.

      *
      *    The control report's closing section: this run's totals,
      *    then today's redress on REMEDIATION_PAY proved against
      *    today's 'RMD' and 'RMI' entries under the remediation's
      *    reference, then the remediation's totals to date.
      *
       RECONCILE-REDRESS SECTION.
       RRD010.

           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN PROCTRAN_TYPE = 'RMD'
                                       THEN PROCTRAN_AMOUNT
                                       ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN PROCTRAN_TYPE = 'RMI'
                                       THEN PROCTRAN_AMOUNT
                                       ELSE 0 END), 0)
              INTO   :HV-LEDGER-REFUND,
                     :HV-LEDGER-INTEREST
              FROM   PROCTRAN
              WHERE  PROCTRAN_REF  = :HV-PROCTRAN-REF
              AND    PROCTRAN_DATE = :HV-TODAY
              AND    PROCTRAN_TYPE IN ('RMD', 'RMI')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'REMRUN unable to total PROCTRAN, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              SELECT COALESCE(SUM(REM_REFUND), 0),
                     COALESCE(SUM(REM_COMP_INTEREST), 0)
              INTO   :HV-RECORD-REFUND,
                     :HV-RECORD-INTEREST
              FROM   REMEDIATION_PAY
              WHERE  REM_ID        = :HV-REM-ID
              AND    REM_STATUS    = 'P'
              AND    REM_PAID_DATE = :HV-TODAY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'REMRUN unable to total REMEDIATION_PAY, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE SPACES TO REM-CONTROL-RECORD.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'REFUNDS POSTED THIS RUN'      TO CTL-LABEL.
           MOVE WS-REFUND-PAID                 TO CTL-AMOUNT.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'COMPENSATORY INTEREST POSTED THIS RUN' TO CTL-LABEL.
           MOVE WS-INTEREST-PAID               TO CTL-AMOUNT.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'REFUNDS DIVERTED TO PAYABLE LIST' TO CTL-LABEL.
           MOVE WS-REFUND-DIVERTED             TO CTL-AMOUNT.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'INTEREST DIVERTED TO PAYABLE LIST' TO CTL-LABEL.
           MOVE WS-INTEREST-DIVERTED           TO CTL-AMOUNT.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'TOTAL REDRESS THIS RUN'       TO CTL-LABEL.
           COMPUTE CTL-AMOUNT = WS-REFUND-PAID + WS-INTEREST-PAID
                              + WS-REFUND-DIVERTED
                              + WS-INTEREST-DIVERTED.
           PERFORM WRITE-CONTROL-LINE.

           MOVE 'REFUNDS RECORDED AS POSTED TODAY' TO CTL-LABEL.
           MOVE HV-RECORD-REFUND               TO CTL-AMOUNT.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'RMD LEDGER ENTRIES TODAY'     TO CTL-LABEL.
           MOVE HV-LEDGER-REFUND               TO CTL-AMOUNT.
           IF HV-LEDGER-REFUND = HV-RECORD-REFUND
              MOVE 'AGREED'                    TO CTL-NOTE
           ELSE
              MOVE 'OUT OF BALANCE'            TO CTL-NOTE
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'INTEREST RECORDED AS POSTED TODAY' TO CTL-LABEL.
           MOVE HV-RECORD-INTEREST             TO CTL-AMOUNT.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'RMI LEDGER ENTRIES TODAY'     TO CTL-LABEL.
           MOVE HV-LEDGER-INTEREST             TO CTL-AMOUNT.
           IF HV-LEDGER-INTEREST = HV-RECORD-INTEREST
              MOVE 'AGREED'                    TO CTL-NOTE
           ELSE
              MOVE 'OUT OF BALANCE'            TO CTL-NOTE
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-CONTROL-LINE.

           EXEC SQL
              SELECT COALESCE(SUM(REM_REFUND + REM_COMP_INTEREST), 0),
                     COALESCE(SUM(CASE WHEN REM_STATUS = 'D'
                                  THEN REM_REFUND + REM_COMP_INTEREST
                                  ELSE 0 END), 0)
              INTO   :HV-RECORD-REFUND,
                     :HV-DIVERTED-TOTAL
              FROM   REMEDIATION_PAY
              WHERE  REM_ID = :HV-REM-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'REMRUN unable to total REMEDIATION_PAY, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'TOTAL REDRESS TO DATE FOR THIS REMEDIATION'
                                               TO CTL-LABEL.
           MOVE HV-RECORD-REFUND               TO CTL-AMOUNT.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'OF WHICH DIVERTED TO PAYABLE LIST' TO CTL-LABEL.
           MOVE HV-DIVERTED-TOTAL              TO CTL-AMOUNT.
           PERFORM WRITE-CONTROL-LINE.

       RRD999.
           EXIT.

       WRITE-CONTROL-LINE SECTION.
       WCL010.

           WRITE REM-CONTROL-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the REMRPT report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE SPACES TO REM-CONTROL-RECORD.

       WCL999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           WRITE REM-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the REMRPT report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WRL999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'REMRUN'   TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'REMRUN unable to claim a ledger posting, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RPC999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
