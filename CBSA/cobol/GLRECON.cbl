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
      * Title: GLRECON                                                 *
      *                                                                *
      *                                                                *
      * Description: Sub-ledger to general ledger balance              *
      *              reconciliation.  GLEXTR hands finance the day's   *
      *              journal; this proves the general ledger still     *
      *              agrees with us afterwards, so a rejected journal  *
      *              or a manual GL adjustment shows the next morning  *
      *              instead of at month-end.  Reads the GL system's   *
      *              daily trial-balance return and sets each of our   *
      *              GL accounts' closing balance against our own      *
      *              position for it:                                  *
      *                                                                *
      *              - the EOD_BALANCE snapshots of the trial          *
      *                balance date, mapped to GL accounts through     *
      *                GL_BALANCE_MAP by account type and sort code;   *
      *              - the branch suspense and FX revaluation          *
      *                accounts, mapped the same way under their       *
      *                reserved types SUSPENSE and FXREVAL whatever    *
      *                their ACCOUNT_TYPE says;                        *
      *              - fee income, which has no account of its own:    *
      *                the year's fee postings ('CHG' and 'ODF'),      *
      *                mapped under the reserved type FEEINC.          *
      *                                                                *
      *              Trial-balance lines for GL accounts that are not  *
      *              ours (no GL_BALANCE_MAP row names them) are       *
      *              passed over.  Every difference opens or           *
      *              refreshes a RECON_BREAKS row with source          *
      *              'GLRECON' keyed on the GL account and currency,   *
      *              carrying the GLEXTR journal date it first         *
      *              appeared on, which the report shows.  A balance   *
      *              with no mapping is a break of its own.  An open   *
      *              break that no longer appears is auto-cleared.     *
      *                                                                *
      *              Balances are signed debit-positive, as the trial  *
      *              balance is: a customer's credit balance is a      *
      *              negative (credit) position on its GL account.     *
      *                                                                *
      * Input:  The GL trial-balance return file GLTBIN                *
      * Output: The reconciliation report GLRRPT                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TB-FILE
                  ASSIGN TO GLTBIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS TB-FILE-STATUS.

           SELECT REPORT-FILE
                  ASSIGN TO GLRRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    Header 'H' / balance 'D' / trailer 'T'.  A balance line
      *    is one GL account in one currency (spaces for sterling),
      *    its closing balance debit-positive.
       FD  TB-FILE.
       01  TB-RECORD.
           05 TBR-REC-TYPE                PIC X(1).
           05 TBR-REC-BODY                PIC X(49).
           05 TBR-HEADER-VIEW REDEFINES TBR-REC-BODY.
              10 TBR-TB-DATE              PIC X(10).
              10 FILLER                   PIC X(39).
           05 TBR-BALANCE-VIEW REDEFINES TBR-REC-BODY.
              10 TBR-GL-ACCOUNT           PIC X(10).
              10 TBR-CURRENCY-CD          PIC X(3).
              10 TBR-CLOSING-BALANCE      PIC S9(13)V99.
              10 FILLER                   PIC X(21).
           05 TBR-TRAILER-VIEW REDEFINES TBR-REC-BODY.
              10 TBR-LINE-COUNT           PIC 9(8).
              10 FILLER                   PIC X(41).

       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05 RPT-GL-ACCOUNT              PIC X(10).
           05 FILLER                      PIC X(1).
           05 RPT-CURRENCY-CD             PIC X(3).
           05 FILLER                      PIC X(1).
           05 RPT-GL-BALANCE              PIC -(13)9.99.
           05 FILLER                      PIC X(1).
           05 RPT-OUR-BALANCE             PIC -(13)9.99.
           05 FILLER                      PIC X(1).
           05 RPT-DIFFERENCE              PIC -(13)9.99.
           05 FILLER                      PIC X(1).
           05 RPT-FIRST-JOURNAL-DATE      PIC X(10).
           05 FILLER                      PIC X(1).
           05 RPT-VERDICT                 PIC X(5).

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

      * Get the GL_MAP / GL_BALANCE_MAP DB2 copybook
           EXEC SQL
              INCLUDE GLMPDB2
           END-EXEC.

      * Get the EOD_BALANCE DB2 copybook
           EXEC SQL
              INCLUDE EODDB2
           END-EXEC.

      * Get the RECON_BREAKS DB2 copybook
           EXEC SQL
              INCLUDE BRKSDB2
           END-EXEC.

      * Get the OPS_ALERTS DB2 copybook
           EXEC SQL
              INCLUDE OPALDB2
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

      *    Declare the ACCOUNT table, for the type and currency of
      *    each snapshot's account.
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

      *    The internal accounts positioned under reserved types
      *    rather than their own ACCOUNT_TYPE.
       01 HV-SUSPENSE-ACCOUNT           PIC X(9) VALUE '099999991'.
       01 HV-REVAL-ACCOUNT              PIC X(9) VALUE '099999995'.

      *    The trial balance date and the first day of its year,
      *    from which the fee income is totalled.
       01 HV-TB-DATE                    PIC X(10).
       01 HV-YEAR-START                 PIC X(10).

      * Host variables for one sub-ledger aggregate
       01 HOST-POSITION-ROW.
          03 HV-POS-CURRENCY            PIC X(3).
          03 HV-POS-TYPE                PIC X(8).
          03 HV-POS-SORTCODE            PIC X(6).
          03 HV-POS-TOTAL               PIC S9(13)V99 COMP-3.

      * GL_BALANCE_MAP host variables for DB2
       01 HV-GLB-GL                     PIC X(10).
       01 HV-GL-ROWS                    PIC S9(9) COMP.
       01 HV-SNAP-ROWS                  PIC S9(9) COMP.

      * Declare the CURSOR over the trial balance date's snapshots,
      * by currency, position type and sort code.  A snapshot whose
      * account has since gone carries no type and stays unmapped.
           EXEC SQL DECLARE BAL-CURSOR CURSOR WITH HOLD FOR
              SELECT X.POS_CURRENCY,
                     X.POS_TYPE,
                     X.POS_SORTCODE,
                     SUM(X.POS_BALANCE)
                     FROM (SELECT
                            COALESCE(E.SNAP_CURRENCY_CD, 'GBP')
                                               AS POS_CURRENCY,
                            CASE
                              WHEN E.SNAP_NUMBER
                                     = :HV-SUSPENSE-ACCOUNT
                                THEN 'SUSPENSE'
                              WHEN E.SNAP_NUMBER
                                     = :HV-REVAL-ACCOUNT
                                THEN 'FXREVAL '
                              ELSE COALESCE(A.ACCOUNT_TYPE,
                                            '        ')
                            END                AS POS_TYPE,
                            E.SNAP_SORTCODE    AS POS_SORTCODE,
                            E.SNAP_ACTUAL_BALANCE
                                               AS POS_BALANCE
                           FROM EOD_BALANCE E
                           LEFT OUTER JOIN ACCOUNT A
                             ON  A.ACCOUNT_SORTCODE = E.SNAP_SORTCODE
                             AND A.ACCOUNT_NUMBER   = E.SNAP_NUMBER
                           WHERE E.SNAP_DATE = DATE(:HV-TB-DATE)
                          ) AS X
                     GROUP BY X.POS_CURRENCY, X.POS_TYPE,
                              X.POS_SORTCODE
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR totalling the year's fee postings by the
      * currency of the account charged and sort code.
           EXEC SQL DECLARE FEE-CURSOR CURSOR WITH HOLD FOR
              SELECT COALESCE(A.ACCOUNT_CURRENCY_CD, 'GBP'),
                     P.PROCTRAN_SORTCODE,
                     SUM(P.PROCTRAN_AMOUNT)
                     FROM PROCTRAN P
                     LEFT OUTER JOIN ACCOUNT A
                       ON  A.ACCOUNT_SORTCODE = P.PROCTRAN_SORTCODE
                       AND A.ACCOUNT_NUMBER   = P.PROCTRAN_NUMBER
                     WHERE P.PROCTRAN_TYPE IN ('CHG', 'ODF')
                     AND   P.PROCTRAN_DATE
                              BETWEEN DATE(:HV-YEAR-START)
                                  AND DATE(:HV-TB-DATE)
                     GROUP BY COALESCE(A.ACCOUNT_CURRENCY_CD, 'GBP'),
                              P.PROCTRAN_SORTCODE
                     FOR FETCH ONLY
           END-EXEC.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  TB-FILE-STATUS               PIC XX.
       01  RPT-FILE-STATUS              PIC XX.

       01  WS-EOF                       PIC X VALUE 'N'.

      *    The trial balance as read and proved.
       01  WS-HEADER-SEEN               PIC X VALUE 'N'.
       01  WS-TRAILER-SEEN              PIC X VALUE 'N'.
       01  WS-TB-VALID                  PIC X VALUE 'Y'.
       01  WS-DECLARED-LINES            PIC 9(8).
       01  WS-TB-LINES                  PIC 9(8) VALUE 0.
       01  WS-TB-LINES-NOT-OURS         PIC 9(8) VALUE 0.

      *    One entry per GL account and currency: the trial
      *    balance's figure and ours, both debit-positive.
       01  WS-POS-MAX                   PIC S9(4) COMP VALUE 300.
       01  WS-POS-COUNT                 PIC S9(4) COMP VALUE 0.
       01  WS-POS-SUB                   PIC S9(4) COMP.
       01  WS-POS-FOUND                 PIC X(1).
       01  WS-POSITION-TABLE.
           05 WS-POSITION OCCURS 300 TIMES.
              10 WS-POS-GL              PIC X(10).
              10 WS-POS-CURRENCY        PIC X(3).
              10 WS-POS-GL-BALANCE      PIC S9(13)V99 COMP-3.
              10 WS-POS-OUR-BALANCE     PIC S9(13)V99 COMP-3.
       01  WS-FIND-GL                   PIC X(10).
       01  WS-FIND-CURRENCY             PIC X(3).
       01  WS-WORK-AMOUNT               PIC S9(13)V99 COMP-3.

      *    The break registry feed, the same merge shape ACCRECON,
      *    CONRECON and VELRECON carry.  A GL difference is keyed
      *    on the GL account and currency, so the same difference
      *    refreshes one break day after day; a balance with no
      *    mapping is keyed NOMAP on its type and sort code.
       01 HOST-BREAK-ROW.
          03 HV-BREAK-SOURCE            PIC X(8) VALUE 'GLRECON'.
          03 HV-BREAK-KEY               PIC X(20).
          03 HV-BREAK-EXPECTED          PIC S9(10)V99 COMP-3.
          03 HV-BREAK-ACTUAL            PIC S9(10)V99 COMP-3.
          03 HV-BREAK-STATUS            PIC X(1).
          03 HV-FIRST-JOURNAL-DATE      PIC X(10).
       01 HV-FIRST-JOURNAL-IND          PIC S9(4) COMP.
       01 WS-BREAK-KEY.
          03 WS-BK-GL                   PIC X(10).
          03 FILLER                     PIC X(1) VALUE SPACE.
          03 WS-BK-CURRENCY             PIC X(3).
          03 FILLER                     PIC X(6) VALUE SPACES.
       01 WS-NOMAP-KEY REDEFINES WS-BREAK-KEY.
          03 WS-NK-LITERAL              PIC X(6).
          03 WS-NK-TYPE                 PIC X(8).
          03 WS-NK-SORTCODE             PIC X(6).

      *    The keys this run found, so that an open break this run
      *    did not find can be cleared.
       01  WS-FOUND-MAX                 PIC S9(4) COMP VALUE 400.
       01  WS-FOUND-COUNT               PIC S9(4) COMP VALUE 0.
       01  WS-FOUND-SUB                 PIC S9(4) COMP.
       01  WS-FOUND-KEYS.
           05 WS-FOUND-KEY              PIC X(20) OCCURS 400 TIMES.
       01  WS-KEY-FOUND                 PIC X(1).

      * Declare the CURSOR over the open GL breaks
           EXEC SQL DECLARE GLR-BREAK-CURSOR CURSOR WITH HOLD FOR
              SELECT BREAK_KEY
                     FROM RECON_BREAKS
                     WHERE BREAK_SOURCE = :HV-BREAK-SOURCE
                     AND   BREAK_STATUS = 'O'
                     FOR FETCH ONLY
           END-EXEC.

      *    Central operations alerts (see OPALDB2): a general ledger
      *    out of line with us is raised onto the shared queue the
      *    OPALWRK transaction works.
       01 WS-OPS-ALERT.
          03 HV-ALRT-ID                 PIC S9(9) COMP.
          03 HV-ALRT-SEVERITY           PIC X(1).
          03 HV-ALRT-SOURCE             PIC X(8) VALUE 'GLRECON'.
          03 HV-ALRT-KEY                PIC X(20).
          03 HV-ALRT-TEXT               PIC X(60).

       01  NUMBER-OF-AGGREGATES         PIC 9(8) VALUE 0.
       01  NUMBER-OF-BREAKS             PIC 9(8) VALUE 0.
       01  NUMBER-OF-BREAKS-CLEARED     PIC 9(8) VALUE 0.

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

           PERFORM READ-TRIAL-BALANCE.

           IF WS-TB-VALID NOT = 'Y'
              DISPLAY 'GLRECON trial balance failed verification '
                      '- nothing reconciled'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

      *
      *    Without the day's snapshots every GL account would show
      *    a break; the snapshot step has not run for the date.
      *
           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-SNAP-ROWS
              FROM   EOD_BALANCE
              WHERE  SNAP_DATE = DATE(:HV-TB-DATE)
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-SNAP-ROWS = 0
              DISPLAY 'GLRECON no EOD_BALANCE snapshot for '
                      HV-TB-DATE ' - nothing reconciled'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the GLRECON report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM POSITION-ACCOUNT-BALANCES.

           PERFORM POSITION-FEE-INCOME.

           PERFORM RECONCILE-ONE-GL
              VARYING WS-POS-SUB FROM 1 BY 1
              UNTIL WS-POS-SUB > WS-POS-COUNT.

           PERFORM CLEAR-VANISHED-BREAKS.

           IF NUMBER-OF-BREAKS > 0
              MOVE 'W'              TO HV-ALRT-SEVERITY
              MOVE HV-TB-DATE       TO HV-ALRT-KEY
              MOVE 'GENERAL LEDGER DOES NOT AGREE WITH SUB-LEDGER'
                                    TO HV-ALRT-TEXT
              PERFORM RAISE-OPS-ALERT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           CLOSE REPORT-FILE.

           DISPLAY 'GLRECON reconciled ' WS-POS-COUNT
                   ' GL position(s) for ' HV-TB-DATE ', '
                   WS-TB-LINES-NOT-OURS ' trial balance line(s) '
                   'not ours, ' NUMBER-OF-BREAKS
                   ' break(s) recorded, ' NUMBER-OF-BREAKS-CLEARED
                   ' cleared.'.

           IF NUMBER-OF-BREAKS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    Read and prove the trial balance: a header first, balance
      *    lines in between, a trailer last whose line count agrees,
      *    so a truncated return cannot reconcile as a short ledger.
      *    The lines for our GL accounts are taken into the position
      *    table as they are read.
      *
       READ-TRIAL-BALANCE SECTION.
       RTB010.

           OPEN INPUT TB-FILE.
           IF TB-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the GLRECON trial balance file, '
                      ' status=' TB-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM READ-NEXT-TB-RECORD.

           PERFORM TAKE-TB-RECORD
              UNTIL WS-EOF = 'Y'.

           CLOSE TB-FILE.

           IF WS-HEADER-SEEN NOT = 'Y'
              OR WS-TRAILER-SEEN NOT = 'Y'
              DISPLAY 'GLRECON trial balance header or trailer '
                      'missing'
              MOVE 'N' TO WS-TB-VALID
              GO TO RTB999
           END-IF.

           IF WS-DECLARED-LINES NOT = WS-TB-LINES
              DISPLAY 'GLRECON trial balance trailer declares '
                      WS-DECLARED-LINES ' line(s), file holds '
                      WS-TB-LINES
              MOVE 'N' TO WS-TB-VALID
           END-IF.

       RTB999.
           EXIT.

       TAKE-TB-RECORD SECTION.
       TTR010.

           EVALUATE TRUE
              WHEN WS-TRAILER-SEEN = 'Y'
                 DISPLAY 'GLRECON trial balance record after trailer'
                 MOVE 'N' TO WS-TB-VALID
              WHEN TBR-REC-TYPE = 'H'
                 IF WS-HEADER-SEEN = 'Y'
                    DISPLAY 'GLRECON second trial balance header'
                    MOVE 'N' TO WS-TB-VALID
                 END-IF
                 MOVE 'Y'                  TO WS-HEADER-SEEN
                 PERFORM TAKE-TB-HEADER
              WHEN WS-HEADER-SEEN NOT = 'Y'
                 DISPLAY 'GLRECON trial balance does not start with '
                         'a header'
                 MOVE 'N' TO WS-TB-VALID
              WHEN TBR-REC-TYPE = 'D'
                 ADD 1 TO WS-TB-LINES
                 PERFORM TAKE-TB-BALANCE
              WHEN TBR-REC-TYPE = 'T'
                 MOVE 'Y'                  TO WS-TRAILER-SEEN
                 IF TBR-LINE-COUNT IS NUMERIC
                    MOVE TBR-LINE-COUNT    TO WS-DECLARED-LINES
                 ELSE
                    DISPLAY 'GLRECON malformed trial balance trailer'
                    MOVE 'N' TO WS-TB-VALID
                 END-IF
              WHEN OTHER
                 DISPLAY 'GLRECON unknown trial balance record type '
                         TBR-REC-TYPE
                 MOVE 'N' TO WS-TB-VALID
           END-EVALUATE.

           PERFORM READ-NEXT-TB-RECORD.

       TTR999.
           EXIT.

      *
      *    The trial balance date, proved a date, and the first day
      *    of its year.
      *
       TAKE-TB-HEADER SECTION.
       TTH010.

           MOVE TBR-TB-DATE TO HV-TB-DATE.

           EXEC SQL
              SELECT CHAR(DATE(:HV-TB-DATE), ISO),
                     CHAR(DATE(:HV-TB-DATE)
                          - (DAYOFYEAR(DATE(:HV-TB-DATE)) - 1) DAYS,
                          ISO)
              INTO   :HV-TB-DATE,
                     :HV-YEAR-START
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'GLRECON trial balance date ' TBR-TB-DATE
                      ' is not a valid date'
              MOVE 'N' TO WS-TB-VALID
           END-IF.

       TTH999.
           EXIT.

      *
      *    A balance line for one of our GL accounts goes into the
      *    position table; any other GL account is not reconciled
      *    here.
      *
       TAKE-TB-BALANCE SECTION.
       TTB010.

           IF TBR-GL-ACCOUNT = SPACES
              OR TBR-CLOSING-BALANCE IS NOT NUMERIC
              DISPLAY 'GLRECON malformed trial balance line '
                      TBR-REC-BODY
              MOVE 'N' TO WS-TB-VALID
              GO TO TTB999
           END-IF.

           MOVE TBR-GL-ACCOUNT TO HV-GLB-GL.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-GL-ROWS
              FROM   GL_BALANCE_MAP
              WHERE  GLB_GL = :HV-GLB-GL
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'GLRECON unable to read GL_BALANCE_MAP, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-GL-ROWS = 0
              ADD 1 TO WS-TB-LINES-NOT-OURS
              GO TO TTB999
           END-IF.

           MOVE TBR-GL-ACCOUNT TO WS-FIND-GL.
           IF TBR-CURRENCY-CD = SPACES
              MOVE 'GBP'           TO WS-FIND-CURRENCY
           ELSE
              MOVE TBR-CURRENCY-CD TO WS-FIND-CURRENCY
           END-IF.

           PERFORM FIND-POSITION.

           IF WS-POS-FOUND NOT = 'Y'
              MOVE 'N' TO WS-TB-VALID
              GO TO TTB999
           END-IF.

           ADD TBR-CLOSING-BALANCE
                             TO WS-POS-GL-BALANCE(WS-POS-SUB).

       TTB999.
           EXIT.

       READ-NEXT-TB-RECORD SECTION.
       RNT010.

           READ TB-FILE.

           IF TB-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF TB-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the GLRECON trial balance '
                         'file,  status=' TB-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           END-IF.

       RNT999.
           EXIT.

      *
      *    The entry for WS-FIND-GL in WS-FIND-CURRENCY, added at
      *    zero if it is not there yet.  WS-POS-SUB is left on it;
      *    WS-POS-FOUND is 'N' only when the table is full.
      *
       FIND-POSITION SECTION.
       FP010.

           MOVE 'N' TO WS-POS-FOUND.
           PERFORM CHECK-ONE-POSITION
              VARYING WS-POS-SUB FROM 1 BY 1
              UNTIL WS-POS-SUB > WS-POS-COUNT
                 OR WS-POS-FOUND = 'Y'.

           IF WS-POS-FOUND = 'Y'
              SUBTRACT 1 FROM WS-POS-SUB
              GO TO FP999
           END-IF.

           IF WS-POS-COUNT >= WS-POS-MAX
              DISPLAY 'GLRECON more than ' WS-POS-MAX
                      ' GL positions - table full'
              GO TO FP999
           END-IF.

           ADD 1 TO WS-POS-COUNT.
           MOVE WS-POS-COUNT     TO WS-POS-SUB.
           MOVE WS-FIND-GL       TO WS-POS-GL(WS-POS-SUB).
           MOVE WS-FIND-CURRENCY TO WS-POS-CURRENCY(WS-POS-SUB).
           MOVE 0                TO WS-POS-GL-BALANCE(WS-POS-SUB).
           MOVE 0                TO WS-POS-OUR-BALANCE(WS-POS-SUB).
           MOVE 'Y'              TO WS-POS-FOUND.

       FP999.
           EXIT.

       CHECK-ONE-POSITION SECTION.
       COP010.

           IF WS-POS-GL(WS-POS-SUB) = WS-FIND-GL
              AND WS-POS-CURRENCY(WS-POS-SUB) = WS-FIND-CURRENCY
              MOVE 'Y' TO WS-POS-FOUND
           END-IF.

       COP999.
           EXIT.

      *
      *    Our side from the snapshots.  A balance is the bank's
      *    liability to the account holder, so it is a credit on
      *    the GL and goes in with its sign turned.
      *
       POSITION-ACCOUNT-BALANCES SECTION.
       PAB010.

           EXEC SQL OPEN
              BAL-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'GLRECON unable to open BAL-CURSOR, SQLCODE='
                      WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM POSITION-ONE-BALANCE
              UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              BAL-CURSOR
           END-EXEC.

       PAB999.
           EXIT.

       POSITION-ONE-BALANCE SECTION.
       POB010.

           EXEC SQL FETCH FROM BAL-CURSOR
              INTO :HV-POS-CURRENCY,
                   :HV-POS-TYPE,
                   :HV-POS-SORTCODE,
                   :HV-POS-TOTAL
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO POB999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'GLRECON failure fetching BAL-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           ADD 1 TO NUMBER-OF-AGGREGATES.

           IF HV-POS-TOTAL = 0
              GO TO POB999
           END-IF.

           COMPUTE WS-WORK-AMOUNT = 0 - HV-POS-TOTAL.
           PERFORM POST-TO-MAPPED-GL.

       POB999.
           EXIT.

      *
      *    Our side of fee income: the year's fee postings, which
      *    are debits to the customer and so already carry the
      *    credit sign the income account wants.
      *
       POSITION-FEE-INCOME SECTION.
       PFI010.

           EXEC SQL OPEN
              FEE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'GLRECON unable to open FEE-CURSOR, SQLCODE='
                      WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 'FEEINC' TO HV-POS-TYPE.
           MOVE 'N' TO WS-EOF.
           PERFORM POSITION-ONE-FEE-TOTAL
              UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              FEE-CURSOR
           END-EXEC.

       PFI999.
           EXIT.

       POSITION-ONE-FEE-TOTAL SECTION.
       POF010.

           EXEC SQL FETCH FROM FEE-CURSOR
              INTO :HV-POS-CURRENCY,
                   :HV-POS-SORTCODE,
                   :HV-POS-TOTAL
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO POF999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'GLRECON failure fetching FEE-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           ADD 1 TO NUMBER-OF-AGGREGATES.

           IF HV-POS-TOTAL = 0
              GO TO POF999
           END-IF.

           MOVE HV-POS-TOTAL TO WS-WORK-AMOUNT.
           PERFORM POST-TO-MAPPED-GL.

       POF999.
           EXIT.

      *
      *    Resolve the GL account for HV-POS-TYPE at HV-POS-SORTCODE
      *    - the sort code's row first, the type's 000000 default
      *    second, as GLEXTR resolves a journal - and add
      *    WS-WORK-AMOUNT to our side of it.  An amount with no
      *    mapping has nowhere to go and is a break of its own.
      *
       POST-TO-MAPPED-GL SECTION.
       PMG010.

           EXEC SQL
                SELECT GLB_GL
                INTO   :HV-GLB-GL
                FROM   GL_BALANCE_MAP
                WHERE  GLB_ACCOUNT_TYPE = :HV-POS-TYPE
                AND    GLB_SORTCODE     = :HV-POS-SORTCODE
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                   SELECT GLB_GL
                   INTO   :HV-GLB-GL
                   FROM   GL_BALANCE_MAP
                   WHERE  GLB_ACCOUNT_TYPE = :HV-POS-TYPE
                   AND    GLB_SORTCODE     = '000000'
              END-EXEC
           END-IF.

           IF SQLCODE = 100
              MOVE SPACES           TO WS-BREAK-KEY
              MOVE 'NOMAP'          TO WS-NK-LITERAL
              MOVE HV-POS-TYPE      TO WS-NK-TYPE
              MOVE HV-POS-SORTCODE  TO WS-NK-SORTCODE
              MOVE 0                TO HV-BREAK-EXPECTED
              MOVE WS-WORK-AMOUNT   TO HV-BREAK-ACTUAL
              PERFORM RECORD-BREAK
              MOVE SPACES           TO REPORT-RECORD
              MOVE HV-POS-TYPE      TO RPT-GL-ACCOUNT
              MOVE HV-POS-CURRENCY  TO RPT-CURRENCY-CD
              MOVE 0                TO RPT-GL-BALANCE
              MOVE WS-WORK-AMOUNT   TO RPT-OUR-BALANCE
              MOVE WS-WORK-AMOUNT   TO RPT-DIFFERENCE
              MOVE HV-FIRST-JOURNAL-DATE
                                    TO RPT-FIRST-JOURNAL-DATE
              MOVE 'NOMAP'          TO RPT-VERDICT
              PERFORM WRITE-REPORT-LINE
              GO TO PMG999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'GLRECON unable to read GL_BALANCE_MAP, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE HV-GLB-GL       TO WS-FIND-GL.
           MOVE HV-POS-CURRENCY TO WS-FIND-CURRENCY.

           PERFORM FIND-POSITION.

           IF WS-POS-FOUND NOT = 'Y'
              PERFORM ABANDON-RUN
           END-IF.

           ADD WS-WORK-AMOUNT TO WS-POS-OUR-BALANCE(WS-POS-SUB).

       PMG999.
           EXIT.

      *
      *    One GL account in one currency: the trial balance's
      *    closing figure against ours, and a report line either
      *    way.
      *
       RECONCILE-ONE-GL SECTION.
       ROG010.

           MOVE SPACES                 TO REPORT-RECORD.
           MOVE WS-POS-GL(WS-POS-SUB)  TO RPT-GL-ACCOUNT.
           MOVE WS-POS-CURRENCY(WS-POS-SUB)
                                       TO RPT-CURRENCY-CD.
           MOVE WS-POS-GL-BALANCE(WS-POS-SUB)
                                       TO RPT-GL-BALANCE.
           MOVE WS-POS-OUR-BALANCE(WS-POS-SUB)
                                       TO RPT-OUR-BALANCE.
           COMPUTE WS-WORK-AMOUNT
              = WS-POS-OUR-BALANCE(WS-POS-SUB)
              - WS-POS-GL-BALANCE(WS-POS-SUB).
           MOVE WS-WORK-AMOUNT         TO RPT-DIFFERENCE.

           IF WS-WORK-AMOUNT = 0
              MOVE 'OK'                TO RPT-VERDICT
           ELSE
              MOVE SPACES              TO WS-BREAK-KEY
              MOVE WS-POS-GL(WS-POS-SUB)
                                       TO WS-BK-GL
              MOVE WS-POS-CURRENCY(WS-POS-SUB)
                                       TO WS-BK-CURRENCY
              MOVE WS-POS-GL-BALANCE(WS-POS-SUB)
                                       TO HV-BREAK-EXPECTED
              MOVE WS-POS-OUR-BALANCE(WS-POS-SUB)
                                       TO HV-BREAK-ACTUAL
              PERFORM RECORD-BREAK
              MOVE HV-FIRST-JOURNAL-DATE
                                       TO RPT-FIRST-JOURNAL-DATE
              MOVE 'BREAK'             TO RPT-VERDICT
           END-IF.

           PERFORM WRITE-REPORT-LINE.

       ROG999.
           EXIT.

      *
      *    Merge this run's sighting of the break - the same idiom
      *    ACCRECON, CONRECON and VELRECON feed the registry with -
      *    and remember the key for CLEAR-VANISHED-BREAKS.  The
      *    journal date a difference first appeared on is this
      *    trial balance's date for a new break, and for one that
      *    had cleared and has come back; a break still open, or
      *    resolved by ops but still there, keeps the date it
      *    already has.
      *
       RECORD-BREAK SECTION.
       RBK010.

           ADD 1 TO NUMBER-OF-BREAKS.
           MOVE WS-BREAK-KEY TO HV-BREAK-KEY.

           IF WS-FOUND-COUNT < WS-FOUND-MAX
              ADD 1 TO WS-FOUND-COUNT
              MOVE HV-BREAK-KEY TO WS-FOUND-KEY(WS-FOUND-COUNT)
           END-IF.

           DISPLAY 'GLRECON break ' HV-BREAK-KEY.

           EXEC SQL
                SELECT BREAK_STATUS,
                       CHAR(FIRST_JOURNAL_DATE, ISO)
                INTO   :HV-BREAK-STATUS,
                       :HV-FIRST-JOURNAL-DATE :HV-FIRST-JOURNAL-IND
                FROM   RECON_BREAKS
                WHERE  BREAK_SOURCE = :HV-BREAK-SOURCE
                AND    BREAK_KEY    = :HV-BREAK-KEY
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'Unable to read break on RECON_BREAKS, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           IF SQLCODE = 0
              IF HV-BREAK-STATUS = 'C'
                 OR HV-FIRST-JOURNAL-IND < 0
                 MOVE HV-TB-DATE TO HV-FIRST-JOURNAL-DATE
              END-IF
              EXEC SQL
                   UPDATE RECON_BREAKS
                   SET    BREAK_STATUS       = 'O',
                          EXPECTED_AMOUNT    = :HV-BREAK-EXPECTED,
                          ACTUAL_AMOUNT      = :HV-BREAK-ACTUAL,
                          LAST_SEEN_DATE     = CURRENT DATE,
                          FIRST_JOURNAL_DATE
                             = DATE(:HV-FIRST-JOURNAL-DATE)
                   WHERE  BREAK_SOURCE = :HV-BREAK-SOURCE
                   AND    BREAK_KEY    = :HV-BREAK-KEY
              END-EXEC
              GO TO RBK900
           END-IF.

           MOVE HV-TB-DATE TO HV-FIRST-JOURNAL-DATE.

           EXEC SQL
                INSERT INTO RECON_BREAKS
                (
                  BREAK_SOURCE       ,
                  BREAK_KEY          ,
                  BREAK_STATUS       ,
                  EXPECTED_AMOUNT    ,
                  ACTUAL_AMOUNT      ,
                  FIRST_SEEN_DATE    ,
                  LAST_SEEN_DATE     ,
                  FIRST_JOURNAL_DATE
                )
                VALUES
                (
                  :HV-BREAK-SOURCE   ,
                  :HV-BREAK-KEY      ,
                  'O'                ,
                  :HV-BREAK-EXPECTED ,
                  :HV-BREAK-ACTUAL   ,
                  CURRENT DATE       ,
                  CURRENT DATE       ,
                  DATE(:HV-FIRST-JOURNAL-DATE)
                )
           END-EXEC.

       RBK900.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'Unable to record break on RECON_BREAKS, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
           END-IF.

       RBK999.
           EXIT.

      *
      *    The keys carry no date: a GL difference is one break for
      *    as long as it lasts, so any open break this run did not
      *    find has been put right and is cleared.
      *
       CLEAR-VANISHED-BREAKS SECTION.
       CVB010.

           EXEC SQL OPEN
              GLR-BREAK-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO OPEN GLR-BREAK-CURSOR IN PGM '
                      'GLRECON. SQLCODE=' WS-SQLCODE-DISPLAY
              GO TO CVB999
           END-IF.

           PERFORM FETCH-NEXT-BREAK.

           PERFORM CLEAR-ONE-BREAK
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE
              GLR-BREAK-CURSOR
           END-EXEC.

           IF NUMBER-OF-BREAKS-CLEARED > 0
              DISPLAY 'GLRECON auto-cleared '
                      NUMBER-OF-BREAKS-CLEARED
                      ' break(s) that stopped appearing'
           END-IF.

       CVB999.
           EXIT.

       FETCH-NEXT-BREAK SECTION.
       FNB010.

           EXEC SQL FETCH FROM GLR-BREAK-CURSOR
              INTO :HV-BREAK-KEY
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'Failure when attempting to FETCH from the'
                 ' DB2 CURSOR GLR-BREAK-CURSOR. With SQL code='
                 WS-SQLCODE-DISPLAY
           END-IF.

       FNB999.
           EXIT.

       CLEAR-ONE-BREAK SECTION.
       COB010.

           MOVE 'N' TO WS-KEY-FOUND.
           PERFORM CHECK-FOUND-KEY
              VARYING WS-FOUND-SUB FROM 1 BY 1
              UNTIL WS-FOUND-SUB > WS-FOUND-COUNT
                 OR WS-KEY-FOUND = 'Y'.

           IF WS-KEY-FOUND = 'N'
              EXEC SQL
                   UPDATE RECON_BREAKS
                   SET    BREAK_STATUS = 'C'
                   WHERE  BREAK_SOURCE = :HV-BREAK-SOURCE
                   AND    BREAK_KEY    = :HV-BREAK-KEY
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO NUMBER-OF-BREAKS-CLEARED
              END-IF
           END-IF.

           PERFORM FETCH-NEXT-BREAK.

       COB999.
           EXIT.

       CHECK-FOUND-KEY SECTION.
       CFK010.

           IF WS-FOUND-KEY(WS-FOUND-SUB) = HV-BREAK-KEY
              MOVE 'Y' TO WS-KEY-FOUND
           END-IF.

       CFK999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           WRITE REPORT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error writing the GLRECON report file, '
                      ' status=' RPT-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

       WRL999.
           EXIT.

      *
      *    Raise one alert onto the shared OPS_ALERTS queue.  A
      *    failure here is reported and the run carries on - the
      *    alert queue must never be the reason a batch fails.
      *
       RAISE-OPS-ALERT SECTION.
       ROA010.

           EXEC SQL
              SELECT COALESCE(MAX(ALRT_ID), 0) + 1
              INTO   :HV-ALRT-ID
              FROM   OPS_ALERTS
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'Unable to key the OPS_ALERTS row'
              GO TO ROA999
           END-IF.

           EXEC SQL
                INSERT INTO OPS_ALERTS
                (
                  ALRT_ID        ,
                  ALRT_SEVERITY  ,
                  ALRT_SOURCE    ,
                  ALRT_KEY       ,
                  ALRT_TEXT      ,
                  ALRT_RAISED_TS ,
                  ALRT_STATUS    ,
                  ALRT_ACKED_BY  ,
                  ALRT_ACKED_TS
                )
                VALUES
                (
                  :HV-ALRT-ID       ,
                  :HV-ALRT-SEVERITY ,
                  :HV-ALRT-SOURCE   ,
                  :HV-ALRT-KEY      ,
                  :HV-ALRT-TEXT     ,
                  CURRENT TIMESTAMP ,
                  'N'               ,
                  NULL              ,
                  NULL
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'Unable to raise the OPS_ALERTS row for '
                      HV-ALRT-KEY
           END-IF.

       ROA999.
           EXIT.

      *
      *    A DB2 or report failure part-way leaves no half-recorded
      *    set of breaks behind.
      *
       ABANDON-RUN SECTION.
       AR010.

           EXEC SQL
              ROLLBACK
           END-EXEC.

           MOVE 12 TO RETURN-CODE.
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
