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
      * Title: ACCSWEEP                                                *
      *                                                                *
      *                                                                *
      * Description: End-of-day balance sweep batch.  Every live       *
      *              SWEEP_INSTRUCTION (set up through SWPLOAD) is     *
      *              tested against the day's closing balances:        *
      *              top-ups first, so a current account about to go   *
      *              past its ACCOUNT_OVERDRAFT_LIMIT is refilled from *
      *              linked savings before ODFEE looks at it, then     *
      *              excess sweeps out to savings.  Each sweep posts   *
      *              as a 'TFR' pair.  The money only moves if the     *
      *              account it leaves could have been debited any     *
      *              other way: neither account stopped, dormant or    *
      *              locked in a fixed-term deposit, no legal order    *
      *              ring-fencing funds on the source, the source's    *
      *              type debitable under ACCT_TYPE_RULES with the     *
      *              sweep held to its ceiling, and a notice-account   *
      *              source covered by a matured withdrawal notice,    *
      *              which the sweep consumes.  Runs after the posting *
      *              batches and before ODFEE and EODSNAP; an          *
      *              instruction sweeps at most once a day, so a       *
      *              rerun is harmless.                                *
      *                                                                *
      * Output: The sweep report ACCSWEEP                              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCSWEEP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-RPT-FILE
                  ASSIGN TO ACCSWEEP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  SWEEP-RPT-FILE.
       01  SWEEP-RPT-RECORD.
           05 RPT-VERDICT                   PIC X(8).
           05 FILLER                        PIC X     VALUE SPACE.
           05 RPT-TRIGGER                   PIC X(1).
           05 FILLER                        PIC X     VALUE SPACE.
           05 RPT-SOURCE-SORTCODE           PIC X(6).
           05 FILLER                        PIC X     VALUE SPACE.
           05 RPT-SOURCE-NUMBER             PIC X(9).
           05 FILLER                        PIC X     VALUE SPACE.
           05 RPT-TARGET-SORTCODE           PIC X(6).
           05 FILLER                        PIC X     VALUE SPACE.
           05 RPT-TARGET-NUMBER             PIC X(9).
           05 FILLER                        PIC X     VALUE SPACE.
           05 RPT-AMOUNT                    PIC -9(10).99.
           05 FILLER                        PIC X     VALUE SPACE.
           05 RPT-REASON                    PIC X(40).

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
      *    number ACCLOAD/STMTGEN already use against the current
      *    schema.
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

      * Get the SWEEP_INSTRUCTION DB2 copybook
           EXEC SQL
              INCLUDE SWPDB2
           END-EXEC.

      * Get the ACCT_TYPE_RULES DB2 copybook
           EXEC SQL
              INCLUDE ACTYDB2
           END-EXEC.

      * Get the ACCT_STOP DB2 copybook
           EXEC SQL
              INCLUDE STOPDB2
           END-EXEC.

      * Get the ACCOUNT_DORMANCY DB2 copybook
           EXEC SQL
              INCLUDE DORMDB2
           END-EXEC.

      * Get the WDRW_NOTICE DB2 copybook
           EXEC SQL
              INCLUDE NTCEDB2
           END-EXEC.

      * Get the TERM_DEPOSIT DB2 copybook
           EXEC SQL
              INCLUDE TDEPDB2
           END-EXEC.

      * Get the LEGAL_ORDER DB2 copybook
           EXEC SQL
              INCLUDE LGLDB2
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

      * SWEEP_INSTRUCTION host variables for DB2
       01 HOST-SWEEP-ROW.
          03 HV-SWP-ID                     PIC S9(9) COMP.
          03 HV-SWP-SOURCE-SORTCODE        PIC X(6).
          03 HV-SWP-SOURCE-NUMBER          PIC X(9).
          03 HV-SWP-TARGET-SORTCODE        PIC X(6).
          03 HV-SWP-TARGET-NUMBER          PIC X(9).
          03 HV-SWP-TRIGGER                PIC X(1).
          03 HV-SWP-THRESHOLD              PIC S9(10)V99 COMP-3.
          03 HV-SWP-TARGET-BALANCE         PIC S9(10)V99 COMP-3.

      * ACCOUNT host variables for the two sides of the sweep
       01 HOST-ACCOUNT-ROWS.
          03 HV-SOURCE-TYPE                PIC X(8).
          03 HV-SOURCE-BALANCE             PIC S9(10)V99 COMP-3.
          03 HV-TARGET-BALANCE             PIC S9(10)V99 COMP-3.
          03 HV-TARGET-OVERDRAFT-LIM       PIC S9(9) COMP.

      * ACCT_TYPE_RULES host variables for the source's type
       01 HOST-RULE-ROW.
          03 HV-RULE-DEBIT-ALLOWED         PIC X(1).
          03 HV-RULE-TXN-CEILING           PIC S9(10)V99 COMP-3.
          03 HV-RULE-NOTICE-DAYS           PIC S9(9) COMP.

      * Control-table host variables for the two accounts
       01 HV-CHECK-SORTCODE                PIC X(6).
       01 HV-CHECK-NUMBER                  PIC X(9).
       01 HV-CONTROL-COUNT                 PIC S9(8) COMP.

       01 HV-CURR-TIMESTAMP                PIC X(26).
       01 HV-TODAY                         PIC X(10).

      * PROCTRAN host variables for the legs posted
       01 HOST-POSTING-ROW.
          03 HV-POST-SORTCODE              PIC X(6).
          03 HV-POST-NUMBER                PIC X(9).
          03 HV-POST-COUNTER               PIC X(9).
          03 HV-POST-TIME                  PIC X(6).
          03 HV-POST-DESC                  PIC X(40).
          03 HV-MOVE-AMOUNT                PIC S9(10)V99 COMP-3.

       01 HV-SWEEP-AMOUNT                  PIC S9(10)V99 COMP-3.

      * Declare the CURSOR for every live instruction not yet swept
      * today, top-ups ('T') ahead of excess sweeps ('E').  Held
      * across the COMMIT taken per sweep.
           EXEC SQL DECLARE SWEEP-CURSOR CURSOR WITH HOLD FOR
              SELECT SWP_ID,
                     SWP_SOURCE_SORTCODE,
                     SWP_SOURCE_NUMBER,
                     SWP_TARGET_SORTCODE,
                     SWP_TARGET_NUMBER,
                     SWP_TRIGGER,
                     SWP_THRESHOLD,
                     SWP_TARGET_BALANCE
                     FROM SWEEP_INSTRUCTION
                     WHERE SWP_STATUS = 'A'
                     AND ( SWP_LAST_SWEPT_DATE IS NULL
                        OR SWP_LAST_SWEPT_DATE < CURRENT DATE )
                     ORDER BY SWP_TRIGGER DESC, SWP_ID
                     FOR FETCH ONLY
           END-EXEC.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  RPT-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.

       01  WS-REFUSE-REASON              PIC X(40).

       01  NUMBER-OF-SWEEPS-READ         PIC 9(8) VALUE 0.
       01  NUMBER-OF-SWEEPS-MADE         PIC 9(8) VALUE 0.
       01  NUMBER-OF-SWEEPS-REFUSED      PIC 9(8) VALUE 0.

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
              SELECT CURRENT TIMESTAMP, CURRENT DATE
              INTO   :HV-CURR-TIMESTAMP, :HV-TODAY
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT DATE IN PGM '
                      'ACCSWEEP. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-CURR-TIMESTAMP(12:2) TO HV-POST-TIME(1:2).
           MOVE HV-CURR-TIMESTAMP(15:2) TO HV-POST-TIME(3:2).
           MOVE HV-CURR-TIMESTAMP(18:2) TO HV-POST-TIME(5:2).

           OPEN OUTPUT SWEEP-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the ACCSWEEP report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL OPEN
              SWEEP-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ACCSWEEP unable to open SWEEP-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM SWEEP-ONE-INSTRUCTION UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              SWEEP-CURSOR
           END-EXEC.

           CLOSE SWEEP-RPT-FILE.

           DISPLAY 'ACCSWEEP read ' NUMBER-OF-SWEEPS-READ
                   ' instruction(s), swept ' NUMBER-OF-SWEEPS-MADE
                   ', refused ' NUMBER-OF-SWEEPS-REFUSED '.'.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    One instruction: work out whether it triggers tonight and
      *    for how much, prove the money may move, post the pair,
      *    mark the instruction swept and commit.  An instruction
      *    that does not trigger is simply passed over.
      *
       SWEEP-ONE-INSTRUCTION SECTION.
       SOI010.

           EXEC SQL FETCH FROM SWEEP-CURSOR
              INTO :HV-SWP-ID,
                   :HV-SWP-SOURCE-SORTCODE,
                   :HV-SWP-SOURCE-NUMBER,
                   :HV-SWP-TARGET-SORTCODE,
                   :HV-SWP-TARGET-NUMBER,
                   :HV-SWP-TRIGGER,
                   :HV-SWP-THRESHOLD,
                   :HV-SWP-TARGET-BALANCE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO SOI999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ACCSWEEP failure fetching SWEEP-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-SWEEPS-READ.
           MOVE 0 TO HV-SWEEP-AMOUNT.

           EXEC SQL
                SELECT ACCOUNT_TYPE,
                       ACCOUNT_ACTUAL_BALANCE
                INTO   :HV-SOURCE-TYPE,
                       :HV-SOURCE-BALANCE
                FROM   ACCOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-SWP-SOURCE-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-SWP-SOURCE-NUMBER
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'SOURCE ACCOUNT NO LONGER EXISTS'
                 TO WS-REFUSE-REASON
              PERFORM REFUSE-ONE-SWEEP
              GO TO SOI999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ACCSWEEP failure reading ACCOUNT, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
                SELECT ACCOUNT_ACTUAL_BALANCE,
                       ACCOUNT_OVERDRAFT_LIMIT
                INTO   :HV-TARGET-BALANCE,
                       :HV-TARGET-OVERDRAFT-LIM
                FROM   ACCOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-SWP-TARGET-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-SWP-TARGET-NUMBER
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'TARGET ACCOUNT NO LONGER EXISTS'
                 TO WS-REFUSE-REASON
              PERFORM REFUSE-ONE-SWEEP
              GO TO SOI999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ACCSWEEP failure reading ACCOUNT, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

      *
      *    Excess: everything the source holds over the target
      *    balance, once the source is above the threshold.  Top-up:
      *    enough to bring the target back to the target balance,
      *    once its headroom is below the threshold - but never
      *    more than the source holds in credit.
      *
           IF HV-SWP-TRIGGER = 'E'
              IF HV-SOURCE-BALANCE > HV-SWP-THRESHOLD
                 COMPUTE HV-SWEEP-AMOUNT =
                    HV-SOURCE-BALANCE - HV-SWP-TARGET-BALANCE
              END-IF
           ELSE
              IF HV-TARGET-BALANCE + HV-TARGET-OVERDRAFT-LIM
                    < HV-SWP-THRESHOLD
                 COMPUTE HV-SWEEP-AMOUNT =
                    HV-SWP-TARGET-BALANCE - HV-TARGET-BALANCE
                 IF HV-SWEEP-AMOUNT > HV-SOURCE-BALANCE
                    MOVE HV-SOURCE-BALANCE TO HV-SWEEP-AMOUNT
                 END-IF
                 IF HV-SWEEP-AMOUNT <= 0
                    MOVE 'SOURCE HAS NO FUNDS TO TOP UP FROM'
                       TO WS-REFUSE-REASON
                    PERFORM REFUSE-ONE-SWEEP
                    GO TO SOI999
                 END-IF
              END-IF
           END-IF.

           IF HV-SWEEP-AMOUNT <= 0
              GO TO SOI999
           END-IF.

           MOVE SPACES TO WS-REFUSE-REASON.

           PERFORM CHECK-SWEEP-ELIGIBILITY.

           IF WS-REFUSE-REASON NOT = SPACES
              PERFORM REFUSE-ONE-SWEEP
              GO TO SOI999
           END-IF.

           COMPUTE HV-MOVE-AMOUNT = 0 - HV-SWEEP-AMOUNT.
           MOVE HV-SWP-SOURCE-SORTCODE TO HV-POST-SORTCODE.
           MOVE HV-SWP-SOURCE-NUMBER   TO HV-POST-NUMBER.
           MOVE HV-SWP-TARGET-NUMBER   TO HV-POST-COUNTER.
           MOVE 'BALANCE SWEEP OUT'    TO HV-POST-DESC.
           PERFORM POST-ONE-LEG.

           MOVE HV-SWEEP-AMOUNT        TO HV-MOVE-AMOUNT.
           MOVE HV-SWP-TARGET-SORTCODE TO HV-POST-SORTCODE.
           MOVE HV-SWP-TARGET-NUMBER   TO HV-POST-NUMBER.
           MOVE HV-SWP-SOURCE-NUMBER   TO HV-POST-COUNTER.
           MOVE 'BALANCE SWEEP IN'     TO HV-POST-DESC.
           PERFORM POST-ONE-LEG.

           EXEC SQL
                UPDATE SWEEP_INSTRUCTION
                SET    SWP_LAST_SWEPT_DATE = :HV-TODAY,
                       SWP_LAST_AMOUNT     = :HV-SWEEP-AMOUNT
                WHERE  SWP_ID = :HV-SWP-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ACCSWEEP unable to mark sweep ' HV-SWP-ID
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'SWEPT   '       TO RPT-VERDICT.
           MOVE SPACES           TO RPT-REASON.
           PERFORM WRITE-REPORT-LINE.

           EXEC SQL
              COMMIT
           END-EXEC.

           ADD 1 TO NUMBER-OF-SWEEPS-MADE.

       SOI999.
           EXIT.

      *
      *    The same controls any other debit would meet.  A stop,
      *    dormancy or a running fixed-term deposit on either
      *    account refuses the sweep; the source's type must be
      *    debitable, and the sweep is held to the type's ceiling
      *    rather than refused over it; a notice-account source
      *    needs a matured, still-open notice covering the amount,
      *    which the sweep consumes as DPAYAPI would.
      *
       CHECK-SWEEP-ELIGIBILITY SECTION.
       CSE010.

           MOVE HV-SWP-SOURCE-SORTCODE TO HV-CHECK-SORTCODE.
           MOVE HV-SWP-SOURCE-NUMBER   TO HV-CHECK-NUMBER.
           PERFORM CHECK-ACCOUNT-CONTROLS.

           IF WS-REFUSE-REASON NOT = SPACES
              GO TO CSE999
           END-IF.

           MOVE HV-SWP-TARGET-SORTCODE TO HV-CHECK-SORTCODE.
           MOVE HV-SWP-TARGET-NUMBER   TO HV-CHECK-NUMBER.
           PERFORM CHECK-ACCOUNT-CONTROLS.

           IF WS-REFUSE-REASON NOT = SPACES
              GO TO CSE999
           END-IF.

           EXEC SQL
              SELECT DEBIT_ALLOWED, TXN_CEILING,
                     COALESCE(NOTICE_DAYS, 0)
              INTO   :HV-RULE-DEBIT-ALLOWED, :HV-RULE-TXN-CEILING,
                     :HV-RULE-NOTICE-DAYS
              FROM   ACCT_TYPE_RULES
              WHERE  ACCT_TYPE = :HV-SOURCE-TYPE
           END-EXEC.

           IF SQLCODE = 100
              GO TO CSE999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ACCSWEEP failure reading ACCT_TYPE_RULES, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-RULE-DEBIT-ALLOWED NOT = 'Y'
              MOVE 'ACCOUNT TYPE MAY NOT BE DEBITED'
                 TO WS-REFUSE-REASON
              GO TO CSE999
           END-IF.

           IF HV-RULE-TXN-CEILING > 0
              AND HV-SWEEP-AMOUNT > HV-RULE-TXN-CEILING
              MOVE HV-RULE-TXN-CEILING TO HV-SWEEP-AMOUNT
           END-IF.

           IF HV-RULE-NOTICE-DAYS = 0
              GO TO CSE999
           END-IF.

           EXEC SQL
                UPDATE WDRW_NOTICE
                SET    NTCE_STATUS      = 'U',
                       NTCE_STATUS_DATE = CURRENT DATE
                WHERE  NTCE_ID =
                       ( SELECT MIN(NTCE_ID)
                         FROM WDRW_NOTICE
                         WHERE NTCE_SORTCODE = :HV-SWP-SOURCE-SORTCODE
                         AND   NTCE_NUMBER   = :HV-SWP-SOURCE-NUMBER
                         AND   NTCE_STATUS   = 'O'
                         AND   NTCE_MATURITY_DATE <= CURRENT DATE
                         AND   NTCE_AMOUNT >= :HV-SWEEP-AMOUNT )
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE 'NO MATURED NOTICE COVERS THIS AMOUNT'
                 TO WS-REFUSE-REASON
           END-IF.

       CSE999.
           EXIT.

      *
      *    Stop, dormancy and fixed-term lock for one account, and
      *    a legal order's earmark on the source.  A stopped source
      *    leaves its ACCT_STOP_REFUSAL row for the fraud team's
      *    STOPRPT like any other refused debit.
      *
       CHECK-ACCOUNT-CONTROLS SECTION.
       CAC010.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-CONTROL-COUNT
              FROM   ACCT_STOP
              WHERE  STOP_SORTCODE = :HV-CHECK-SORTCODE
              AND    STOP_NUMBER   = :HV-CHECK-NUMBER
              AND    STOP_STATUS   = 'S'
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-COUNT > 0
              MOVE 'ACCOUNT IS STOPPED' TO WS-REFUSE-REASON
              IF HV-CHECK-NUMBER = HV-SWP-SOURCE-NUMBER
                 AND HV-CHECK-SORTCODE = HV-SWP-SOURCE-SORTCODE
                 EXEC SQL
                      INSERT INTO ACCT_STOP_REFUSAL
                      (
                        REF_SORTCODE ,
                        REF_NUMBER   ,
                        REFUSED_TS   ,
                        SOURCE_PGM   ,
                        REF_AMOUNT
                      )
                      VALUES
                      (
                        :HV-CHECK-SORTCODE ,
                        :HV-CHECK-NUMBER   ,
                        CURRENT TIMESTAMP  ,
                        'ACCSWEEP'         ,
                        :HV-SWEEP-AMOUNT
                      )
                 END-EXEC
              END-IF
              GO TO CAC999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-CONTROL-COUNT
              FROM   ACCOUNT_DORMANCY
              WHERE  DORM_SORTCODE = :HV-CHECK-SORTCODE
              AND    DORM_NUMBER   = :HV-CHECK-NUMBER
              AND    DORM_STATUS   = 'D'
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-COUNT > 0
              MOVE 'ACCOUNT IS DORMANT' TO WS-REFUSE-REASON
              GO TO CAC999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-CONTROL-COUNT
              FROM   TERM_DEPOSIT
              WHERE  TDEP_SORTCODE = :HV-CHECK-SORTCODE
              AND    TDEP_NUMBER   = :HV-CHECK-NUMBER
              AND    TDEP_STATUS   = 'L'
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-COUNT > 0
              MOVE 'TERM DEPOSIT HAS NOT YET MATURED'
                 TO WS-REFUSE-REASON
              GO TO CAC999
           END-IF.

           IF HV-CHECK-NUMBER NOT = HV-SWP-SOURCE-NUMBER
              OR HV-CHECK-SORTCODE NOT = HV-SWP-SOURCE-SORTCODE
              GO TO CAC999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-CONTROL-COUNT
              FROM   LEGAL_ORDER_EARMARK
              WHERE  LGE_SORTCODE = :HV-CHECK-SORTCODE
              AND    LGE_NUMBER   = :HV-CHECK-NUMBER
              AND    LGE_STATUS   = 'A'
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-COUNT > 0
              MOVE 'LEGAL ORDER EARMARK ON SOURCE ACCOUNT'
                 TO WS-REFUSE-REASON
           END-IF.

       CAC999.
           EXIT.

       REFUSE-ONE-SWEEP SECTION.
       ROS010.

           MOVE 'REFUSED '       TO RPT-VERDICT.
           MOVE WS-REFUSE-REASON TO RPT-REASON.
           PERFORM WRITE-REPORT-LINE.

           EXEC SQL
              COMMIT
           END-EXEC.

           ADD 1 TO NUMBER-OF-SWEEPS-REFUSED.

       ROS999.
           EXIT.

       POST-ONE-LEG SECTION.
       POL010.

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
                  :HV-TODAY               ,
                  :HV-POST-TIME           ,
                  '000000000000'          ,
                  'TFR'                   ,
                  :HV-POST-DESC           ,
                  :HV-MOVE-AMOUNT         ,
                  0                       ,
                  :HV-POST-COUNTER
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ACCSWEEP unable to post a ledger leg, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'TFR'          TO PCT-TYPE.
           MOVE HV-MOVE-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
                          ACCOUNT_ACTUAL_BALANCE + :HV-MOVE-AMOUNT,
                       ACCOUNT_AVAILABLE_BALANCE =
                          ACCOUNT_AVAILABLE_BALANCE + :HV-MOVE-AMOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-POST-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-POST-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ACCSWEEP unable to move a balance, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       POL999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           MOVE HV-SWP-TRIGGER         TO RPT-TRIGGER.
           MOVE HV-SWP-SOURCE-SORTCODE TO RPT-SOURCE-SORTCODE.
           MOVE HV-SWP-SOURCE-NUMBER   TO RPT-SOURCE-NUMBER.
           MOVE HV-SWP-TARGET-SORTCODE TO RPT-TARGET-SORTCODE.
           MOVE HV-SWP-TARGET-NUMBER   TO RPT-TARGET-NUMBER.
           MOVE HV-SWEEP-AMOUNT        TO RPT-AMOUNT.

           WRITE SWEEP-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the ACCSWEEP report file, '
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

           MOVE 'ACCSWEEP' TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'ACCSWEEP unable to claim a ledger posting, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
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
