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
      * Title: SETOFF                                                  *
      *                                                                *
      *                                                                *
      * Description: Right of set-off batch.  Finds accounts sitting   *
      *              beyond their arranged ACCOUNT_OVERDRAFT_LIMIT     *
      *              whose customer - the ACCOUNT_CUSTOMER_NUMBER      *
      *              grouping CUSTSUM reports on - holds credit        *
      *              balances elsewhere.  Once the arrears have aged   *
      *              past WS-ARREARS-AGE-DAYS (measured on the         *
      *              EOD_BALANCE snapshots from the last day the       *
      *              account was within its limit) the statutory       *
      *              advance notice is queued and a SET_OFF row        *
      *              records it.  When the notice period has run, the  *
      *              excess still beyond the limit is set off from     *
      *              the credit balances, largest first, as 'TFR'      *
      *              pairs, and the post-event notice is queued.       *
      *              Protected products are never touched: ISAs,       *
      *              fixed-term deposits, notice-period accounts,      *
      *              jointly held accounts, accounts that are stopped  *
      *              or dormant, and accounts a legal order has        *
      *              ring-fenced.  Every set-off leg is reported for   *
      *              audit.                                            *
      *                                                                *
      * Output: Customer set-off notices on COMMS_QUEUE                *
      *         The set-off audit report SETFRPT                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETOFF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETF-RPT-FILE
                  ASSIGN TO SETFRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  SETF-RPT-FILE.
       01  SETF-RPT-RECORD.
           05 RPT-ACTION                    PIC X(8).
           05 FILLER                        PIC X     VALUE SPACE.
           05 RPT-CUSTOMER-NUMBER           PIC X(10).
           05 FILLER                        PIC X     VALUE SPACE.
           05 RPT-DEBT-SORTCODE             PIC X(6).
           05 FILLER                        PIC X     VALUE SPACE.
           05 RPT-DEBT-NUMBER               PIC X(9).
           05 FILLER                        PIC X     VALUE SPACE.
           05 RPT-CREDIT-SORTCODE           PIC X(6).
           05 FILLER                        PIC X     VALUE SPACE.
           05 RPT-CREDIT-NUMBER             PIC X(9).
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

      * Get the SET_OFF DB2 copybook
           EXEC SQL
              INCLUDE SETFDB2
           END-EXEC.

      * Get the EOD_BALANCE DB2 copybook
           EXEC SQL
              INCLUDE EODDB2
           END-EXEC.

      * Get the ACCOUNT_OWNER DB2 copybook
           EXEC SQL
              INCLUDE OWNDB2
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

      * SET_OFF host variables for DB2
       01 HOST-SETOFF-ROW.
          03 HV-SETF-ID                    PIC S9(9) COMP.
          03 HV-SETF-CUSTOMER              PIC X(10).
          03 HV-SETF-SORTCODE              PIC X(6).
          03 HV-SETF-NUMBER                PIC X(9).
          03 HV-SETF-DUE-DATE              PIC X(10).
          03 HV-SETF-ARREARS-AMOUNT        PIC S9(10)V99 COMP-3.
          03 HV-SETF-APPLIED-AMOUNT        PIC S9(10)V99 COMP-3.

      * ACCOUNT host variables for the overdrawn account
       01 HOST-DEBT-ROW.
          03 HV-DEBT-OVERDRAFT-LIM         PIC S9(9) COMP.
          03 HV-DEBT-BALANCE               PIC S9(10)V99 COMP-3.
          03 HV-DEBT-CURRENCY              PIC X(3).

      * ACCOUNT host variables for a credit balance set off
       01 HOST-CREDIT-ROW.
          03 HV-CREDIT-SORTCODE            PIC X(6).
          03 HV-CREDIT-NUMBER              PIC X(9).
          03 HV-CREDIT-BALANCE             PIC S9(10)V99 COMP-3.

       01 HV-ARREARS-AGE                   PIC S9(9) COMP.
       01 HV-NOTICE-DAYS                   PIC S9(9) COMP.

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

      * Declare the CURSOR for every notified set-off whose notice
      * period has run.  Held across the COMMIT taken per set-off.
           EXEC SQL DECLARE DUE-CURSOR CURSOR WITH HOLD FOR
              SELECT SETF_ID,
                     SETF_CUSTOMER,
                     SETF_SORTCODE,
                     SETF_NUMBER
                     FROM SET_OFF
                     WHERE SETF_STATUS   = 'N'
                     AND   SETF_DUE_DATE <= CURRENT DATE
                     ORDER BY SETF_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for every solely held account beyond its
      * arranged limit with no set-off already in notice.
           EXEC SQL DECLARE DEBT-CURSOR CURSOR FOR
              SELECT A.ACCOUNT_SORTCODE,
                     A.ACCOUNT_NUMBER,
                     A.ACCOUNT_CUSTOMER_NUMBER,
                     A.ACCOUNT_OVERDRAFT_LIMIT,
                     A.ACCOUNT_ACTUAL_BALANCE,
                     COALESCE(A.ACCOUNT_CURRENCY_CD, 'GBP')
                     FROM ACCOUNT A
                     WHERE A.ACCOUNT_ACTUAL_BALANCE <
                           - A.ACCOUNT_OVERDRAFT_LIMIT
                     AND NOT EXISTS
                         ( SELECT 1 FROM ACCOUNT_OWNER O
                           WHERE O.OWNR_SORTCODE = A.ACCOUNT_SORTCODE
                           AND   O.OWNR_NUMBER   = A.ACCOUNT_NUMBER
                           AND   O.OWNR_STATUS   = 'A'
                           AND   O.OWNR_CUSTOMER <>
                                    A.ACCOUNT_CUSTOMER_NUMBER )
                     AND NOT EXISTS
                         ( SELECT 1 FROM SET_OFF S
                           WHERE S.SETF_SORTCODE = A.ACCOUNT_SORTCODE
                           AND   S.SETF_NUMBER   = A.ACCOUNT_NUMBER
                           AND   S.SETF_STATUS   = 'N' )
                     ORDER BY A.ACCOUNT_SORTCODE,
                              A.ACCOUNT_NUMBER
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for the customer's credit balances that
      * set-off may be taken from, largest first.  Excluded: the
      * overdrawn account itself, other currencies, ISAs, notice-
      * period types, fixed-term deposits still running, accounts
      * held jointly with anyone else, stopped or dormant accounts,
      * and accounts a legal order has ring-fenced funds on.
           EXEC SQL DECLARE CREDIT-CURSOR CURSOR FOR
              SELECT C.ACCOUNT_SORTCODE,
                     C.ACCOUNT_NUMBER,
                     C.ACCOUNT_ACTUAL_BALANCE
                     FROM ACCOUNT C
                     WHERE C.ACCOUNT_CUSTOMER_NUMBER = :HV-SETF-CUSTOMER
                     AND   C.ACCOUNT_ACTUAL_BALANCE > 0
                     AND   NOT ( C.ACCOUNT_SORTCODE = :HV-SETF-SORTCODE
                             AND C.ACCOUNT_NUMBER   = :HV-SETF-NUMBER )
                     AND   COALESCE(C.ACCOUNT_CURRENCY_CD, 'GBP')
                              = :HV-DEBT-CURRENCY
                     AND   SUBSTR(C.ACCOUNT_TYPE, 1, 3) <> 'ISA'
                     AND NOT EXISTS
                         ( SELECT 1 FROM ACCT_TYPE_RULES R
                           WHERE R.ACCT_TYPE   = C.ACCOUNT_TYPE
                           AND   R.NOTICE_DAYS > 0 )
                     AND NOT EXISTS
                         ( SELECT 1 FROM TERM_DEPOSIT T
                           WHERE T.TDEP_SORTCODE = C.ACCOUNT_SORTCODE
                           AND   T.TDEP_NUMBER   = C.ACCOUNT_NUMBER
                           AND   T.TDEP_STATUS   = 'L' )
                     AND NOT EXISTS
                         ( SELECT 1 FROM ACCOUNT_OWNER O
                           WHERE O.OWNR_SORTCODE = C.ACCOUNT_SORTCODE
                           AND   O.OWNR_NUMBER   = C.ACCOUNT_NUMBER
                           AND   O.OWNR_STATUS   = 'A'
                           AND   O.OWNR_CUSTOMER <> :HV-SETF-CUSTOMER )
                     AND NOT EXISTS
                         ( SELECT 1 FROM ACCT_STOP P
                           WHERE P.STOP_SORTCODE = C.ACCOUNT_SORTCODE
                           AND   P.STOP_NUMBER   = C.ACCOUNT_NUMBER
                           AND   P.STOP_STATUS   = 'S' )
                     AND NOT EXISTS
                         ( SELECT 1 FROM ACCOUNT_DORMANCY D
                           WHERE D.DORM_SORTCODE = C.ACCOUNT_SORTCODE
                           AND   D.DORM_NUMBER   = C.ACCOUNT_NUMBER
                           AND   D.DORM_STATUS   = 'D' )
                     AND NOT EXISTS
                         ( SELECT 1 FROM LEGAL_ORDER_EARMARK L
                           WHERE L.LGE_SORTCODE = C.ACCOUNT_SORTCODE
                           AND   L.LGE_NUMBER   = C.ACCOUNT_NUMBER
                           AND   L.LGE_STATUS   = 'A' )
                     ORDER BY C.ACCOUNT_ACTUAL_BALANCE DESC,
                              C.ACCOUNT_SORTCODE,
                              C.ACCOUNT_NUMBER
                     FOR FETCH ONLY
           END-EXEC.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

      *    The customer notices, advance and post-event, queued for
      *    the delivery side.
       01 WS-COMMQ-PGM                   PIC X(8) VALUE 'COMMQ'.
       01 WS-COMMQ-PARMS.
           COPY COMMQ.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  RPT-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.
       01  WS-CREDIT-EOF                 PIC X VALUE 'N'.

      *    How long an account must have stayed beyond its arranged
      *    limit before set-off is considered, and the advance
      *    notice the customer is given before it is applied.
       01  WS-ARREARS-AGE-DAYS           PIC 9(5) VALUE 30.
       01  WS-SETOFF-NOTICE-DAYS         PIC 9(5) VALUE 14.

       01  WS-REMAINING-EXCESS           PIC S9(10)V99 COMP-3.
       01  WS-LEG-AMOUNT                 PIC S9(10)V99 COMP-3.
       01  WS-WITHDRAW-REASON            PIC X(40).

       01  NUMBER-OF-NOTICES-GIVEN       PIC 9(8) VALUE 0.
       01  NUMBER-OF-SETOFFS-APPLIED     PIC 9(8) VALUE 0.
       01  NUMBER-OF-SETOFFS-WITHDRAWN   PIC 9(8) VALUE 0.

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
                      'SETOFF. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-CURR-TIMESTAMP(12:2) TO HV-POST-TIME(1:2).
           MOVE HV-CURR-TIMESTAMP(15:2) TO HV-POST-TIME(3:2).
           MOVE HV-CURR-TIMESTAMP(18:2) TO HV-POST-TIME(5:2).

           MOVE WS-SETOFF-NOTICE-DAYS TO HV-NOTICE-DAYS.

           OPEN OUTPUT SETF-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the SETOFF report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

      *
      *    Set-offs already in notice are applied first, so a
      *    notice given tonight is never applied tonight.
      *
           EXEC SQL OPEN
              DUE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'SETOFF unable to open DUE-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM APPLY-ONE-SETOFF UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              DUE-CURSOR
           END-EXEC.

           MOVE 'N' TO WS-EOF.

           EXEC SQL OPEN
              DEBT-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'SETOFF unable to open DEBT-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM NOTIFY-ONE-ACCOUNT UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              DEBT-CURSOR
           END-EXEC.

           EXEC SQL
              COMMIT
           END-EXEC.

           CLOSE SETF-RPT-FILE.

           DISPLAY 'SETOFF gave ' NUMBER-OF-NOTICES-GIVEN
                   ' advance notice(s), applied '
                   NUMBER-OF-SETOFFS-APPLIED ' set-off(s), withdrew '
                   NUMBER-OF-SETOFFS-WITHDRAWN '.'.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    One set-off whose notice has run.  Only the excess still
      *    beyond the arranged limit tonight is taken - less if the
      *    customer has paid some in, nothing if the account is back
      *    within its limit - from the eligible credit balances in
      *    turn.
      *
       APPLY-ONE-SETOFF SECTION.
       AOS010.

           EXEC SQL FETCH FROM DUE-CURSOR
              INTO :HV-SETF-ID,
                   :HV-SETF-CUSTOMER,
                   :HV-SETF-SORTCODE,
                   :HV-SETF-NUMBER
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO AOS999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'SETOFF failure fetching DUE-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
                SELECT ACCOUNT_OVERDRAFT_LIMIT,
                       ACCOUNT_ACTUAL_BALANCE,
                       COALESCE(ACCOUNT_CURRENCY_CD, 'GBP')
                INTO   :HV-DEBT-OVERDRAFT-LIM,
                       :HV-DEBT-BALANCE,
                       :HV-DEBT-CURRENCY
                FROM   ACCOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-SETF-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-SETF-NUMBER
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'ACCOUNT NO LONGER EXISTS' TO WS-WITHDRAW-REASON
              PERFORM WITHDRAW-ONE-SETOFF
              GO TO AOS999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'SETOFF failure reading ACCOUNT, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           COMPUTE WS-REMAINING-EXCESS =
              0 - (HV-DEBT-BALANCE + HV-DEBT-OVERDRAFT-LIM).

           IF WS-REMAINING-EXCESS <= 0
              MOVE 'BACK WITHIN ARRANGED LIMIT' TO WS-WITHDRAW-REASON
              PERFORM WITHDRAW-ONE-SETOFF
              GO TO AOS999
           END-IF.

           MOVE 0   TO HV-SETF-APPLIED-AMOUNT.
           MOVE 'N' TO WS-CREDIT-EOF.

           EXEC SQL OPEN
              CREDIT-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'SETOFF unable to open CREDIT-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM SET-OFF-ONE-CREDIT
              UNTIL WS-CREDIT-EOF = 'Y'
                 OR WS-REMAINING-EXCESS = 0.

           EXEC SQL CLOSE
              CREDIT-CURSOR
           END-EXEC.

           IF HV-SETF-APPLIED-AMOUNT = 0
              MOVE 'NO ELIGIBLE CREDIT BALANCE' TO WS-WITHDRAW-REASON
              PERFORM WITHDRAW-ONE-SETOFF
              GO TO AOS999
           END-IF.

           EXEC SQL
                UPDATE SET_OFF
                SET    SETF_STATUS         = 'A',
                       SETF_APPLIED_AMOUNT = :HV-SETF-APPLIED-AMOUNT,
                       SETF_APPLIED_DATE   = :HV-TODAY
                WHERE  SETF_ID = :HV-SETF-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'SETOFF unable to close set-off ' HV-SETF-ID
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           INITIALIZE WS-COMMQ-PARMS.
           MOVE 'SETOFFP'              TO CMQ-MSG-TYPE.
           MOVE HV-SETF-APPLIED-AMOUNT TO CMQ-AMOUNT.
           STRING 'APPLIED ' DELIMITED BY SIZE,
                  HV-TODAY DELIMITED BY SIZE
                  INTO CMQ-REFERENCE
           END-STRING.
           MOVE 'WE HAVE USED YOUR CREDIT BALANCES TO REDUCE YOUR OVERDR
      -         'AWN BALANCE'
              TO CMQ-TEXT.
           PERFORM QUEUE-CUSTOMER-NOTICE.

           MOVE 'APPLIED '             TO RPT-ACTION.
           MOVE SPACES                 TO RPT-CREDIT-SORTCODE.
           MOVE SPACES                 TO RPT-CREDIT-NUMBER.
           MOVE HV-SETF-APPLIED-AMOUNT TO RPT-AMOUNT.
           MOVE SPACES                 TO RPT-REASON.
           PERFORM WRITE-REPORT-LINE.

           EXEC SQL
              COMMIT
           END-EXEC.

           ADD 1 TO NUMBER-OF-SETOFFS-APPLIED.

       AOS999.
           EXIT.

      *
      *    One credit balance: as much of it as the remaining excess
      *    needs moves across as a 'TFR' pair, reported leg by leg.
      *
       SET-OFF-ONE-CREDIT SECTION.
       SOC010.

           EXEC SQL FETCH FROM CREDIT-CURSOR
              INTO :HV-CREDIT-SORTCODE,
                   :HV-CREDIT-NUMBER,
                   :HV-CREDIT-BALANCE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-CREDIT-EOF
              GO TO SOC999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'SETOFF failure fetching CREDIT-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-CREDIT-BALANCE TO WS-LEG-AMOUNT.
           IF WS-LEG-AMOUNT > WS-REMAINING-EXCESS
              MOVE WS-REMAINING-EXCESS TO WS-LEG-AMOUNT
           END-IF.

           COMPUTE HV-MOVE-AMOUNT = 0 - WS-LEG-AMOUNT.
           MOVE HV-CREDIT-SORTCODE TO HV-POST-SORTCODE.
           MOVE HV-CREDIT-NUMBER   TO HV-POST-NUMBER.
           MOVE HV-SETF-NUMBER     TO HV-POST-COUNTER.
           MOVE 'SET-OFF AGAINST OVERDRAWN ACCOUNT' TO HV-POST-DESC.
           PERFORM POST-ONE-LEG.

           MOVE WS-LEG-AMOUNT      TO HV-MOVE-AMOUNT.
           MOVE HV-SETF-SORTCODE   TO HV-POST-SORTCODE.
           MOVE HV-SETF-NUMBER     TO HV-POST-NUMBER.
           MOVE HV-CREDIT-NUMBER   TO HV-POST-COUNTER.
           MOVE 'SET-OFF FROM CREDIT BALANCE' TO HV-POST-DESC.
           PERFORM POST-ONE-LEG.

           SUBTRACT WS-LEG-AMOUNT FROM WS-REMAINING-EXCESS.
           ADD WS-LEG-AMOUNT TO HV-SETF-APPLIED-AMOUNT.

           MOVE 'SET-OFF '         TO RPT-ACTION.
           MOVE HV-CREDIT-SORTCODE TO RPT-CREDIT-SORTCODE.
           MOVE HV-CREDIT-NUMBER   TO RPT-CREDIT-NUMBER.
           MOVE WS-LEG-AMOUNT      TO RPT-AMOUNT.
           MOVE SPACES             TO RPT-REASON.
           PERFORM WRITE-REPORT-LINE.

       SOC999.
           EXIT.

       WITHDRAW-ONE-SETOFF SECTION.
       WOS010.

           EXEC SQL
                UPDATE SET_OFF
                SET    SETF_STATUS       = 'X',
                       SETF_APPLIED_DATE = :HV-TODAY
                WHERE  SETF_ID = :HV-SETF-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'SETOFF unable to withdraw set-off ' HV-SETF-ID
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'WITHDRAW'          TO RPT-ACTION.
           MOVE SPACES              TO RPT-CREDIT-SORTCODE.
           MOVE SPACES              TO RPT-CREDIT-NUMBER.
           MOVE 0                   TO RPT-AMOUNT.
           MOVE WS-WITHDRAW-REASON  TO RPT-REASON.
           PERFORM WRITE-REPORT-LINE.

           EXEC SQL
              COMMIT
           END-EXEC.

           ADD 1 TO NUMBER-OF-SETOFFS-WITHDRAWN.

       WOS999.
           EXIT.

      *
      *    One account beyond its limit.  The arrears age is the
      *    days since the last end-of-day snapshot that found the
      *    account within its limit - or, if every snapshot still
      *    retained finds it beyond, since the earliest of them.
      *    Notice is only worth giving when there is an eligible
      *    credit balance to set off from.
      *
       NOTIFY-ONE-ACCOUNT SECTION.
       NOA010.

           EXEC SQL FETCH FROM DEBT-CURSOR
              INTO :HV-SETF-SORTCODE,
                   :HV-SETF-NUMBER,
                   :HV-SETF-CUSTOMER,
                   :HV-DEBT-OVERDRAFT-LIM,
                   :HV-DEBT-BALANCE,
                   :HV-DEBT-CURRENCY
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO NOA999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'SETOFF failure fetching DEBT-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
                SELECT COALESCE(DAYS(CURRENT DATE)
                                   - DAYS(MAX(SNAP_DATE)), -1)
                INTO   :HV-ARREARS-AGE
                FROM   EOD_BALANCE
                WHERE  SNAP_SORTCODE = :HV-SETF-SORTCODE
                AND    SNAP_NUMBER   = :HV-SETF-NUMBER
                AND    SNAP_ACTUAL_BALANCE >=
                          0 - :HV-DEBT-OVERDRAFT-LIM
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO NOA999
           END-IF.

           IF HV-ARREARS-AGE < 0
              EXEC SQL
                   SELECT COALESCE(DAYS(CURRENT DATE)
                                      - DAYS(MIN(SNAP_DATE)), 0)
                   INTO   :HV-ARREARS-AGE
                   FROM   EOD_BALANCE
                   WHERE  SNAP_SORTCODE = :HV-SETF-SORTCODE
                   AND    SNAP_NUMBER   = :HV-SETF-NUMBER
              END-EXEC
           END-IF.

           IF HV-ARREARS-AGE < WS-ARREARS-AGE-DAYS
              GO TO NOA999
           END-IF.

           EXEC SQL OPEN
              CREDIT-CURSOR
           END-EXEC.

           EXEC SQL FETCH FROM CREDIT-CURSOR
              INTO :HV-CREDIT-SORTCODE,
                   :HV-CREDIT-NUMBER,
                   :HV-CREDIT-BALANCE
           END-EXEC.

           IF SQLCODE NOT = 0
              EXEC SQL CLOSE
                 CREDIT-CURSOR
              END-EXEC
              GO TO NOA999
           END-IF.

           EXEC SQL CLOSE
              CREDIT-CURSOR
           END-EXEC.

           COMPUTE HV-SETF-ARREARS-AMOUNT =
              0 - (HV-DEBT-BALANCE + HV-DEBT-OVERDRAFT-LIM).

           EXEC SQL
              SELECT CHAR(CURRENT DATE + :HV-NOTICE-DAYS DAYS)
              INTO   :HV-SETF-DUE-DATE
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           EXEC SQL
              SELECT COALESCE(MAX(SETF_ID), 0) + 1
              INTO   :HV-SETF-ID
              FROM   SET_OFF
           END-EXEC.

           EXEC SQL
                INSERT INTO SET_OFF
                (
                  SETF_ID             ,
                  SETF_CUSTOMER       ,
                  SETF_SORTCODE       ,
                  SETF_NUMBER         ,
                  SETF_STATUS         ,
                  SETF_NOTICE_DATE    ,
                  SETF_DUE_DATE       ,
                  SETF_ARREARS_AMOUNT
                )
                VALUES
                (
                  :HV-SETF-ID             ,
                  :HV-SETF-CUSTOMER       ,
                  :HV-SETF-SORTCODE       ,
                  :HV-SETF-NUMBER         ,
                  'N'                     ,
                  :HV-TODAY               ,
                  :HV-SETF-DUE-DATE       ,
                  :HV-SETF-ARREARS-AMOUNT
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'SETOFF unable to record notice for '
                 HV-SETF-SORTCODE '/' HV-SETF-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           INITIALIZE WS-COMMQ-PARMS.
           MOVE 'SETOFFA'              TO CMQ-MSG-TYPE.
           MOVE HV-SETF-ARREARS-AMOUNT TO CMQ-AMOUNT.
           STRING 'DUE FROM ' DELIMITED BY SIZE,
                  HV-SETF-DUE-DATE DELIMITED BY SIZE
                  INTO CMQ-REFERENCE
           END-STRING.
           MOVE 'YOUR CREDIT BALANCES MAY BE USED TO REDUCE YOUR OVERDRA
      -         'WN BALANCE'
              TO CMQ-TEXT.
           PERFORM QUEUE-CUSTOMER-NOTICE.

           MOVE 'NOTIFIED'             TO RPT-ACTION.
           MOVE SPACES                 TO RPT-CREDIT-SORTCODE.
           MOVE SPACES                 TO RPT-CREDIT-NUMBER.
           MOVE HV-SETF-ARREARS-AMOUNT TO RPT-AMOUNT.
           MOVE SPACES                 TO RPT-REASON.
           STRING 'SET-OFF DUE ' DELIMITED BY SIZE,
                  HV-SETF-DUE-DATE DELIMITED BY SIZE
                  INTO RPT-REASON
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           ADD 1 TO NUMBER-OF-NOTICES-GIVEN.

       NOA999.
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
              DISPLAY 'SETOFF unable to post a ledger leg, '
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
              DISPLAY 'SETOFF unable to move a balance, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       POL999.
           EXIT.

      *
      *    Queue the notice the caller has set up for the customer
      *    who holds the overdrawn account, in its own currency.
      *
       QUEUE-CUSTOMER-NOTICE SECTION.
       QCN010.

           MOVE HV-SETF-CUSTOMER   TO CMQ-CUSTOMER.
           MOVE HV-SETF-SORTCODE   TO CMQ-SORTCODE.
           MOVE HV-SETF-NUMBER     TO CMQ-NUMBER.
           MOVE HV-DEBT-CURRENCY   TO CMQ-CURRENCY-CD.
           MOVE 'SETOFF'           TO CMQ-PROGRAM.
           CALL WS-COMMQ-PGM USING WS-COMMQ-PARMS.

           IF CMQ-RETURN-CD NOT = 0 AND CMQ-RETURN-CD NOT = 4
              MOVE CMQ-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'SETOFF unable to queue the set-off notice '
                 'for ' CMQ-SORTCODE '/' CMQ-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       QCN999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           MOVE HV-SETF-CUSTOMER   TO RPT-CUSTOMER-NUMBER.
           MOVE HV-SETF-SORTCODE   TO RPT-DEBT-SORTCODE.
           MOVE HV-SETF-NUMBER     TO RPT-DEBT-NUMBER.

           WRITE SETF-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the SETOFF report file, '
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

           MOVE 'SETOFF'   TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'SETOFF unable to claim a ledger posting, '
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
