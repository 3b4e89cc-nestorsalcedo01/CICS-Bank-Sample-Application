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
      * Title: ODREVIEW                                                *
      *                                                                *
      *                                                                *
      * Description: The overdraft limit review. Every run applies    *
      *              the reductions whose advance notice has run out, *
      *              withdrawing any on an account that has closed or *
      *              whose limit was changed by hand meanwhile, and   *
      *              journals each limit moved. When ODRVPRM asks for *
      *              the quarterly review, each customer current      *
      *              account's last three months are also scored from *
      *              its end-of-day snapshots (days overdrawn, days   *
      *              beyond its limit) and its credits (average       *
      *              monthly turnover), together with the customer's  *
      *              stored credit score, and set against the         *
      *              OD_REVIEW_RULE table, the first matching rule    *
      *              proposing an increase, a decrease or no change.  *
      *              A decrease is recorded pending and the           *
      *              customer's advance notice queued; an increase is *
      *              recorded and goes to the referral report for     *
      *              lending sign-off.                                *
      *                                                                *
      * Input:  The optional mode parameter file ODRVPRM               *
      * Output: The review report ODREVIEW                             *
      *         The lending referral report ODREFER                    *
      *         Customer limit reduction notices on COMMS_QUEUE        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODREVIEW.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ODRV-RPT-FILE
                  ASSIGN TO ODREVIEW
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

           SELECT ODRV-REFER-FILE
                  ASSIGN TO ODREFER
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REF-FILE-STATUS.

      *    'R' runs the quarterly review; without it (the daily
      *    run) only the reductions whose notice has run out are
      *    applied.
           SELECT ODRV-PARM-FILE
                  ASSIGN TO ODRVPRM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PRM-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  ODRV-RPT-FILE.
       01  ODRV-RPT-RECORD                  PIC X(80).

       FD  ODRV-REFER-FILE.
       01  ODRV-REFER-RECORD                PIC X(80).

       FD  ODRV-PARM-FILE.
       01  ODRV-PARM-RECORD                 PIC X(1).

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

      * Get the ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCDB2
           END-EXEC.

      * Get the EOD_BALANCE DB2 copybook
           EXEC SQL
              INCLUDE EODDB2
           END-EXEC.

      * Get the CREDIT_SCORE DB2 copybook
           EXEC SQL
              INCLUDE CRSCDB2
           END-EXEC.

      * Get the overdraft review DB2 copybook
           EXEC SQL
              INCLUDE ODRVDB2
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

      * Host variables for the account being reviewed
       01 HOST-ACCOUNT-ROW.
          03 HV-ACC-SORTCODE               PIC X(6).
          03 HV-ACC-NUMBER                 PIC X(9).
          03 HV-ACC-CUST-NO                PIC X(10).
          03 HV-ACC-LIMIT                  PIC S9(9) COMP.
          03 HV-ACC-CURRENCY-CD            PIC X(3).

      * Host variables for the account's conduct over the quarter
       01 HV-SNAP-DAYS                     PIC S9(9) COMP.
       01 HV-DAYS-OVERDRAWN                PIC S9(9) COMP.
       01 HV-DAYS-OVER-LIMIT               PIC S9(9) COMP.
       01 HV-CREDIT-TOTAL                  PIC S9(13)V99 COMP-3.
       01 HV-AVG-TURNOVER                  PIC S9(10)V99 COMP-3.
       01 HV-SCORE                         PIC S9(4) COMP.
       01 HV-WINDOW-START                  PIC X(10).

      * Host variables for one proposal
       01 HOST-PROPOSAL-ROW.
          03 HV-ODLR-SORTCODE              PIC X(6).
          03 HV-ODLR-NUMBER                PIC X(9).
          03 HV-ODLR-REVIEW-DATE           PIC X(10).
          03 HV-ODLR-OLD-LIMIT             PIC S9(9) COMP.
          03 HV-ODLR-NEW-LIMIT             PIC S9(9) COMP.
       01 HV-ODLR-RULE-SEQ                 PIC S9(4) COMP.
       01 HV-ODLR-ACTION                   PIC X(1).
       01 HV-ODLR-STATUS                   PIC X(1).
       01 HV-ODLR-EFFECTIVE-DATE           PIC X(10).
       01 HV-ODLR-EFFECTIVE-IND            PIC S9(4) COMP.

       01 HV-LIVE-LIMIT                    PIC S9(9) COMP.
       01 HV-TODAY                         PIC X(10).
       01 HV-NOTICE-DATE                   PIC X(10).

      *    The advance notice a customer is given before an
      *    arranged overdraft limit is reduced.
       01 WS-NOTICE-DAYS                   PIC S9(4) COMP VALUE 60.

      *    The months of conduct the review looks back over.
       01 WS-REVIEW-MONTHS                 PIC S9(4) COMP VALUE 3.

      *    A proposed limit is a whole multiple of this.
       01 WS-LIMIT-STEP                    PIC S9(4) COMP VALUE 50.

      * Declare the CURSOR over the reductions whose notice period
      * has run out.  Held across the COMMIT taken per account.
           EXEC SQL DECLARE APPLY-CURSOR CURSOR WITH HOLD FOR
              SELECT ODLR_SORTCODE,
                     ODLR_NUMBER,
                     ODLR_REVIEW_DATE,
                     ODLR_OLD_LIMIT,
                     ODLR_NEW_LIMIT
                     FROM OD_LIMIT_REVIEW
                     WHERE ODLR_STATUS = 'P'
                     AND   ODLR_EFFECTIVE_DATE <= CURRENT DATE
                     ORDER BY ODLR_SORTCODE, ODLR_NUMBER
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR over the current accounts to review:
      * every customer current account not already reviewed today
      * and not part-way through the notice of a reduction.  Held
      * across the COMMIT taken per account.
           EXEC SQL DECLARE REVIEW-CURSOR CURSOR WITH HOLD FOR
              SELECT A.ACCOUNT_SORTCODE,
                     A.ACCOUNT_NUMBER,
                     COALESCE(A.ACCOUNT_CUSTOMER_NUMBER, ' '),
                     COALESCE(A.ACCOUNT_OVERDRAFT_LIMIT, 0),
                     COALESCE(A.ACCOUNT_CURRENCY_CD, 'GBP')
                     FROM ACCOUNT A
                     WHERE A.ACCOUNT_TYPE = 'CURRENT'
                     AND   A.ACCOUNT_NUMBER NOT LIKE '0999999%'
                     AND   NOT EXISTS
                           (SELECT 1
                            FROM   OD_LIMIT_REVIEW R
                            WHERE  R.ODLR_SORTCODE = A.ACCOUNT_SORTCODE
                            AND    R.ODLR_NUMBER   = A.ACCOUNT_NUMBER
                            AND   (R.ODLR_STATUS      = 'P'
                               OR  R.ODLR_REVIEW_DATE = CURRENT DATE))
                     ORDER BY A.ACCOUNT_SORTCODE, A.ACCOUNT_NUMBER
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR loading the review rules in the order
      * they are tried.
           EXEC SQL DECLARE RULE-CURSOR CURSOR FOR
              SELECT ODRR_SEQ,
                     ODRR_SCORE_LOW,
                     ODRR_SCORE_HIGH,
                     ODRR_MIN_DAYS_OD,
                     ODRR_MAX_DAYS_OD,
                     ODRR_MIN_DAYS_OVER,
                     ODRR_MAX_DAYS_OVER,
                     ODRR_MIN_TURNOVER,
                     ODRR_ACTION,
                     ODRR_CHANGE_PCT,
                     ODRR_LIMIT_CAP
                     FROM OD_REVIEW_RULE
                     ORDER BY ODRR_SEQ
                     FOR FETCH ONLY
           END-EXEC.

      * OD_REVIEW_RULE host variables for DB2
       01 HOST-RULE-ROW.
          03 HV-ODRR-SEQ                   PIC S9(4) COMP.
          03 HV-ODRR-SCORE-LOW             PIC S9(4) COMP.
          03 HV-ODRR-SCORE-HIGH            PIC S9(4) COMP.
          03 HV-ODRR-MIN-DAYS-OD           PIC S9(9) COMP.
          03 HV-ODRR-MAX-DAYS-OD           PIC S9(9) COMP.
          03 HV-ODRR-MIN-DAYS-OVER         PIC S9(9) COMP.
          03 HV-ODRR-MAX-DAYS-OVER         PIC S9(9) COMP.
          03 HV-ODRR-MIN-TURNOVER          PIC S9(10)V99 COMP-3.
          03 HV-ODRR-ACTION                PIC X(1).
          03 HV-ODRR-CHANGE-PCT            PIC S9(3)V99 COMP-3.
          03 HV-ODRR-LIMIT-CAP             PIC S9(9) COMP.

      *    The rules, held for the run.
       01 WS-RULE-MAX                    PIC S9(4) COMP VALUE 100.
       01 WS-RULE-COUNT                  PIC S9(4) COMP VALUE 0.
       01 WS-RULE-SUB                    PIC S9(4) COMP.
       01 WS-RULE-MATCHED                PIC S9(4) COMP.
       01 WS-RULE-TABLE.
           05 WS-RULE OCCURS 100 TIMES.
              10 WS-RULE-SEQ             PIC S9(4) COMP.
              10 WS-RULE-SCORE-LOW       PIC S9(4) COMP.
              10 WS-RULE-SCORE-HIGH      PIC S9(4) COMP.
              10 WS-RULE-MIN-DAYS-OD     PIC S9(9) COMP.
              10 WS-RULE-MAX-DAYS-OD     PIC S9(9) COMP.
              10 WS-RULE-MIN-DAYS-OVER   PIC S9(9) COMP.
              10 WS-RULE-MAX-DAYS-OVER   PIC S9(9) COMP.
              10 WS-RULE-MIN-TURNOVER    PIC S9(10)V99 COMP-3.
              10 WS-RULE-ACTION          PIC X(1).
              10 WS-RULE-CHANGE-PCT      PIC S9(3)V99 COMP-3.
              10 WS-RULE-LIMIT-CAP       PIC S9(9) COMP.

       01 WS-CHANGE-BASE                 PIC S9(11)V99 COMP-3.
       01 WS-PROPOSED-LIMIT              PIC S9(11)V99 COMP-3.
       01 WS-LIMIT-STEPS                 PIC S9(9) COMP.

      *    The account master change journal, for the limit moved.
       01 WS-ACCJRNL-PGM                 PIC X(8) VALUE 'ACCJRNL'.
       01 WS-ACCJRNL-PARMS.
           COPY ACCJRNL.

      *    The customer communications queue each notice goes on.
       01 WS-COMMQ-PGM                   PIC X(8) VALUE 'COMMQ'.
       01 WS-COMMQ-PARMS.
           COPY COMMQ.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  RPT-FILE-STATUS               PIC XX.
       01  REF-FILE-STATUS               PIC XX.
       01  PRM-FILE-STATUS               PIC XX.

       01  WS-REVIEW-MODE                PIC X VALUE 'N'.
       01  WS-EOF                        PIC X VALUE 'N'.
       01  WS-RULE-EOF                   PIC X VALUE 'N'.

      * Report lines
       01  WS-RPT-DETAIL.
           05 FILLER                     PIC X(5) VALUE 'ACCT '.
           05 RPT-SORTCODE               PIC X(6).
           05 FILLER                     PIC X(1) VALUE '/'.
           05 RPT-NUMBER                 PIC X(9).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-ACTION                 PIC X(12).
           05 FILLER                     PIC X(7) VALUE ' LIMIT '.
           05 RPT-OLD-LIMIT              PIC Z(6)9.
           05 FILLER                     PIC X(1) VALUE '>'.
           05 RPT-NEW-LIMIT              PIC Z(6)9.
           05 FILLER                     PIC X(5) VALUE ' EFF '.
           05 RPT-EFFECTIVE              PIC X(10).
       01  WS-REF-DETAIL.
           05 FILLER                     PIC X(5) VALUE 'ACCT '.
           05 REF-SORTCODE               PIC X(6).
           05 FILLER                     PIC X(1) VALUE '/'.
           05 REF-NUMBER                 PIC X(9).
           05 FILLER                     PIC X(5) VALUE ' SCR '.
           05 REF-SCORE                  PIC ---9.
           05 FILLER                     PIC X(4) VALUE ' OD '.
           05 REF-DAYS-OD                PIC ZZ9.
           05 FILLER                     PIC X(5) VALUE ' OVR '.
           05 REF-DAYS-OVER              PIC ZZ9.
           05 FILLER                     PIC X(5) VALUE ' TRN '.
           05 REF-TURNOVER               PIC Z(5)9.99.
           05 FILLER                     PIC X(5) VALUE ' LIM '.
           05 REF-OLD-LIMIT              PIC Z(6)9.
           05 FILLER                     PIC X(1) VALUE '>'.
           05 REF-NEW-LIMIT              PIC Z(6)9.
       01  WS-RPT-SUMMARY.
           05 RPT-SUM-LABEL              PIC X(30).
           05 RPT-SUM-COUNT              PIC Z(7)9.

       01  NUMBER-OF-ACCOUNTS-REVIEWED   PIC 9(8) VALUE 0.
       01  NUMBER-OF-NO-HISTORY          PIC 9(8) VALUE 0.
       01  NUMBER-OF-NO-CHANGE           PIC 9(8) VALUE 0.
       01  NUMBER-OF-INCREASES-REFERRED  PIC 9(8) VALUE 0.
       01  NUMBER-OF-DECREASES-NOTIFIED  PIC 9(8) VALUE 0.
       01  NUMBER-OF-DECREASES-APPLIED   PIC 9(8) VALUE 0.
       01  NUMBER-OF-DECREASES-WITHDRAWN PIC 9(8) VALUE 0.

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
              SELECT CURRENT DATE,
                     CURRENT DATE + :WS-NOTICE-DAYS DAYS,
                     CURRENT DATE - :WS-REVIEW-MONTHS MONTHS
              INTO   :HV-TODAY, :HV-NOTICE-DATE, :HV-WINDOW-START
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT DATE IN PGM '
                      'ODREVIEW. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT ODRV-PARM-FILE.
           IF PRM-FILE-STATUS = '00'
              READ ODRV-PARM-FILE
              IF PRM-FILE-STATUS = '00'
                 AND ODRV-PARM-RECORD = 'R'
                 MOVE 'Y' TO WS-REVIEW-MODE
                 DISPLAY 'ODRVPRM found - running the quarterly '
                         'limit review'
              END-IF
              CLOSE ODRV-PARM-FILE
           END-IF.

           OPEN OUTPUT ODRV-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the ODREVIEW report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT ODRV-REFER-FILE.
           IF REF-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the ODREFER referral file, '
                      ' status=' REF-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM APPLY-DUE-REDUCTIONS.

           IF WS-REVIEW-MODE = 'Y'
              PERFORM LOAD-REVIEW-RULES
              PERFORM REVIEW-CURRENT-ACCOUNTS
           END-IF.

           PERFORM REPORT-RUN-TOTALS.

           CLOSE ODRV-RPT-FILE.
           CLOSE ODRV-REFER-FILE.

           DISPLAY 'ODREVIEW reviewed ' NUMBER-OF-ACCOUNTS-REVIEWED
                   ' account(s), referred '
                   NUMBER-OF-INCREASES-REFERRED
                   ' increase(s), gave notice of '
                   NUMBER-OF-DECREASES-NOTIFIED
                   ' reduction(s), applied '
                   NUMBER-OF-DECREASES-APPLIED '.'.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    Every reduction whose notice has run out is applied,
      *    unless the account has closed or its limit has been
      *    changed by hand since the notice went out - the
      *    customer was told of a change from the limit they had,
      *    so a limit that has moved withdraws the reduction.
      *
       APPLY-DUE-REDUCTIONS SECTION.
       ADR010.

           EXEC SQL OPEN
              APPLY-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ODREVIEW unable to open APPLY-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM APPLY-ONE-REDUCTION UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              APPLY-CURSOR
           END-EXEC.

       ADR999.
           EXIT.

       APPLY-ONE-REDUCTION SECTION.
       AOR010.

           EXEC SQL FETCH FROM APPLY-CURSOR
              INTO :HV-ODLR-SORTCODE,
                   :HV-ODLR-NUMBER,
                   :HV-ODLR-REVIEW-DATE,
                   :HV-ODLR-OLD-LIMIT,
                   :HV-ODLR-NEW-LIMIT
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO AOR999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ODREVIEW failure fetching APPLY-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              SELECT COALESCE(ACCOUNT_OVERDRAFT_LIMIT, 0)
              INTO   :HV-LIVE-LIMIT
              FROM   ACCOUNT
              WHERE  ACCOUNT_SORTCODE = :HV-ODLR-SORTCODE
              AND    ACCOUNT_NUMBER   = :HV-ODLR-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ODREVIEW unable to read ACCOUNT '
                 HV-ODLR-SORTCODE '/' HV-ODLR-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF SQLCODE = 100 OR HV-LIVE-LIMIT NOT = HV-ODLR-OLD-LIMIT
              MOVE 'X' TO HV-ODLR-STATUS
              PERFORM CLOSE-PROPOSAL
              ADD 1 TO NUMBER-OF-DECREASES-WITHDRAWN
              MOVE 'WITHDRAWN' TO RPT-ACTION
              GO TO AOR900
           END-IF.

           MOVE 'OVERDRAFT LIMIT REVIEW' TO AJR-REASON.
           MOVE HV-ODLR-SORTCODE   TO AJR-SORTCODE.
           MOVE HV-ODLR-NUMBER     TO AJR-NUMBER.
           MOVE SPACES             TO AJR-CHANGED-BY.
           MOVE 'B'                TO AJR-REQUEST.
           PERFORM JOURNAL-ACCOUNT-CHANGE.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_OVERDRAFT_LIMIT = :HV-ODLR-NEW-LIMIT
                WHERE  ACCOUNT_SORTCODE = :HV-ODLR-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-ODLR-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ODREVIEW unable to reduce the limit on '
                 'ACCOUNT ' HV-ODLR-SORTCODE '/' HV-ODLR-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'A'                TO AJR-REQUEST.
           PERFORM JOURNAL-ACCOUNT-CHANGE.

           MOVE 'A' TO HV-ODLR-STATUS.
           PERFORM CLOSE-PROPOSAL.
           ADD 1 TO NUMBER-OF-DECREASES-APPLIED.
           MOVE 'APPLIED' TO RPT-ACTION.

       AOR900.
           EXEC SQL
              COMMIT
           END-EXEC.

           MOVE HV-ODLR-SORTCODE  TO RPT-SORTCODE.
           MOVE HV-ODLR-NUMBER    TO RPT-NUMBER.
           MOVE HV-ODLR-OLD-LIMIT TO RPT-OLD-LIMIT.
           MOVE HV-ODLR-NEW-LIMIT TO RPT-NEW-LIMIT.
           MOVE HV-TODAY          TO RPT-EFFECTIVE.
           MOVE WS-RPT-DETAIL     TO ODRV-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       AOR999.
           EXIT.

       CLOSE-PROPOSAL SECTION.
       CP010.

           EXEC SQL
                UPDATE OD_LIMIT_REVIEW
                SET    ODLR_STATUS       = :HV-ODLR-STATUS,
                       ODLR_APPLIED_DATE = :HV-TODAY
                WHERE  ODLR_SORTCODE    = :HV-ODLR-SORTCODE
                AND    ODLR_NUMBER      = :HV-ODLR-NUMBER
                AND    ODLR_REVIEW_DATE = :HV-ODLR-REVIEW-DATE
                AND    ODLR_STATUS      = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ODREVIEW unable to close the proposal for '
                 'ACCOUNT ' HV-ODLR-SORTCODE '/' HV-ODLR-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CP999.
           EXIT.

      *
      *    The rules are held for the run; a review with none to
      *    decide by would propose nothing, so it stops instead.
      *
       LOAD-REVIEW-RULES SECTION.
       LRR010.

           EXEC SQL OPEN
              RULE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ODREVIEW unable to open RULE-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM LOAD-ONE-RULE UNTIL WS-RULE-EOF = 'Y'.

           EXEC SQL CLOSE
              RULE-CURSOR
           END-EXEC.

           IF WS-RULE-COUNT = 0
              DISPLAY 'ODREVIEW STOPPED: OD_REVIEW_RULE is empty - '
                      'load the rules through ODRRLOAD and rerun'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       LRR999.
           EXIT.

       LOAD-ONE-RULE SECTION.
       LOR010.

           EXEC SQL FETCH FROM RULE-CURSOR
              INTO :HV-ODRR-SEQ,
                   :HV-ODRR-SCORE-LOW,
                   :HV-ODRR-SCORE-HIGH,
                   :HV-ODRR-MIN-DAYS-OD,
                   :HV-ODRR-MAX-DAYS-OD,
                   :HV-ODRR-MIN-DAYS-OVER,
                   :HV-ODRR-MAX-DAYS-OVER,
                   :HV-ODRR-MIN-TURNOVER,
                   :HV-ODRR-ACTION,
                   :HV-ODRR-CHANGE-PCT,
                   :HV-ODRR-LIMIT-CAP
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-RULE-EOF
              GO TO LOR999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ODREVIEW failure fetching RULE-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF WS-RULE-COUNT = WS-RULE-MAX
              DISPLAY 'ODREVIEW STOPPED: more than ' WS-RULE-MAX
                      ' review rules'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-RULE-COUNT.
           MOVE HV-ODRR-SEQ           TO WS-RULE-SEQ (WS-RULE-COUNT).
           MOVE HV-ODRR-SCORE-LOW
              TO WS-RULE-SCORE-LOW (WS-RULE-COUNT).
           MOVE HV-ODRR-SCORE-HIGH
              TO WS-RULE-SCORE-HIGH (WS-RULE-COUNT).
           MOVE HV-ODRR-MIN-DAYS-OD
              TO WS-RULE-MIN-DAYS-OD (WS-RULE-COUNT).
           MOVE HV-ODRR-MAX-DAYS-OD
              TO WS-RULE-MAX-DAYS-OD (WS-RULE-COUNT).
           MOVE HV-ODRR-MIN-DAYS-OVER
              TO WS-RULE-MIN-DAYS-OVER (WS-RULE-COUNT).
           MOVE HV-ODRR-MAX-DAYS-OVER
              TO WS-RULE-MAX-DAYS-OVER (WS-RULE-COUNT).
           MOVE HV-ODRR-MIN-TURNOVER
              TO WS-RULE-MIN-TURNOVER (WS-RULE-COUNT).
           MOVE HV-ODRR-ACTION
              TO WS-RULE-ACTION (WS-RULE-COUNT).
           MOVE HV-ODRR-CHANGE-PCT
              TO WS-RULE-CHANGE-PCT (WS-RULE-COUNT).
           MOVE HV-ODRR-LIMIT-CAP
              TO WS-RULE-LIMIT-CAP (WS-RULE-COUNT).

       LOR999.
           EXIT.

       REVIEW-CURRENT-ACCOUNTS SECTION.
       RCA010.

           EXEC SQL OPEN
              REVIEW-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ODREVIEW unable to open REVIEW-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM REVIEW-ONE-ACCOUNT UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              REVIEW-CURSOR
           END-EXEC.

       RCA999.
           EXIT.

      *
      *    One account: its quarter's conduct and the customer's
      *    stored score are set against the rules, and the first
      *    rule that fits proposes the change.  A reduction is
      *    recorded pending and the customer's advance notice
      *    queued; an increase is recorded and referred to lending
      *    for sign-off.  Each account is its own unit of work.
      *
       REVIEW-ONE-ACCOUNT SECTION.
       ROA010.

           EXEC SQL FETCH FROM REVIEW-CURSOR
              INTO :HV-ACC-SORTCODE,
                   :HV-ACC-NUMBER,
                   :HV-ACC-CUST-NO,
                   :HV-ACC-LIMIT,
                   :HV-ACC-CURRENCY-CD
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO ROA999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ODREVIEW failure fetching REVIEW-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-ACCOUNTS-REVIEWED.

           PERFORM GET-ACCOUNT-CONDUCT.

           IF HV-SNAP-DAYS = 0
              ADD 1 TO NUMBER-OF-NO-HISTORY
              GO TO ROA999
           END-IF.

           MOVE 0 TO WS-RULE-MATCHED.
           PERFORM TRY-ONE-RULE
              VARYING WS-RULE-SUB FROM 1 BY 1
              UNTIL WS-RULE-SUB > WS-RULE-COUNT
                 OR WS-RULE-MATCHED > 0.

           IF WS-RULE-MATCHED = 0
              ADD 1 TO NUMBER-OF-NO-CHANGE
              GO TO ROA999
           END-IF.

           PERFORM PROPOSE-NEW-LIMIT.

           IF HV-ODLR-ACTION = 'N'
              ADD 1 TO NUMBER-OF-NO-CHANGE
              GO TO ROA999
           END-IF.

           MOVE HV-ACC-SORTCODE TO HV-ODLR-SORTCODE.
           MOVE HV-ACC-NUMBER   TO HV-ODLR-NUMBER.
           MOVE HV-TODAY        TO HV-ODLR-REVIEW-DATE.
           MOVE HV-ACC-LIMIT    TO HV-ODLR-OLD-LIMIT.
           MOVE WS-RULE-SEQ (WS-RULE-MATCHED) TO HV-ODLR-RULE-SEQ.

           IF HV-ODLR-ACTION = 'D'
              MOVE 'P'            TO HV-ODLR-STATUS
              MOVE HV-NOTICE-DATE TO HV-ODLR-EFFECTIVE-DATE
              MOVE 0              TO HV-ODLR-EFFECTIVE-IND
           ELSE
              MOVE 'R'            TO HV-ODLR-STATUS
              MOVE SPACES         TO HV-ODLR-EFFECTIVE-DATE
              MOVE -1             TO HV-ODLR-EFFECTIVE-IND
           END-IF.

           EXEC SQL
                INSERT INTO OD_LIMIT_REVIEW
                (
                  ODLR_SORTCODE        ,
                  ODLR_NUMBER          ,
                  ODLR_REVIEW_DATE     ,
                  ODLR_SCORE           ,
                  ODLR_DAYS_OVERDRAWN  ,
                  ODLR_DAYS_OVER_LIMIT ,
                  ODLR_AVG_TURNOVER    ,
                  ODLR_RULE_SEQ        ,
                  ODLR_ACTION          ,
                  ODLR_OLD_LIMIT       ,
                  ODLR_NEW_LIMIT       ,
                  ODLR_STATUS          ,
                  ODLR_EFFECTIVE_DATE  ,
                  ODLR_APPLIED_DATE
                )
                VALUES
                (
                  :HV-ODLR-SORTCODE     ,
                  :HV-ODLR-NUMBER       ,
                  :HV-ODLR-REVIEW-DATE  ,
                  :HV-SCORE             ,
                  :HV-DAYS-OVERDRAWN    ,
                  :HV-DAYS-OVER-LIMIT   ,
                  :HV-AVG-TURNOVER      ,
                  :HV-ODLR-RULE-SEQ     ,
                  :HV-ODLR-ACTION       ,
                  :HV-ODLR-OLD-LIMIT    ,
                  :HV-ODLR-NEW-LIMIT    ,
                  :HV-ODLR-STATUS       ,
                  :HV-ODLR-EFFECTIVE-DATE :HV-ODLR-EFFECTIVE-IND,
                  NULL
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ODREVIEW unable to record the proposal for '
                 'ACCOUNT ' HV-ACC-SORTCODE '/' HV-ACC-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-ODLR-ACTION = 'D'
              PERFORM GIVE-REDUCTION-NOTICE
           ELSE
              PERFORM REFER-INCREASE
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

       ROA999.
           EXIT.

      *
      *    The quarter from the end-of-day snapshots: the days the
      *    account closed overdrawn and beyond its arranged limit;
      *    the credits it took over the same months, as a monthly
      *    average; and the customer's stored score (-1 when there
      *    is none, which no rule's score range takes).
      *
       GET-ACCOUNT-CONDUCT SECTION.
       GAC010.

           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(CASE
                        WHEN SNAP_ACTUAL_BALANCE < 0
                        THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE
                        WHEN SNAP_ACTUAL_BALANCE < 0 - :HV-ACC-LIMIT
                        THEN 1 ELSE 0 END), 0)
              INTO   :HV-SNAP-DAYS,
                     :HV-DAYS-OVERDRAWN,
                     :HV-DAYS-OVER-LIMIT
              FROM   EOD_BALANCE
              WHERE  SNAP_SORTCODE = :HV-ACC-SORTCODE
              AND    SNAP_NUMBER   = :HV-ACC-NUMBER
              AND    SNAP_DATE    >= :HV-WINDOW-START
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ODREVIEW unable to read the snapshots of '
                 'ACCOUNT ' HV-ACC-SORTCODE '/' HV-ACC-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-SNAP-DAYS = 0
              GO TO GAC999
           END-IF.

           EXEC SQL
              SELECT COALESCE(SUM(PROCTRAN_AMOUNT), 0)
              INTO   :HV-CREDIT-TOTAL
              FROM   PROCTRAN
              WHERE  PROCTRAN_SORTCODE = :HV-ACC-SORTCODE
              AND    PROCTRAN_NUMBER   = :HV-ACC-NUMBER
              AND    PROCTRAN_DATE    >= :HV-WINDOW-START
              AND    PROCTRAN_AMOUNT   > 0
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ODREVIEW unable to total the credits to '
                 'ACCOUNT ' HV-ACC-SORTCODE '/' HV-ACC-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           COMPUTE HV-AVG-TURNOVER ROUNDED =
                   HV-CREDIT-TOTAL / WS-REVIEW-MONTHS.

           EXEC SQL
              SELECT CREDIT_SCORE
              INTO   :HV-SCORE
              FROM   CREDIT_SCORE
              WHERE  CUST_NO  = :HV-ACC-CUST-NO
              AND    HIST_ROW = 'N'
           END-EXEC.

           IF SQLCODE = 100
              MOVE -1 TO HV-SCORE
           ELSE
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'ODREVIEW unable to read the score for '
                    'customer ' HV-ACC-CUST-NO
                    ' SQLCODE=' WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           END-IF.

       GAC999.
           EXIT.

       TRY-ONE-RULE SECTION.
       TOR010.

           IF HV-SCORE < WS-RULE-SCORE-LOW (WS-RULE-SUB)
              OR HV-SCORE > WS-RULE-SCORE-HIGH (WS-RULE-SUB)
              GO TO TOR999
           END-IF.

           IF HV-DAYS-OVERDRAWN < WS-RULE-MIN-DAYS-OD (WS-RULE-SUB)
              OR HV-DAYS-OVERDRAWN > WS-RULE-MAX-DAYS-OD (WS-RULE-SUB)
              GO TO TOR999
           END-IF.

           IF HV-DAYS-OVER-LIMIT < WS-RULE-MIN-DAYS-OVER (WS-RULE-SUB)
              OR HV-DAYS-OVER-LIMIT >
                 WS-RULE-MAX-DAYS-OVER (WS-RULE-SUB)
              GO TO TOR999
           END-IF.

           IF HV-AVG-TURNOVER < WS-RULE-MIN-TURNOVER (WS-RULE-SUB)
              GO TO TOR999
           END-IF.

           MOVE WS-RULE-SUB TO WS-RULE-MATCHED.

       TOR999.
           EXIT.

      *
      *    The matched rule's change, taken on the current limit
      *    (on the monthly turnover, for an increase on an account
      *    with no limit yet), rounded down to a whole step and
      *    held within the rule's cap.  A change that comes to
      *    nothing is no change.
      *
       PROPOSE-NEW-LIMIT SECTION.
       PNL010.

           MOVE WS-RULE-ACTION (WS-RULE-MATCHED) TO HV-ODLR-ACTION.

           IF HV-ODLR-ACTION = 'N'
              GO TO PNL999
           END-IF.

           IF HV-ODLR-ACTION = 'I' AND HV-ACC-LIMIT = 0
              MOVE HV-AVG-TURNOVER TO WS-CHANGE-BASE
           ELSE
              MOVE HV-ACC-LIMIT    TO WS-CHANGE-BASE
           END-IF.

           IF HV-ODLR-ACTION = 'I'
              COMPUTE WS-PROPOSED-LIMIT = HV-ACC-LIMIT +
                 WS-CHANGE-BASE * WS-RULE-CHANGE-PCT (WS-RULE-MATCHED)
                 / 100
           ELSE
              COMPUTE WS-PROPOSED-LIMIT = HV-ACC-LIMIT -
                 WS-CHANGE-BASE * WS-RULE-CHANGE-PCT (WS-RULE-MATCHED)
                 / 100
           END-IF.

           IF WS-PROPOSED-LIMIT < 0
              MOVE 0 TO WS-PROPOSED-LIMIT
           END-IF.

           DIVIDE WS-PROPOSED-LIMIT BY WS-LIMIT-STEP
              GIVING WS-LIMIT-STEPS.
           COMPUTE HV-ODLR-NEW-LIMIT = WS-LIMIT-STEPS * WS-LIMIT-STEP.

           IF HV-ODLR-ACTION = 'I'
              AND WS-RULE-LIMIT-CAP (WS-RULE-MATCHED) > 0
              AND HV-ODLR-NEW-LIMIT >
                  WS-RULE-LIMIT-CAP (WS-RULE-MATCHED)
              MOVE WS-RULE-LIMIT-CAP (WS-RULE-MATCHED)
                 TO HV-ODLR-NEW-LIMIT
           END-IF.

           IF (HV-ODLR-ACTION = 'I' AND HV-ODLR-NEW-LIMIT NOT >
                                         HV-ACC-LIMIT)
              OR (HV-ODLR-ACTION = 'D' AND HV-ODLR-NEW-LIMIT NOT <
                                            HV-ACC-LIMIT)
              MOVE 'N' TO HV-ODLR-ACTION
           END-IF.

       PNL999.
           EXIT.

      *
      *    The reduction's advance notice goes on the customer
      *    communications queue with the proposal that raised it.
      *
       GIVE-REDUCTION-NOTICE SECTION.
       GRN010.

           INITIALIZE WS-COMMQ-PARMS.
           MOVE 'ODLIMIT'          TO CMQ-MSG-TYPE.
           MOVE HV-ACC-CUST-NO     TO CMQ-CUSTOMER.
           MOVE HV-ACC-SORTCODE    TO CMQ-SORTCODE.
           MOVE HV-ACC-NUMBER      TO CMQ-NUMBER.
           MOVE HV-NOTICE-DATE     TO CMQ-REFERENCE.
           MOVE HV-ODLR-NEW-LIMIT  TO CMQ-AMOUNT.
           MOVE HV-ACC-CURRENCY-CD TO CMQ-CURRENCY-CD.
           MOVE 'YOUR ARRANGED OVERDRAFT LIMIT IS BEING REDUCED'
              TO CMQ-TEXT.
           MOVE 'ODREVIEW'         TO CMQ-PROGRAM.
           CALL WS-COMMQ-PGM USING WS-COMMQ-PARMS.

           IF CMQ-RETURN-CD NOT = 0 AND CMQ-RETURN-CD NOT = 4
              MOVE CMQ-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'ODREVIEW unable to queue the limit notice '
                 'for ACCOUNT ' CMQ-SORTCODE '/' CMQ-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-DECREASES-NOTIFIED.
           MOVE HV-ACC-SORTCODE   TO RPT-SORTCODE.
           MOVE HV-ACC-NUMBER     TO RPT-NUMBER.
           MOVE 'NOTICE GIVEN'    TO RPT-ACTION.
           MOVE HV-ACC-LIMIT      TO RPT-OLD-LIMIT.
           MOVE HV-ODLR-NEW-LIMIT TO RPT-NEW-LIMIT.
           MOVE HV-NOTICE-DATE    TO RPT-EFFECTIVE.
           MOVE WS-RPT-DETAIL     TO ODRV-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       GRN999.
           EXIT.

      *
      *    An increase is lending's to sign off: it goes on the
      *    referral report with the evidence it was proposed on.
      *
       REFER-INCREASE SECTION.
       RI010.

           MOVE HV-ACC-SORTCODE    TO REF-SORTCODE.
           MOVE HV-ACC-NUMBER      TO REF-NUMBER.
           MOVE HV-SCORE           TO REF-SCORE.
           MOVE HV-DAYS-OVERDRAWN  TO REF-DAYS-OD.
           MOVE HV-DAYS-OVER-LIMIT TO REF-DAYS-OVER.
           MOVE HV-AVG-TURNOVER    TO REF-TURNOVER.
           MOVE HV-ACC-LIMIT       TO REF-OLD-LIMIT.
           MOVE HV-ODLR-NEW-LIMIT  TO REF-NEW-LIMIT.
           MOVE WS-REF-DETAIL      TO ODRV-REFER-RECORD.

           WRITE ODRV-REFER-RECORD.

           IF REF-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the ODREFER referral file, '
                      ' status=' REF-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-INCREASES-REFERRED.

       RI999.
           EXIT.

       REPORT-RUN-TOTALS SECTION.
       RRT010.

           MOVE 'ACCOUNTS REVIEWED'        TO RPT-SUM-LABEL.
           MOVE NUMBER-OF-ACCOUNTS-REVIEWED TO RPT-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'NO SNAPSHOT HISTORY'      TO RPT-SUM-LABEL.
           MOVE NUMBER-OF-NO-HISTORY       TO RPT-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'NO CHANGE'                TO RPT-SUM-LABEL.
           MOVE NUMBER-OF-NO-CHANGE        TO RPT-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'INCREASES REFERRED'       TO RPT-SUM-LABEL.
           MOVE NUMBER-OF-INCREASES-REFERRED TO RPT-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'REDUCTIONS NOTIFIED'      TO RPT-SUM-LABEL.
           MOVE NUMBER-OF-DECREASES-NOTIFIED TO RPT-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'REDUCTIONS APPLIED'       TO RPT-SUM-LABEL.
           MOVE NUMBER-OF-DECREASES-APPLIED TO RPT-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'REDUCTIONS WITHDRAWN'     TO RPT-SUM-LABEL.
           MOVE NUMBER-OF-DECREASES-WITHDRAWN TO RPT-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.

       RRT999.
           EXIT.

       WRITE-SUMMARY-LINE SECTION.
       WSL010.

           MOVE WS-RPT-SUMMARY TO ODRV-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       WSL999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           WRITE ODRV-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the ODREVIEW report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WRL999.
           EXIT.

      *
      *    The limit move goes on the account master change journal
      *    with the change that made it; a journal that cannot be
      *    written stops the run like the move itself would.
      *
       JOURNAL-ACCOUNT-CHANGE SECTION.
       JAC010.

           MOVE 'ODREVIEW' TO AJR-PROGRAM.

           CALL WS-ACCJRNL-PGM USING WS-ACCJRNL-PARMS.

           IF AJR-RETURN-CD NOT = 0
              MOVE AJR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'ODREVIEW unable to journal the change to '
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
