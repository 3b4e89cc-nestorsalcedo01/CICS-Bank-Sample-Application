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

      ******************************************************************
      *                                                                *
      * Title: LOANDEC                                                 *
      *                                                                *
      *                                                                *
      * Description: Decides the loan applications LOANAPI has taken  *
      *              and books the approved ones. A new application   *
      *              is scored from the stored CREDIT_SCORE (CREDORCH *
      *              re-scores a stale one), the customer's CUSTSUM   *
      *              relationship position and loan arrears, and      *
      *              affordability from average monthly inbound       *
      *              credits in PROCTRAN; the LOAN_RULE band for the  *
      *              score then approves, refers or declines it with  *
      *              reason codes. An approved application - by this  *
      *              decision or by an underwriter through LOANAPI -  *
      *              has its LOAN ACCOUNT opened through NEWACCNO and *
      *              the principal drawn down to the nominated        *
      *              account, and is left for LOANSCHD to schedule.   *
      *              Each application is its own unit of work.        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDEC.

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

      * Get the CREDIT_SCORE DB2 copybook
           EXEC SQL
              INCLUDE CRSCDB2
           END-EXEC.

      * Get the LOAN_APPLICATION/LOAN_RULE DB2 copybook
           EXEC SQL
              INCLUDE LAPPDB2
           END-EXEC.

      * Get the LOAN_TERMS/LOAN_SCHEDULE DB2 copybook
           EXEC SQL
              INCLUDE LOANDB2
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
          10 HV-LAPP-REASONS            PIC X(12).
          10 HV-LAPP-CREDIT-SCORE       PIC S9(4) USAGE COMP.
          10 HV-LAPP-MONTHLY-INCOME     PIC S9(10)V99 COMP-3.
          10 HV-LAPP-REL-POSITION       PIC S9(13)V99 COMP-3.
          10 HV-LAPP-LTI                PIC S9(5)V99 COMP-3.
          10 HV-LAPP-RATE               PIC S9(2)V99 COMP-3.
          10 HV-LAPP-LOAN-SORTCODE      PIC X(6).
          10 HV-LAPP-LOAN-NUMBER        PIC X(9).
       01 HV-RATE-IND                   PIC S9(4) COMP.

      * LOAN_RULE host variables for the band the score falls in
       01 HOST-RULE-ROW.
          10 HV-LRUL-DECISION           PIC X(1).
          10 HV-LRUL-MAX-LTI            PIC S9(3)V99 COMP-3.
          10 HV-LRUL-MAX-TERM           PIC S9(9) USAGE COMP.
          10 HV-LRUL-RATE               PIC S9(2)V99 COMP-3.

       01 HV-INBOUND-TOTAL              PIC S9(13)V99 COMP-3.
       01 HV-ARREARS-COUNT              PIC S9(8) COMP.
       01 HV-PAY-COUNT                  PIC S9(8) COMP.
       01 HV-CURR-TIMESTAMP             PIC X(26).
       01 HV-TODAY                      PIC X(10).
       01 HV-POST-TIME                  PIC X(6).
       01 HV-POST-SORTCODE              PIC X(6).
       01 HV-POST-NUMBER                PIC X(9).
       01 HV-POST-COUNTER               PIC X(9).
       01 HV-POST-DESC                  PIC X(40).
       01 HV-POST-AMOUNT                PIC S9(10)V99 COMP-3.

      *  Stored scores older than this are refreshed through
      *  CREDORCH before they are lent on; aligned with CREDRESC.
       01 WS-RESCORE-AGE-DAYS           PIC 9(4) VALUE 30.

      *  Affordability is the customer's average monthly inbound
      *  credits over this many whole months - money arriving from
      *  outside, not transfers between the customer's own
      *  accounts.
       01 WS-AFFORD-MONTHS              PIC 9(2) VALUE 6.

       01 WS-LOAN-ACCT-TYPE             PIC X(8) VALUE 'LOAN'.
       01 WS-BASE-CURRENCY              PIC X(3) VALUE 'GBP'.

      *  The decision being built for the application in hand: any
      *  decline reason declines it, otherwise any refer reason
      *  refers it, otherwise it is approved.
       01 WS-DECISION-AREA.
          03 WS-HAS-DECLINE             PIC X(1).
          03 WS-HAS-REFER               PIC X(1).
          03 WS-SCORE-FOUND             PIC X(1).
          03 WS-REASON-SUB              PIC S9(4) COMP.
          03 WS-NEW-REASON              PIC X(2).
          03 WS-LTI-WORK                PIC S9(9)V99 COMP-3.
       01 WS-BOOK-FAILED                PIC X(1).

       01 WS-EOF                        PIC X VALUE 'N'.

       01 WS-SQLCODE-DISPLAY            PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP               PIC S9(8) COMP VALUE 0.
          03 WS-CICS-RESP2              PIC S9(8) COMP VALUE 0.

       01 WS-CREDORCH-PGM               PIC X(8) VALUE 'CREDORCH'.
       01 CREDORCH-COMMAREA.
          COPY CREDORCH.

       01 WS-CUSTSUM-PGM                PIC X(8) VALUE 'CUSTSUM'.
       01 CUSTSUM-COMMAREA.
          COPY CUSTSUM.

      *    The number allocator for the loan account.
       01 WS-NEWACCNO-PGM               PIC X(8) VALUE 'NEWACCNO'.
       01 WS-NEWACCNO-PARMS.
          COPY NEWACCNO.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
          COPY POSTCTL.

       01 WS-ACCJRNL-PGM                PIC X(8) VALUE 'ACCJRNL'.
       01 WS-ACCJRNL-PARMS.
          COPY ACCJRNL.

      * Declare the CURSOR for the applications to work: new ones
      * to decide and underwriter approvals to book, oldest first.
      * Held across the syncpoint each application takes.
           EXEC SQL DECLARE APPL-CURSOR CURSOR WITH HOLD FOR
              SELECT LAPP_ID,
                     LAPP_CUST_NO,
                     LAPP_SORTCODE,
                     LAPP_AMOUNT,
                     LAPP_TERM_MONTHS,
                     LAPP_PAY_SORTCODE,
                     LAPP_PAY_NUMBER,
                     LAPP_STATUS,
                     COALESCE(LAPP_REASONS, ' '),
                     COALESCE(LAPP_CREDIT_SCORE, 0),
                     COALESCE(LAPP_RATE, 0)
                     FROM LOAN_APPLICATION
                     WHERE LAPP_STATUS IN ('N', 'V')
                     ORDER BY LAPP_ID
                     FOR FETCH ONLY
           END-EXEC.

       01  NUMBER-OF-APPLICATIONS-READ  PIC 9(8) VALUE 0.
       01  NUMBER-OF-APPROVED           PIC 9(8) VALUE 0.
       01  NUMBER-OF-REFERRED           PIC 9(8) VALUE 0.
       01  NUMBER-OF-DECLINED           PIC 9(8) VALUE 0.
       01  NUMBER-OF-LOANS-BOOKED       PIC 9(8) VALUE 0.
       01  NUMBER-OF-BOOKINGS-FAILED    PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 WS-DUMMY                   PIC S9(8).

       PROCEDURE DIVISION.
       PREMIERE SECTION.
       A010.

           EXEC SQL
              SELECT CURRENT TIMESTAMP, CHAR(CURRENT DATE, ISO)
              INTO   :HV-CURR-TIMESTAMP, :HV-TODAY
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT TIMESTAMP IN PGM '
                      'LOANDEC. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-CURR-TIMESTAMP(12:2) TO HV-POST-TIME(1:2).
           MOVE HV-CURR-TIMESTAMP(15:2) TO HV-POST-TIME(3:2).
           MOVE HV-CURR-TIMESTAMP(18:2) TO HV-POST-TIME(5:2).

           EXEC SQL OPEN
              APPL-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO OPEN APPL-CURSOR IN PGM LOANDEC.'
              DISPLAY 'The SQLCODE returned is ' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM WORK-ONE-APPLICATION UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
                APPL-CURSOR
           END-EXEC.

           EXEC CICS SYNCPOINT
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

           DISPLAY 'LOANDEC worked ' NUMBER-OF-APPLICATIONS-READ
                   ' application(s): approved ' NUMBER-OF-APPROVED
                   ', referred ' NUMBER-OF-REFERRED
                   ', declined ' NUMBER-OF-DECLINED
                   '; booked ' NUMBER-OF-LOANS-BOOKED
                   ' loan(s), ' NUMBER-OF-BOOKINGS-FAILED
                   ' booking(s) failed and left for the next run.'.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    One application: a new one is decided and, approved,
      *    booked; an underwriter's approval is booked.  Each
      *    application is its own unit of work.
      *
       WORK-ONE-APPLICATION SECTION.
       WOA010.

           EXEC SQL FETCH FROM APPL-CURSOR
              INTO :HV-LAPP-ID,
                   :HV-LAPP-CUST-NO,
                   :HV-LAPP-SORTCODE,
                   :HV-LAPP-AMOUNT,
                   :HV-LAPP-TERM-MONTHS,
                   :HV-LAPP-PAY-SORTCODE,
                   :HV-LAPP-PAY-NUMBER,
                   :HV-LAPP-STATUS,
                   :HV-LAPP-REASONS,
                   :HV-LAPP-CREDIT-SCORE,
                   :HV-LAPP-RATE
           END-EXEC.

           IF SQLCODE = +100
              MOVE 'Y' TO WS-EOF
              GO TO WOA999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'Failure when attempting to FETCH from the'
                 ' DB2 CURSOR APPL-CURSOR. With SQL code='
                 WS-SQLCODE-DISPLAY
              MOVE 'Y' TO WS-EOF
              GO TO WOA999
           END-IF.

           ADD 1 TO NUMBER-OF-APPLICATIONS-READ.

           IF HV-LAPP-STATUS = 'V'
              PERFORM PRICE-UNDERWRITTEN-LOAN
              PERFORM BOOK-APPROVED-LOAN
              GO TO WOA900
           END-IF.

           PERFORM DECIDE-APPLICATION.

           IF HV-LAPP-STATUS = 'A'
              PERFORM BOOK-APPROVED-LOAN
           END-IF.

       WOA900.
           IF WS-BOOK-FAILED NOT = 'Y'
              EXEC CICS SYNCPOINT
                    RESP(WS-CICS-RESP)
                    RESP2(WS-CICS-RESP2)
              END-EXEC
           END-IF.

       WOA999.
           EXIT.

      *
      *    The decision: score, relationship and affordability are
      *    gathered, each adding its reason codes, then the score's
      *    band in the rule table is applied.  Everything the
      *    decision used is kept on the application.
      *
       DECIDE-APPLICATION SECTION.
       DA010.

           MOVE 'N'    TO WS-HAS-DECLINE.
           MOVE 'N'    TO WS-HAS-REFER.
           MOVE 'N'    TO WS-BOOK-FAILED.
           MOVE SPACES TO HV-LAPP-REASONS.
           MOVE 1      TO WS-REASON-SUB.
           MOVE 0      TO HV-LAPP-RATE.
           MOVE 0      TO HV-LAPP-LTI.

           PERFORM GET-CREDIT-SCORE.
           PERFORM GET-RELATIONSHIP-POSITION.
           PERFORM GET-AFFORDABILITY.
           PERFORM APPLY-LENDING-RULES.

           EVALUATE TRUE
              WHEN WS-HAS-DECLINE = 'Y'
                 MOVE 'D' TO HV-LAPP-STATUS
                 ADD 1 TO NUMBER-OF-DECLINED
              WHEN WS-HAS-REFER = 'Y'
                 MOVE 'R' TO HV-LAPP-STATUS
                 ADD 1 TO NUMBER-OF-REFERRED
              WHEN OTHER
                 MOVE 'A' TO HV-LAPP-STATUS
                 ADD 1 TO NUMBER-OF-APPROVED
           END-EVALUATE.

      *
      *    An approval is recorded 'V' here and becomes 'A' only
      *    when the booking that follows opens the loan, so an
      *    approval whose booking fails is booked by the next run.
      *
           IF HV-LAPP-STATUS = 'A'
              MOVE 'V' TO HV-LAPP-STATUS
           END-IF.

           EXEC SQL
                UPDATE LOAN_APPLICATION
                SET    LAPP_STATUS         = :HV-LAPP-STATUS,
                       LAPP_DECISION_DATE  = :HV-TODAY,
                       LAPP_DECIDED_BY     = 'LOANDEC',
                       LAPP_REASONS        = :HV-LAPP-REASONS,
                       LAPP_CREDIT_SCORE   = :HV-LAPP-CREDIT-SCORE,
                       LAPP_MONTHLY_INCOME = :HV-LAPP-MONTHLY-INCOME,
                       LAPP_REL_POSITION   = :HV-LAPP-REL-POSITION,
                       LAPP_LTI            = :HV-LAPP-LTI,
                       LAPP_RATE           = :HV-LAPP-RATE
                WHERE  LAPP_ID     = :HV-LAPP-ID
                AND    LAPP_STATUS = 'N'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANDEC unable to record the decision on '
                      'application ' HV-LAPP-ID
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM BACK-OUT-APPLICATION
              GO TO DA999
           END-IF.

           EXEC CICS SYNCPOINT
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF HV-LAPP-STATUS = 'V'
              MOVE 'A' TO HV-LAPP-STATUS
           END-IF.

       DA999.
           EXIT.

      *
      *    The stored score while it is fresh; otherwise CREDORCH
      *    re-aggregates the agencies (and stores the new score).
      *    No score at all refers the application.
      *
       GET-CREDIT-SCORE SECTION.
       GCS010.

           MOVE 'N' TO WS-SCORE-FOUND.
           MOVE 0   TO HV-LAPP-CREDIT-SCORE.

           EXEC SQL
              SELECT CREDIT_SCORE
              INTO   :HV-LAPP-CREDIT-SCORE
              FROM   CREDIT_SCORE
              WHERE  CUST_NO  = :HV-LAPP-CUST-NO
              AND    HIST_ROW = 'N'
              AND    SCORE_TS > CURRENT TIMESTAMP
                                   - :WS-RESCORE-AGE-DAYS DAYS
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'Y' TO WS-SCORE-FOUND
              GO TO GCS999
           END-IF.

           INITIALIZE CREDORCH-COMMAREA.
           MOVE HV-LAPP-CUST-NO TO CDOR-CUST-NO.

           EXEC CICS LINK
              PROGRAM(WS-CREDORCH-PGM)
              COMMAREA(CREDORCH-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
              SYNCONRETURN
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
              AND CDOR-RETURN-CD = 0
              AND CDOR-CREDIT-SCORE IS NUMERIC
              MOVE CDOR-CREDIT-SCORE TO HV-LAPP-CREDIT-SCORE
              MOVE 'Y' TO WS-SCORE-FOUND
           ELSE
              DISPLAY 'LOANDEC no credit score for customer '
                      HV-LAPP-CUST-NO ' return code=' CDOR-RETURN-CD
              MOVE 'NS' TO WS-NEW-REASON
              PERFORM ADD-REFER-REASON
           END-IF.

       GCS999.
           EXIT.

      *
      *    The customer's whole position through CUSTSUM: overdrawn
      *    across the relationship refers, as does any of the
      *    customer's loans being in arrears.
      *
       GET-RELATIONSHIP-POSITION SECTION.
       GRP010.

           MOVE 0 TO HV-LAPP-REL-POSITION.

           INITIALIZE CUSTSUM-COMMAREA.
           MOVE HV-LAPP-CUST-NO TO CSM-CUST-NO.

           EXEC CICS LINK
              PROGRAM(WS-CUSTSUM-PGM)
              COMMAREA(CUSTSUM-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR CSM-RETURN-CD NOT = 0
              DISPLAY 'LOANDEC no relationship position for customer '
                      HV-LAPP-CUST-NO ' return code=' CSM-RETURN-CD
              MOVE 'RP' TO WS-NEW-REASON
              PERFORM ADD-REFER-REASON
           ELSE
              MOVE CSM-TOTAL-POSITION TO HV-LAPP-REL-POSITION
              IF HV-LAPP-REL-POSITION < 0
                 MOVE 'RP' TO WS-NEW-REASON
                 PERFORM ADD-REFER-REASON
              END-IF
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-ARREARS-COUNT
              FROM   LOAN_TERMS T, ACCOUNT A
              WHERE  A.ACCOUNT_SORTCODE        = T.LTRM_SORTCODE
              AND    A.ACCOUNT_NUMBER          = T.LTRM_NUMBER
              AND    A.ACCOUNT_CUSTOMER_NUMBER = :HV-LAPP-CUST-NO
              AND    T.LTRM_STATUS             = 'A'
              AND    T.LTRM_ARREARS_BUCKET     > 0
           END-EXEC.

           IF SQLCODE = 0 AND HV-ARREARS-COUNT > 0
              MOVE 'AR' TO WS-NEW-REASON
              PERFORM ADD-REFER-REASON
           END-IF.

       GRP999.
           EXIT.

      *
      *    Average monthly inbound credits across every account the
      *    customer holds over the affordability window.  A
      *    transfer in from another of the customer's own accounts
      *    is not income and is left out.  Nothing coming in refers
      *    the application - there is no income to lend against.
      *
       GET-AFFORDABILITY SECTION.
       GAF010.

           MOVE 0 TO HV-LAPP-MONTHLY-INCOME.

           EXEC SQL
              SELECT COALESCE(SUM(P.PROCTRAN_AMOUNT), 0)
              INTO   :HV-INBOUND-TOTAL
              FROM   PROCTRAN P, ACCOUNT A
              WHERE  P.PROCTRAN_SORTCODE       = A.ACCOUNT_SORTCODE
              AND    P.PROCTRAN_NUMBER         = A.ACCOUNT_NUMBER
              AND    A.ACCOUNT_CUSTOMER_NUMBER = :HV-LAPP-CUST-NO
              AND    P.PROCTRAN_AMOUNT         > 0
              AND    P.PROCTRAN_DATE >= CURRENT DATE
                                         - :WS-AFFORD-MONTHS MONTHS
              AND    P.PROCTRAN_DATE <  CURRENT DATE
              AND    NOT ( P.PROCTRAN_TYPE = 'TFR'
                       AND EXISTS
                           ( SELECT 1 FROM ACCOUNT O
                             WHERE O.ACCOUNT_NUMBER =
                                      P.PROCTRAN_COUNTER_ACC_NO
                             AND   O.ACCOUNT_CUSTOMER_NUMBER =
                                      :HV-LAPP-CUST-NO ) )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANDEC unable to total inbound credits for '
                      'customer ' HV-LAPP-CUST-NO
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 0 TO HV-INBOUND-TOTAL
           END-IF.

           COMPUTE HV-LAPP-MONTHLY-INCOME ROUNDED =
              HV-INBOUND-TOTAL / WS-AFFORD-MONTHS.

           IF HV-LAPP-MONTHLY-INCOME <= 0
              MOVE 0    TO HV-LAPP-MONTHLY-INCOME
              MOVE 'NI' TO WS-NEW-REASON
              PERFORM ADD-REFER-REASON
              GO TO GAF999
           END-IF.

           COMPUTE WS-LTI-WORK ROUNDED =
              HV-LAPP-AMOUNT / (HV-LAPP-MONTHLY-INCOME * 12).

           IF WS-LTI-WORK > 99999.99
              MOVE 99999.99 TO HV-LAPP-LTI
           ELSE
              MOVE WS-LTI-WORK TO HV-LAPP-LTI
           END-IF.

       GAF999.
           EXIT.

      *
      *    The score's band: its own verdict first, then - on an
      *    approving or referring band - the band's loan-to-income
      *    and term limits, either of which declines.  The band's
      *    rate prices the loan.
      *
       APPLY-LENDING-RULES SECTION.
       ALR010.

           IF WS-SCORE-FOUND NOT = 'Y'
              GO TO ALR999
           END-IF.

           EXEC SQL
              SELECT LRUL_DECISION,
                     LRUL_MAX_LTI,
                     LRUL_MAX_TERM,
                     LRUL_RATE
              INTO   :HV-LRUL-DECISION,
                     :HV-LRUL-MAX-LTI,
                     :HV-LRUL-MAX-TERM,
                     :HV-LRUL-RATE
              FROM   LOAN_RULE
              WHERE  LRUL_SCORE_LOW  <= :HV-LAPP-CREDIT-SCORE
              AND    LRUL_SCORE_HIGH >= :HV-LAPP-CREDIT-SCORE
              ORDER BY LRUL_SCORE_LOW DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'NB' TO WS-NEW-REASON
              PERFORM ADD-REFER-REASON
              GO TO ALR999
           END-IF.

           MOVE HV-LRUL-RATE TO HV-LAPP-RATE.

           EVALUATE HV-LRUL-DECISION
              WHEN 'D'
                 MOVE 'SD' TO WS-NEW-REASON
                 PERFORM ADD-DECLINE-REASON
                 GO TO ALR999
              WHEN 'R'
                 MOVE 'SR' TO WS-NEW-REASON
                 PERFORM ADD-REFER-REASON
           END-EVALUATE.

           IF HV-LAPP-MONTHLY-INCOME > 0
              AND HV-LAPP-LTI > HV-LRUL-MAX-LTI
              MOVE 'LT' TO WS-NEW-REASON
              PERFORM ADD-DECLINE-REASON
           END-IF.

           IF HV-LAPP-TERM-MONTHS > HV-LRUL-MAX-TERM
              MOVE 'TM' TO WS-NEW-REASON
              PERFORM ADD-DECLINE-REASON
           END-IF.

       ALR999.
           EXIT.

       ADD-DECLINE-REASON SECTION.
       ADR010.

           MOVE 'Y' TO WS-HAS-DECLINE.
           PERFORM ADD-REASON-CODE.

       ADR999.
           EXIT.

       ADD-REFER-REASON SECTION.
       ARR010.

           MOVE 'Y' TO WS-HAS-REFER.
           PERFORM ADD-REASON-CODE.

       ARR999.
           EXIT.

       ADD-REASON-CODE SECTION.
       ARC010.

           IF WS-REASON-SUB < 12
              MOVE WS-NEW-REASON TO HV-LAPP-REASONS(WS-REASON-SUB:2)
              ADD 2 TO WS-REASON-SUB
           END-IF.

       ARC999.
           EXIT.

      *
      *    An underwriter's approval is booked at the rate its band
      *    priced it at when it was referred.  One referred for
      *    want of a score or a band has no rate; it is priced at
      *    the lowest band's - the dearest the desk lends at.
      *
       PRICE-UNDERWRITTEN-LOAN SECTION.
       PUL010.

           MOVE 'N' TO WS-BOOK-FAILED.

           IF HV-LAPP-RATE > 0
              GO TO PUL999
           END-IF.

           EXEC SQL
              SELECT LRUL_RATE
              INTO   :HV-LAPP-RATE :HV-RATE-IND
              FROM   LOAN_RULE
              ORDER BY LRUL_SCORE_LOW
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-RATE-IND < 0
              MOVE 0 TO HV-LAPP-RATE
           END-IF.

       PUL999.
           EXIT.

      *
      *    Book the loan: a new LOAN account for the customer at the
      *    booking branch, at the priced rate; the principal drawn
      *    down from it to the nominated account as a 'TFR' pair,
      *    so the loan account carries the debt as a debit balance
      *    and LOANCOLL's principal credits pay it down; and the
      *    application marked 'A' with the loan's key, which is what
      *    LOANSCHD builds the repayment schedule from.  A failure
      *    backs the booking out and leaves the approval for the
      *    next run.
      *
       BOOK-APPROVED-LOAN SECTION.
       BAL010.

           MOVE 'N' TO WS-BOOK-FAILED.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-PAY-COUNT
              FROM   ACCOUNT
              WHERE  ACCOUNT_SORTCODE = :HV-LAPP-PAY-SORTCODE
              AND    ACCOUNT_NUMBER   = :HV-LAPP-PAY-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANDEC unable to check nominated account '
                      'for application ' HV-LAPP-ID
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM BACK-OUT-APPLICATION
              GO TO BAL999
           END-IF.

           IF HV-PAY-COUNT = 0
              PERFORM REFER-NOMINATED-ACCOUNT
              GO TO BAL999
           END-IF.

           INITIALIZE WS-NEWACCNO-PARMS.
           SET NEWACCNO-FUNCTION-GETNEW TO TRUE.

           CALL WS-NEWACCNO-PGM USING WS-NEWACCNO-PARMS.

           IF NEWACCNO-SUCCESS NOT = 'Y'
              DISPLAY 'LOANDEC unable to issue a loan account number '
                      'for application ' HV-LAPP-ID
                      ', fail code=' NEWACCNO-FAIL-CODE
              PERFORM BACK-OUT-APPLICATION
              GO TO BAL999
           END-IF.

           MOVE HV-LAPP-SORTCODE TO HV-LAPP-LOAN-SORTCODE.
           MOVE '0'              TO HV-LAPP-LOAN-NUMBER(1:1).
           MOVE ACCOUNT-NUMBER OF WS-NEWACCNO-PARMS
              TO HV-LAPP-LOAN-NUMBER(2:8).

           EXEC SQL
                INSERT INTO ACCOUNT
                (
                  ACCOUNT_EYECATCHER        ,
                  ACCOUNT_CUSTOMER_NUMBER   ,
                  ACCOUNT_SORTCODE          ,
                  ACCOUNT_NUMBER            ,
                  ACCOUNT_TYPE              ,
                  ACCOUNT_INTEREST_RATE     ,
                  ACCOUNT_OPENED            ,
                  ACCOUNT_OVERDRAFT_LIMIT   ,
                  ACCOUNT_LAST_STATEMENT    ,
                  ACCOUNT_NEXT_STATEMENT    ,
                  ACCOUNT_AVAILABLE_BALANCE ,
                  ACCOUNT_ACTUAL_BALANCE    ,
                  ACCOUNT_CURRENCY_CD
                )
                VALUES
                (
                  'ACCT'                  ,
                  :HV-LAPP-CUST-NO        ,
                  :HV-LAPP-LOAN-SORTCODE  ,
                  :HV-LAPP-LOAN-NUMBER    ,
                  :WS-LOAN-ACCT-TYPE      ,
                  :HV-LAPP-RATE           ,
                  :HV-TODAY               ,
                  0                       ,
                  :HV-TODAY               ,
                  CURRENT DATE + 1 MONTH  ,
                  0                       ,
                  0                       ,
                  :WS-BASE-CURRENCY
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANDEC unable to open loan ACCOUNT '
                 HV-LAPP-LOAN-SORTCODE '/' HV-LAPP-LOAN-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM BACK-OUT-APPLICATION
              GO TO BAL999
           END-IF.

           MOVE HV-LAPP-LOAN-SORTCODE TO AJR-SORTCODE.
           MOVE HV-LAPP-LOAN-NUMBER   TO AJR-NUMBER.
           MOVE SPACES                TO AJR-CHANGED-BY.
           MOVE 'LOAN ORIGINATION'    TO AJR-REASON.
           MOVE 'O'                   TO AJR-REQUEST.
           PERFORM JOURNAL-ACCOUNT-CHANGE.
           IF WS-BOOK-FAILED = 'Y'
              GO TO BAL999
           END-IF.

           MOVE SPACES TO HV-POST-DESC.
           STRING 'LOAN DRAWDOWN ' DELIMITED BY SIZE,
                  HV-LAPP-LOAN-NUMBER DELIMITED BY SIZE
                  INTO HV-POST-DESC
           END-STRING.

      *
      *    Leg 1: the principal off the new loan account.
      *
           COMPUTE HV-POST-AMOUNT = 0 - HV-LAPP-AMOUNT.
           MOVE HV-LAPP-LOAN-SORTCODE TO HV-POST-SORTCODE.
           MOVE HV-LAPP-LOAN-NUMBER   TO HV-POST-NUMBER.
           MOVE HV-LAPP-PAY-NUMBER    TO HV-POST-COUNTER.
           PERFORM POST-ONE-LEG.
           IF WS-BOOK-FAILED = 'Y'
              GO TO BAL999
           END-IF.

      *
      *    Leg 2: the principal onto the nominated account.
      *
           MOVE HV-LAPP-AMOUNT        TO HV-POST-AMOUNT.
           MOVE HV-LAPP-PAY-SORTCODE  TO HV-POST-SORTCODE.
           MOVE HV-LAPP-PAY-NUMBER    TO HV-POST-NUMBER.
           MOVE HV-LAPP-LOAN-NUMBER   TO HV-POST-COUNTER.
           PERFORM POST-ONE-LEG.
           IF WS-BOOK-FAILED = 'Y'
              GO TO BAL999
           END-IF.

           EXEC SQL
                UPDATE LOAN_APPLICATION
                SET    LAPP_STATUS        = 'A',
                       LAPP_RATE          = :HV-LAPP-RATE,
                       LAPP_LOAN_SORTCODE = :HV-LAPP-LOAN-SORTCODE,
                       LAPP_LOAN_NUMBER   = :HV-LAPP-LOAN-NUMBER
                WHERE  LAPP_ID     = :HV-LAPP-ID
                AND    LAPP_STATUS = 'V'
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANDEC unable to mark application '
                      HV-LAPP-ID ' booked, SQLCODE='
                      WS-SQLCODE-DISPLAY
              PERFORM BACK-OUT-APPLICATION
              GO TO BAL999
           END-IF.

           ADD 1 TO NUMBER-OF-LOANS-BOOKED.

       BAL999.
           EXIT.

      *
      *    The nominated account has closed since the application
      *    was taken: there is nowhere to draw the loan down to, so
      *    it goes back to the underwriters.
      *
       REFER-NOMINATED-ACCOUNT SECTION.
       RNA010.

           DISPLAY 'LOANDEC nominated account '
                   HV-LAPP-PAY-SORTCODE '/' HV-LAPP-PAY-NUMBER
                   ' for application ' HV-LAPP-ID
                   ' is not on file - referred'.

           MOVE 1 TO WS-REASON-SUB.
           PERFORM FIND-FREE-REASON-SLOT
              UNTIL WS-REASON-SUB > 11
                 OR HV-LAPP-REASONS(WS-REASON-SUB:2) = SPACES.
           MOVE 'NA' TO WS-NEW-REASON.
           PERFORM ADD-REASON-CODE.

           EXEC SQL
                UPDATE LOAN_APPLICATION
                SET    LAPP_STATUS  = 'R',
                       LAPP_REASONS = :HV-LAPP-REASONS
                WHERE  LAPP_ID     = :HV-LAPP-ID
                AND    LAPP_STATUS = 'V'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANDEC unable to refer application '
                      HV-LAPP-ID ' SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM BACK-OUT-APPLICATION
              GO TO RNA999
           END-IF.

           ADD 1 TO NUMBER-OF-REFERRED.

       RNA999.
           EXIT.

       FIND-FREE-REASON-SLOT SECTION.
       FFR010.

           ADD 2 TO WS-REASON-SUB.

       FFR999.
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
                  :HV-POST-AMOUNT         ,
                  0                       ,
                  :HV-POST-COUNTER
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANDEC unable to post a drawdown leg for '
                      'application ' HV-LAPP-ID
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM BACK-OUT-APPLICATION
              GO TO POL999
           END-IF.

           MOVE 'TFR'          TO PCT-TYPE.
           MOVE HV-POST-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.
           IF WS-BOOK-FAILED = 'Y'
              GO TO POL999
           END-IF.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
                          ACCOUNT_ACTUAL_BALANCE + :HV-POST-AMOUNT,
                       ACCOUNT_AVAILABLE_BALANCE =
                          ACCOUNT_AVAILABLE_BALANCE + :HV-POST-AMOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-POST-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-POST-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANDEC unable to move a balance for '
                      'application ' HV-LAPP-ID
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM BACK-OUT-APPLICATION
           END-IF.

       POL999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'LOANDEC'  TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANDEC unable to claim a ledger posting, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM BACK-OUT-APPLICATION
           END-IF.

       RPC999.
           EXIT.

      *
      *    The loan account opened goes on the account master change
      *    journal with its opening, in the booking's unit of work.
      *
       JOURNAL-ACCOUNT-CHANGE SECTION.
       JAC010.

           MOVE 'LOANDEC' TO AJR-PROGRAM.

           CALL WS-ACCJRNL-PGM USING WS-ACCJRNL-PARMS.

           IF AJR-RETURN-CD NOT = 0
              MOVE AJR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANDEC unable to journal the change to '
                 'ACCOUNT ' AJR-SORTCODE '/' AJR-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM BACK-OUT-APPLICATION
           END-IF.

       JAC999.
           EXIT.

      *
      *    Roll the application's unit of work back: a new number
      *    NEWACCNO issued goes unused, and the application stays as
      *    the last syncpoint left it for the next run.
      *
       BACK-OUT-APPLICATION SECTION.
       BOA010.

           EXEC CICS SYNCPOINT ROLLBACK
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-BOOK-FAILED NOT = 'Y'
              ADD 1 TO NUMBER-OF-BOOKINGS-FAILED
           END-IF.
           MOVE 'Y' TO WS-BOOK-FAILED.

       BOA999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           EXEC CICS RETURN
           END-EXEC.

           GOBACK.

       PD999.
           EXIT.
