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
      *    Loan settlement service.  Quotes what it takes to clear a
      *    loan on a given date - the outstanding principal, the
      *    interest to that date (installments already due in full,
      *    and day-count interest on the rest since the last due
      *    date), any fees the loan account carries and the early
      *    repayment charge on the principal repaid ahead of
      *    schedule.  Takes an overpayment off the principal from
      *    the nominated account and recasts the schedule rows
      *    still to fall due, reducing the installment or shortening
      *    the term as the customer chooses; and settles a loan in
      *    full.  Every recast journals the rows it replaces to
      *    LOAN_SCHED_HIST under a LOAN_RECAST row, so the schedule
      *    as it stood before can still be shown.  Postings are
      *    'TFR' legs between the nominated and loan accounts, as
      *    LOANCOLL posts an installment, with the interest and the
      *    charge to the interest income account.
      *    Commarea-driven, the same channel shape as the other
      *    APIs.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSETL.

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

      * Get the LOAN_TERMS/LOAN_SCHEDULE DB2 copybook
           EXEC SQL
              INCLUDE LOANDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       COPY SORTCODE.

      * LOAN_TERMS host variables for the loan in hand
       01 HOST-TERMS-ROW.
          10 HV-LOAN-SORTCODE           PIC X(6).
          10 HV-LOAN-NUMBER             PIC X(9).
          10 HV-LOAN-RATE               PIC S9(2)V99 COMP-3.
          10 HV-TERM-MONTHS             PIC S9(9) USAGE COMP.
          10 HV-PAY-SORTCODE            PIC X(6).
          10 HV-PAY-NUMBER              PIC X(9).
          10 HV-START-DATE              PIC X(10).
          10 HV-TERMS-STATUS            PIC X(1).

      * The quote, as the schedule and the loan account give it
       01 HOST-QUOTE-FIGURES.
          10 HV-QUOTE-DATE              PIC X(10).
          10 HV-DUE-PRIN                PIC S9(12)V99 COMP-3.
          10 HV-DUE-INT                 PIC S9(12)V99 COMP-3.
          10 HV-FUT-PRIN                PIC S9(12)V99 COMP-3.
          10 HV-FUT-COUNT               PIC S9(9) USAGE COMP.
          10 HV-ACCRUAL-DAYS            PIC S9(9) USAGE COMP.
          10 HV-LOAN-BALANCE            PIC S9(10)V99 COMP-3.
          10 HV-FINAL-DATE              PIC X(10).
          10 HV-FINAL-DATE-IND          PIC S9(4) COMP.

      * The schedule row being written by a recast
       01 HOST-SCHEDULE-ROW.
          10 HV-PERIOD                  PIC S9(9) USAGE COMP.
          10 HV-DUE-DATE                PIC X(10).
          10 HV-INSTALLMENT             PIC S9(10)V99 COMP-3.
          10 HV-PRIN-PORTION            PIC S9(10)V99 COMP-3.
          10 HV-INT-PORTION             PIC S9(10)V99 COMP-3.

      * The LOAN_RECAST journal row
       01 HOST-RECAST-ROW.
          10 HV-RECAST-SEQ              PIC S9(9) USAGE COMP.
          10 HV-RECAST-TYPE             PIC X(1).
          10 HV-RECAST-AMOUNT           PIC S9(10)V99 COMP-3.
          10 HV-RECAST-ERC              PIC S9(8)V99 COMP-3.
          10 HV-PRIN-BEFORE             PIC S9(10)V99 COMP-3.
          10 HV-PRIN-AFTER              PIC S9(10)V99 COMP-3.
          10 HV-INST-BEFORE             PIC S9(8)V99 COMP-3.
          10 HV-INST-AFTER              PIC S9(8)V99 COMP-3.
          10 HV-TERM-AFTER              PIC S9(9) USAGE COMP.
          10 HV-RECAST-USER             PIC X(8).

       01 HV-FIRST-PERIOD               PIC S9(9) COMP.
       01 HV-FIRST-PERIOD-IND           PIC S9(4) COMP.
       01 HV-PAY-AVAIL-BAL              PIC S9(10)V99 COMP-3.
       01 HV-PAY-OVERDRAFT-LIM          PIC S9(9) COMP.
       01 HV-QUOTE-AHEAD                PIC S9(9) COMP.
       01 HV-CURR-TIMESTAMP             PIC X(26).
       01 HV-TODAY                      PIC X(10).
       01 HV-POST-TIME                  PIC X(6).
       01 HV-POST-SORTCODE              PIC X(6).
       01 HV-POST-NUMBER                PIC X(9).
       01 HV-POST-COUNTER               PIC X(9).
       01 HV-POST-TYPE                  PIC X(3).
       01 HV-POST-DESC                  PIC X(40).
       01 HV-POST-AMOUNT                PIC S9(10)V99 COMP-3.
       01 HV-INCOME-SORTCODE            PIC X(6).

      *    The interest income account, in the reserved range
      *    alongside the other internal accounts - LOANCOLL's.
       01 WS-INCOME-ACCOUNT             PIC X(9) VALUE '099999994'.

      *    How far ahead a settlement quote may be dated.
       01 WS-MAX-QUOTE-DAYS             PIC 9(3) VALUE 30.

      *    The early repayment charge, as a percentage of the
      *    principal repaid ahead of schedule: the higher rate while
      *    more than a year of the schedule is left to run.
       01 WS-ERC-HIGH-MONTHS            PIC 9(3) VALUE 12.
       01 WS-ERC-RATE-HIGH              PIC 9V99 VALUE 1.00.
       01 WS-ERC-RATE-LOW               PIC 9V99 VALUE 0.50.

      *    The figures a request works with.
       01 WS-QUOTE-AREA.
          03 WS-QUOTE-PRINCIPAL         PIC S9(10)V99 COMP-3.
          03 WS-QUOTE-INTEREST          PIC S9(10)V99 COMP-3.
          03 WS-QUOTE-FEES              PIC S9(10)V99 COMP-3.
          03 WS-QUOTE-ERC               PIC S9(10)V99 COMP-3.
          03 WS-QUOTE-TOTAL             PIC S9(10)V99 COMP-3.
          03 WS-ERC-RATE                PIC 9V99.
          03 WS-ACCRUED-INTEREST        PIC S9(10)V9(4) COMP-3.

      *    Annuity working values, carried to more decimals than the
      *    money so the level installment comes out right (as
      *    LOANSCHD works them).
       01 WS-MONTHLY-RATE               PIC S9(3)V9(9) COMP-3.
       01 WS-GROWTH-FACTOR              PIC S9(7)V9(9) COMP-3.
       01 WS-REMAINING-BALANCE          PIC S9(12)V9(4) COMP-3.
       01 WS-INTEREST-WORK              PIC S9(12)V9(4) COMP-3.
       01 WS-LAST-PERIOD                PIC S9(9) COMP.
       01 WS-RECAST-ROWS                PIC S9(9) COMP.
       01 WS-FINAL-ROW                  PIC X(1).

       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP               PIC S9(8) COMP VALUE 0.
          03 WS-CICS-RESP2              PIC S9(8) COMP VALUE 0.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
          COPY POSTCTL.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY LOANSETL.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.

           MOVE 0      TO LST-RETURN-CD.
           MOVE SPACES TO LST-ERROR-MSG.
           MOVE SORTCODE TO HV-INCOME-SORTCODE.

           EXEC SQL
              SELECT CURRENT TIMESTAMP, CHAR(CURRENT DATE, ISO)
              INTO   :HV-CURR-TIMESTAMP, :HV-TODAY
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE HV-CURR-TIMESTAMP(12:2) TO HV-POST-TIME(1:2).
           MOVE HV-CURR-TIMESTAMP(15:2) TO HV-POST-TIME(3:2).
           MOVE HV-CURR-TIMESTAMP(18:2) TO HV-POST-TIME(5:2).

           EVALUATE LST-REQ
              WHEN 'Q'
                 PERFORM FIND-LOAN
                 PERFORM CHECK-QUOTE-DATE
                 PERFORM QUOTE-SETTLEMENT
                 PERFORM RETURN-QUOTE
              WHEN 'O'
                 PERFORM FIND-LOAN
                 PERFORM OVERPAY-LOAN
              WHEN 'S'
                 PERFORM FIND-LOAN
                 PERFORM SETTLE-LOAN
              WHEN OTHER
                 MOVE  8  TO LST-RETURN-CD
                 MOVE  'INVALID REQUEST, VALID VALUES - Q,O,S'
                          TO LST-ERROR-MSG
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       A999.
           EXIT.

      *
      *    The loan must be on LOAN_TERMS and still active.
      *
       FIND-LOAN SECTION.
       FL010.

           IF LST-SORTCODE = SPACES OR LST-ACCOUNT-NO = SPACES
              MOVE  9  TO LST-RETURN-CD
              MOVE  'LOAN ACCOUNT MISSING IN REQUEST'
                       TO LST-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE LST-SORTCODE   TO HV-LOAN-SORTCODE.
           MOVE '0'            TO HV-LOAN-NUMBER(1:1).
           MOVE LST-ACCOUNT-NO TO HV-LOAN-NUMBER(2:8).

           EXEC SQL
              SELECT LTRM_RATE,
                     LTRM_TERM_MONTHS,
                     LTRM_PAY_SORTCODE,
                     LTRM_PAY_NUMBER,
                     CHAR(LTRM_START_DATE, ISO),
                     LTRM_STATUS
              INTO   :HV-LOAN-RATE,
                     :HV-TERM-MONTHS,
                     :HV-PAY-SORTCODE,
                     :HV-PAY-NUMBER,
                     :HV-START-DATE,
                     :HV-TERMS-STATUS
              FROM   LOAN_TERMS
              WHERE  LTRM_SORTCODE = :HV-LOAN-SORTCODE
              AND    LTRM_NUMBER   = :HV-LOAN-NUMBER
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE  12  TO LST-RETURN-CD
                 MOVE  'LOAN NOT FOUND'
                             TO LST-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
              WHEN OTHER
                 MOVE SQLCODE  TO LST-RETURN-CD
                 MOVE 'DATABASE ERROR - WHEN SELECT FROM LOAN_TERMS'
                      TO LST-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
           END-EVALUATE.

           IF HV-TERMS-STATUS NOT = 'A'
              MOVE  12  TO LST-RETURN-CD
              MOVE  'LOAN IS NOT ACTIVE'
                          TO LST-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE HV-TODAY TO HV-QUOTE-DATE.

       FL999.
           EXIT.

      *
      *    A quote may be dated today (spaces) or up to the quote
      *    window ahead.
      *
       CHECK-QUOTE-DATE SECTION.
       CQD010.

           IF LST-QUOTE-DATE = SPACES
              GO TO CQD999
           END-IF.

           MOVE LST-QUOTE-DATE TO HV-QUOTE-DATE.

           EXEC SQL
              SELECT DAYS(DATE(:HV-QUOTE-DATE)) - DAYS(CURRENT DATE)
              INTO   :HV-QUOTE-AHEAD
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE  11  TO LST-RETURN-CD
              MOVE  'QUOTE DATE IS NOT A VALID DATE (YYYY-MM-DD)'
                          TO LST-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF HV-QUOTE-AHEAD < 0
              OR HV-QUOTE-AHEAD > WS-MAX-QUOTE-DAYS
              MOVE  11  TO LST-RETURN-CD
              MOVE  'QUOTE DATE MUST BE TODAY TO 30 DAYS AHEAD'
                          TO LST-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       CQD999.
           EXIT.

      *
      *    The amount to clear the loan on HV-QUOTE-DATE:
      *      - installments due by then and unpaid, in full;
      *      - the principal of those still to fall due, with
      *        interest on it from the last due date (or the start
      *        of the loan) to the quote date, actual/365;
      *      - whatever else the loan account owes beyond the
      *        scheduled principal (arrears fees);
      *      - the early repayment charge on the principal repaid
      *        ahead of schedule.
      *
       QUOTE-SETTLEMENT SECTION.
       QS010.

           EXEC SQL
              SELECT COALESCE(SUM(LSCH_PRINCIPAL), 0),
                     COALESCE(SUM(LSCH_INTEREST), 0)
              INTO   :HV-DUE-PRIN,
                     :HV-DUE-INT
              FROM   LOAN_SCHEDULE
              WHERE  LSCH_SORTCODE = :HV-LOAN-SORTCODE
              AND    LSCH_NUMBER   = :HV-LOAN-NUMBER
              AND    LSCH_STATUS IN ('D', 'O')
              AND    LSCH_DUE_DATE <= :HV-QUOTE-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LST-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT FROM LOAN_SCHEDULE'
                   TO LST-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           EXEC SQL
              SELECT COALESCE(SUM(LSCH_PRINCIPAL), 0),
                     COUNT(*)
              INTO   :HV-FUT-PRIN,
                     :HV-FUT-COUNT
              FROM   LOAN_SCHEDULE
              WHERE  LSCH_SORTCODE = :HV-LOAN-SORTCODE
              AND    LSCH_NUMBER   = :HV-LOAN-NUMBER
              AND    LSCH_STATUS IN ('D', 'O')
              AND    LSCH_DUE_DATE > :HV-QUOTE-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LST-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT FROM LOAN_SCHEDULE'
                   TO LST-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           EXEC SQL
              SELECT DAYS(DATE(:HV-QUOTE-DATE))
                     - DAYS(COALESCE(MAX(LSCH_DUE_DATE),
                                     DATE(:HV-START-DATE)))
              INTO   :HV-ACCRUAL-DAYS
              FROM   LOAN_SCHEDULE
              WHERE  LSCH_SORTCODE = :HV-LOAN-SORTCODE
              AND    LSCH_NUMBER   = :HV-LOAN-NUMBER
              AND    LSCH_DUE_DATE <= :HV-QUOTE-DATE
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-ACCRUAL-DAYS < 0
              MOVE 0 TO HV-ACCRUAL-DAYS
           END-IF.

           EXEC SQL
              SELECT ACCOUNT_ACTUAL_BALANCE
              INTO   :HV-LOAN-BALANCE
              FROM   ACCOUNT
              WHERE  ACCOUNT_SORTCODE = :HV-LOAN-SORTCODE
              AND    ACCOUNT_NUMBER   = :HV-LOAN-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LST-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT FROM ACCOUNT'
                   TO LST-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           COMPUTE WS-QUOTE-PRINCIPAL = HV-DUE-PRIN + HV-FUT-PRIN.

           COMPUTE WS-ACCRUED-INTEREST =
              HV-FUT-PRIN * HV-LOAN-RATE * HV-ACCRUAL-DAYS
                 / 36500.
           COMPUTE WS-QUOTE-INTEREST ROUNDED =
              HV-DUE-INT + WS-ACCRUED-INTEREST.

           COMPUTE WS-QUOTE-FEES =
              0 - HV-LOAN-BALANCE - WS-QUOTE-PRINCIPAL.
           IF WS-QUOTE-FEES < 0
              MOVE 0 TO WS-QUOTE-FEES
           END-IF.

           PERFORM SET-ERC-RATE.
           COMPUTE WS-QUOTE-ERC ROUNDED =
              HV-FUT-PRIN * WS-ERC-RATE / 100.

           COMPUTE WS-QUOTE-TOTAL =
              WS-QUOTE-PRINCIPAL + WS-QUOTE-INTEREST
                 + WS-QUOTE-FEES + WS-QUOTE-ERC.

       QS999.
           EXIT.

       SET-ERC-RATE SECTION.
       SER010.

           IF HV-FUT-COUNT > WS-ERC-HIGH-MONTHS
              MOVE WS-ERC-RATE-HIGH TO WS-ERC-RATE
           ELSE
              MOVE WS-ERC-RATE-LOW  TO WS-ERC-RATE
           END-IF.

       SER999.
           EXIT.

       RETURN-QUOTE SECTION.
       RQ010.

           MOVE WS-QUOTE-PRINCIPAL TO LST-PRINCIPAL.
           MOVE WS-QUOTE-INTEREST  TO LST-INTEREST.
           MOVE WS-QUOTE-FEES      TO LST-FEES.
           MOVE WS-QUOTE-ERC       TO LST-ERC.
           MOVE WS-QUOTE-TOTAL     TO LST-SETTLE-AMOUNT.
           MOVE HV-QUOTE-DATE      TO LST-QUOTE-DATE.

           PERFORM RETURN-SCHEDULE-SHAPE.

       RQ999.
           EXIT.

      *
      *    The installment next due, the periods left and the last
      *    due date, as the schedule now stands.
      *
       RETURN-SCHEDULE-SHAPE SECTION.
       RSS010.

           MOVE 0      TO LST-INSTALLMENT.
           MOVE 0      TO LST-REMAINING-TERM.
           MOVE SPACES TO LST-FINAL-DATE.

           EXEC SQL
              SELECT MIN(LSCH_PERIOD),
                     COUNT(*),
                     CHAR(MAX(LSCH_DUE_DATE), ISO)
              INTO   :HV-FIRST-PERIOD :HV-FIRST-PERIOD-IND,
                     :HV-FUT-COUNT,
                     :HV-FINAL-DATE :HV-FINAL-DATE-IND
              FROM   LOAN_SCHEDULE
              WHERE  LSCH_SORTCODE = :HV-LOAN-SORTCODE
              AND    LSCH_NUMBER   = :HV-LOAN-NUMBER
              AND    LSCH_STATUS IN ('D', 'O')
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-FIRST-PERIOD-IND < 0
              GO TO RSS999
           END-IF.

           MOVE HV-FUT-COUNT  TO LST-REMAINING-TERM.
           MOVE HV-FINAL-DATE TO LST-FINAL-DATE.

           EXEC SQL
              SELECT LSCH_INSTALLMENT
              INTO   :HV-INSTALLMENT
              FROM   LOAN_SCHEDULE
              WHERE  LSCH_SORTCODE = :HV-LOAN-SORTCODE
              AND    LSCH_NUMBER   = :HV-LOAN-NUMBER
              AND    LSCH_PERIOD   = :HV-FIRST-PERIOD
           END-EXEC.

           IF SQLCODE = 0
              MOVE HV-INSTALLMENT TO LST-INSTALLMENT
           END-IF.

       RSS999.
           EXIT.

      *
      *    Overpayment: only on a loan with nothing due and unpaid,
      *    and short of clearing it (that is a settlement).  The
      *    lump sum and its charge come off the nominated account;
      *    the lump sum goes to the loan account's principal and
      *    the rows still to fall due are recast on what is left.
      *
       OVERPAY-LOAN SECTION.
       OPL010.

           IF LST-AMOUNT = 0
              MOVE  11  TO LST-RETURN-CD
              MOVE  'OVERPAYMENT AMOUNT MUST BE POSITIVE'
                          TO LST-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF LST-RECAST NOT = 'I' AND LST-RECAST NOT = 'T'
              MOVE  11  TO LST-RETURN-CD
              MOVE  'RECAST MUST BE I (INSTALLMENT) OR T (TERM)'
                          TO LST-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM QUOTE-SETTLEMENT.

           IF HV-DUE-PRIN > 0 OR HV-DUE-INT > 0
              MOVE  12  TO LST-RETURN-CD
              MOVE  'INSTALLMENTS ARE DUE - THEY MUST BE PAID FIRST'
                          TO LST-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF LST-AMOUNT >= HV-FUT-PRIN
              MOVE  12  TO LST-RETURN-CD
              MOVE  'OVERPAYMENT WOULD CLEAR THE LOAN - SETTLE IT'
                          TO LST-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE LST-AMOUNT TO HV-RECAST-AMOUNT.
           COMPUTE HV-RECAST-ERC ROUNDED =
              HV-RECAST-AMOUNT * WS-ERC-RATE / 100.
           COMPUTE WS-QUOTE-TOTAL = HV-RECAST-AMOUNT + HV-RECAST-ERC.

           PERFORM CHECK-NOMINATED-FUNDS.

           MOVE SPACES TO HV-POST-DESC.
           STRING 'LOAN OVERPAYMENT ' DELIMITED BY SIZE,
                  HV-LOAN-NUMBER DELIMITED BY SIZE
                  INTO HV-POST-DESC
           END-STRING.

      *
      *    Leg 1: the lump sum and charge off the nominated account.
      *
           COMPUTE HV-POST-AMOUNT = 0 - WS-QUOTE-TOTAL.
           MOVE HV-PAY-SORTCODE  TO HV-POST-SORTCODE.
           MOVE HV-PAY-NUMBER    TO HV-POST-NUMBER.
           MOVE HV-LOAN-NUMBER   TO HV-POST-COUNTER.
           MOVE 'TFR'            TO HV-POST-TYPE.
           PERFORM POST-ONE-LEG.

      *
      *    Leg 2: the lump sum onto the loan account's principal.
      *
           MOVE HV-RECAST-AMOUNT TO HV-POST-AMOUNT.
           MOVE HV-LOAN-SORTCODE TO HV-POST-SORTCODE.
           MOVE HV-LOAN-NUMBER   TO HV-POST-NUMBER.
           MOVE HV-PAY-NUMBER    TO HV-POST-COUNTER.
           PERFORM POST-ONE-LEG.

      *
      *    Leg 3: the early repayment charge to income.
      *
           IF HV-RECAST-ERC NOT = 0
              MOVE HV-RECAST-ERC      TO HV-POST-AMOUNT
              MOVE HV-INCOME-SORTCODE TO HV-POST-SORTCODE
              MOVE WS-INCOME-ACCOUNT  TO HV-POST-NUMBER
              MOVE HV-PAY-NUMBER      TO HV-POST-COUNTER
              MOVE 'CHG'              TO HV-POST-TYPE
              MOVE 'LOAN EARLY REPAYMENT CHARGE' TO HV-POST-DESC
              PERFORM POST-ONE-LEG
           END-IF.

           MOVE LST-RECAST TO HV-RECAST-TYPE.
           MOVE HV-FUT-PRIN TO HV-PRIN-BEFORE.
           COMPUTE HV-PRIN-AFTER = HV-FUT-PRIN - HV-RECAST-AMOUNT.
           PERFORM JOURNAL-SCHEDULE.
           PERFORM RECAST-SCHEDULE.
           PERFORM WRITE-RECAST-ROW.

           MOVE WS-QUOTE-TOTAL TO LST-SETTLE-AMOUNT.
           MOVE HV-RECAST-ERC  TO LST-ERC.
           MOVE HV-PRIN-AFTER  TO LST-PRINCIPAL.
           MOVE 0              TO LST-INTEREST.
           MOVE WS-QUOTE-FEES  TO LST-FEES.
           PERFORM RETURN-SCHEDULE-SHAPE.

           EXEC CICS SYNCPOINT
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

       OPL999.
           EXIT.

      *
      *    Full settlement at today's quote: the whole amount off
      *    the nominated account, principal and fees to clear the
      *    loan account, interest and charge to income.  The unpaid
      *    rows are journalled and removed and the loan completes.
      *
       SETTLE-LOAN SECTION.
       SL010.

           PERFORM QUOTE-SETTLEMENT.

           IF WS-QUOTE-PRINCIPAL + WS-QUOTE-FEES = 0
              MOVE  12  TO LST-RETURN-CD
              MOVE  'NOTHING IS OUTSTANDING ON THE LOAN'
                          TO LST-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM CHECK-NOMINATED-FUNDS.

           MOVE SPACES TO HV-POST-DESC.
           STRING 'LOAN SETTLEMENT ' DELIMITED BY SIZE,
                  HV-LOAN-NUMBER DELIMITED BY SIZE
                  INTO HV-POST-DESC
           END-STRING.

      *
      *    Leg 1: the settlement amount off the nominated account.
      *
           COMPUTE HV-POST-AMOUNT = 0 - WS-QUOTE-TOTAL.
           MOVE HV-PAY-SORTCODE  TO HV-POST-SORTCODE.
           MOVE HV-PAY-NUMBER    TO HV-POST-NUMBER.
           MOVE HV-LOAN-NUMBER   TO HV-POST-COUNTER.
           MOVE 'TFR'            TO HV-POST-TYPE.
           PERFORM POST-ONE-LEG.

      *
      *    Leg 2: principal and fees onto the loan account, which
      *    clears it.
      *
           COMPUTE HV-POST-AMOUNT = WS-QUOTE-PRINCIPAL + WS-QUOTE-FEES.
           MOVE HV-LOAN-SORTCODE TO HV-POST-SORTCODE.
           MOVE HV-LOAN-NUMBER   TO HV-POST-NUMBER.
           MOVE HV-PAY-NUMBER    TO HV-POST-COUNTER.
           PERFORM POST-ONE-LEG.

      *
      *    Legs 3 and 4: the interest and the early repayment
      *    charge to income.
      *
           MOVE HV-INCOME-SORTCODE TO HV-POST-SORTCODE.
           MOVE WS-INCOME-ACCOUNT  TO HV-POST-NUMBER.
           MOVE HV-PAY-NUMBER      TO HV-POST-COUNTER.

           IF WS-QUOTE-INTEREST NOT = 0
              MOVE WS-QUOTE-INTEREST TO HV-POST-AMOUNT
              MOVE 'INT'             TO HV-POST-TYPE
              MOVE 'LOAN INTEREST COLLECTED' TO HV-POST-DESC
              PERFORM POST-ONE-LEG
           END-IF.

           IF WS-QUOTE-ERC NOT = 0
              MOVE WS-QUOTE-ERC      TO HV-POST-AMOUNT
              MOVE 'CHG'             TO HV-POST-TYPE
              MOVE 'LOAN EARLY REPAYMENT CHARGE' TO HV-POST-DESC
              PERFORM POST-ONE-LEG
           END-IF.

           PERFORM RETURN-SCHEDULE-SHAPE.

           MOVE 'S'                TO HV-RECAST-TYPE.
           MOVE WS-QUOTE-TOTAL     TO HV-RECAST-AMOUNT.
           MOVE WS-QUOTE-ERC       TO HV-RECAST-ERC.
           MOVE WS-QUOTE-PRINCIPAL TO HV-PRIN-BEFORE.
           MOVE 0                  TO HV-PRIN-AFTER.
           MOVE 0                  TO HV-INST-AFTER.
           MOVE LST-INSTALLMENT    TO HV-INST-BEFORE.
           PERFORM JOURNAL-SCHEDULE.

           EXEC SQL
              DELETE FROM LOAN_SCHEDULE
              WHERE  LSCH_SORTCODE = :HV-LOAN-SORTCODE
              AND    LSCH_NUMBER   = :HV-LOAN-NUMBER
              AND    LSCH_STATUS IN ('D', 'O')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE  TO LST-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN DELETE FROM LOAN_SCHEDULE'
                   TO LST-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           EXEC SQL
              SELECT COALESCE(MAX(LSCH_PERIOD), 0)
              INTO   :HV-TERM-AFTER
              FROM   LOAN_SCHEDULE
              WHERE  LSCH_SORTCODE = :HV-LOAN-SORTCODE
              AND    LSCH_NUMBER   = :HV-LOAN-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-TERM-AFTER
           END-IF.

           EXEC SQL
                UPDATE LOAN_TERMS
                SET    LTRM_STATUS         = 'C',
                       LTRM_ARREARS_BUCKET = 0
                WHERE  LTRM_SORTCODE = :HV-LOAN-SORTCODE
                AND    LTRM_NUMBER   = :HV-LOAN-NUMBER
                AND    LTRM_STATUS   = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE  12  TO LST-RETURN-CD
              MOVE  'LOAN IS NOT ACTIVE'
                          TO LST-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           PERFORM WRITE-RECAST-ROW.

           PERFORM RETURN-QUOTE.

           EXEC CICS SYNCPOINT
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

       SL999.
           EXIT.

      *
      *    The nominated account must cover WS-QUOTE-TOTAL within
      *    its overdraft limit, LOANCOLL's funds line.
      *
       CHECK-NOMINATED-FUNDS SECTION.
       CNF010.

           EXEC SQL
                SELECT ACCOUNT_AVAILABLE_BALANCE,
                       ACCOUNT_OVERDRAFT_LIMIT
                INTO   :HV-PAY-AVAIL-BAL,
                       :HV-PAY-OVERDRAFT-LIM
                FROM   ACCOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-PAY-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-PAY-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE  12  TO LST-RETURN-CD
              MOVE  'NOMINATED ACCOUNT NOT FOUND'
                          TO LST-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF HV-PAY-AVAIL-BAL + HV-PAY-OVERDRAFT-LIM < WS-QUOTE-TOTAL
              MOVE  14  TO LST-RETURN-CD
              MOVE  'INSUFFICIENT FUNDS ON THE NOMINATED ACCOUNT'
                          TO LST-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       CNF999.
           EXIT.

      *
      *    The rows about to be replaced go to LOAN_SCHED_HIST as
      *    they stand, under the loan's next recast number.
      *
       JOURNAL-SCHEDULE SECTION.
       JS010.

           EXEC SQL
              SELECT COALESCE(MAX(LRCS_SEQ), 0) + 1
              INTO   :HV-RECAST-SEQ
              FROM   LOAN_RECAST
              WHERE  LRCS_SORTCODE = :HV-LOAN-SORTCODE
              AND    LRCS_NUMBER   = :HV-LOAN-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LST-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN KEYING LOAN_RECAST'
                   TO LST-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           EXEC SQL
              INSERT INTO LOAN_SCHED_HIST
              (
                LSHS_SORTCODE    ,
                LSHS_NUMBER      ,
                LSHS_SEQ         ,
                LSHS_PERIOD      ,
                LSHS_DUE_DATE    ,
                LSHS_INSTALLMENT ,
                LSHS_PRINCIPAL   ,
                LSHS_INTEREST    ,
                LSHS_STATUS
              )
              SELECT LSCH_SORTCODE,
                     LSCH_NUMBER,
                     :HV-RECAST-SEQ,
                     LSCH_PERIOD,
                     LSCH_DUE_DATE,
                     LSCH_INSTALLMENT,
                     LSCH_PRINCIPAL,
                     LSCH_INTEREST,
                     LSCH_STATUS
              FROM   LOAN_SCHEDULE
              WHERE  LSCH_SORTCODE = :HV-LOAN-SORTCODE
              AND    LSCH_NUMBER   = :HV-LOAN-NUMBER
              AND    LSCH_STATUS IN ('D', 'O')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LST-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN INSERT TO LOAN_SCHED_HIST'
                   TO LST-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

       JS999.
           EXIT.

      *
      *    The rows still to fall due are rebuilt on the reduced
      *    principal, keeping their period numbers and due dates
      *    (the loan's start date plus the period in months, as
      *    LOANSCHD dates them):
      *      I - the same number of periods at a new level
      *          installment from the annuity formula;
      *      T - the installment they had, for as many periods as
      *          it takes, the last trued up to clear the loan.
      *    Interest is the monthly rate on the balance, as LOANSCHD
      *    works it.
      *
       RECAST-SCHEDULE SECTION.
       RCS010.

           EXEC SQL
              SELECT MIN(LSCH_PERIOD)
              INTO   :HV-FIRST-PERIOD :HV-FIRST-PERIOD-IND
              FROM   LOAN_SCHEDULE
              WHERE  LSCH_SORTCODE = :HV-LOAN-SORTCODE
              AND    LSCH_NUMBER   = :HV-LOAN-NUMBER
              AND    LSCH_STATUS   = 'D'
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-FIRST-PERIOD-IND < 0
              MOVE 12 TO LST-RETURN-CD
              MOVE 'NO SCHEDULE ROWS LEFT TO RECAST'
                   TO LST-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           EXEC SQL
              SELECT LSCH_INSTALLMENT
              INTO   :HV-INSTALLMENT
              FROM   LOAN_SCHEDULE
              WHERE  LSCH_SORTCODE = :HV-LOAN-SORTCODE
              AND    LSCH_NUMBER   = :HV-LOAN-NUMBER
              AND    LSCH_PERIOD   = :HV-FIRST-PERIOD
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LST-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT FROM LOAN_SCHEDULE'
                   TO LST-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           MOVE HV-INSTALLMENT TO HV-INST-BEFORE.

           EXEC SQL
              DELETE FROM LOAN_SCHEDULE
              WHERE  LSCH_SORTCODE = :HV-LOAN-SORTCODE
              AND    LSCH_NUMBER   = :HV-LOAN-NUMBER
              AND    LSCH_STATUS   = 'D'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LST-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN DELETE FROM LOAN_SCHEDULE'
                   TO LST-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           COMPUTE WS-LAST-PERIOD = HV-FIRST-PERIOD + HV-FUT-COUNT - 1.
           COMPUTE WS-MONTHLY-RATE = HV-LOAN-RATE / 1200.
           MOVE HV-PRIN-AFTER TO WS-REMAINING-BALANCE.

           IF LST-RECAST = 'I'
              IF WS-MONTHLY-RATE = 0
                 COMPUTE HV-INSTALLMENT ROUNDED =
                    HV-PRIN-AFTER / HV-FUT-COUNT
              ELSE
                 COMPUTE WS-GROWTH-FACTOR =
                    (1 + WS-MONTHLY-RATE) ** HV-FUT-COUNT
                 COMPUTE HV-INSTALLMENT ROUNDED =
                    HV-PRIN-AFTER * WS-MONTHLY-RATE * WS-GROWTH-FACTOR
                       / (WS-GROWTH-FACTOR - 1)
              END-IF
           END-IF.

           MOVE HV-INSTALLMENT  TO HV-INST-AFTER.
           MOVE HV-FIRST-PERIOD TO HV-PERIOD.
           MOVE 0               TO WS-RECAST-ROWS.
           MOVE 'N'             TO WS-FINAL-ROW.

           PERFORM WRITE-RECAST-PERIOD UNTIL WS-FINAL-ROW = 'Y'.

           EXEC SQL
                UPDATE LOAN_TERMS
                SET    LTRM_TERM_MONTHS = :HV-TERM-AFTER
                WHERE  LTRM_SORTCODE = :HV-LOAN-SORTCODE
                AND    LTRM_NUMBER   = :HV-LOAN-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LST-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN UPDATE LOAN_TERMS'
                   TO LST-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

       RCS999.
           EXIT.

      *
      *    One recast period.  The last - the period the old
      *    schedule ended on, or under 'T' the first whose
      *    installment would clear the balance - takes whatever
      *    principal is left.
      *
       WRITE-RECAST-PERIOD SECTION.
       WRP010.

           COMPUTE WS-INTEREST-WORK ROUNDED =
              WS-REMAINING-BALANCE * WS-MONTHLY-RATE.
           COMPUTE HV-INT-PORTION ROUNDED = WS-INTEREST-WORK.

           IF HV-PERIOD >= WS-LAST-PERIOD
              OR WS-REMAINING-BALANCE + HV-INT-PORTION
                    <= HV-INST-AFTER
              MOVE 'Y' TO WS-FINAL-ROW
              COMPUTE HV-PRIN-PORTION ROUNDED = WS-REMAINING-BALANCE
              COMPUTE HV-INSTALLMENT ROUNDED =
                 HV-PRIN-PORTION + HV-INT-PORTION
           ELSE
              MOVE HV-INST-AFTER TO HV-INSTALLMENT
              COMPUTE HV-PRIN-PORTION ROUNDED =
                 HV-INSTALLMENT - HV-INT-PORTION
           END-IF.

           SUBTRACT HV-PRIN-PORTION FROM WS-REMAINING-BALANCE.

           EXEC SQL
                SELECT CHAR(DATE(:HV-START-DATE) + :HV-PERIOD MONTHS,
                            ISO)
                INTO   :HV-DUE-DATE
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LST-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN DERIVING A DUE DATE'
                   TO LST-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           EXEC SQL
                INSERT INTO LOAN_SCHEDULE
                (
                  LSCH_SORTCODE     ,
                  LSCH_NUMBER       ,
                  LSCH_PERIOD       ,
                  LSCH_DUE_DATE     ,
                  LSCH_INSTALLMENT  ,
                  LSCH_PRINCIPAL    ,
                  LSCH_INTEREST     ,
                  LSCH_STATUS       ,
                  LSCH_STATUS_DATE  ,
                  LSCH_MISSED_COUNT
                )
                VALUES
                (
                  :HV-LOAN-SORTCODE ,
                  :HV-LOAN-NUMBER   ,
                  :HV-PERIOD        ,
                  :HV-DUE-DATE      ,
                  :HV-INSTALLMENT   ,
                  :HV-PRIN-PORTION  ,
                  :HV-INT-PORTION   ,
                  'D'               ,
                  :HV-TODAY         ,
                  0
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LST-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN INSERT TO LOAN_SCHEDULE'
                   TO LST-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           ADD 1 TO WS-RECAST-ROWS.
           MOVE HV-PERIOD TO HV-TERM-AFTER.
           ADD 1 TO HV-PERIOD.

       WRP999.
           EXIT.

       WRITE-RECAST-ROW SECTION.
       WRR010.

           MOVE LST-USER TO HV-RECAST-USER.

           EXEC SQL
                INSERT INTO LOAN_RECAST
                (
                  LRCS_SORTCODE    ,
                  LRCS_NUMBER      ,
                  LRCS_SEQ         ,
                  LRCS_DATE        ,
                  LRCS_TYPE        ,
                  LRCS_AMOUNT      ,
                  LRCS_ERC         ,
                  LRCS_PRIN_BEFORE ,
                  LRCS_PRIN_AFTER  ,
                  LRCS_INST_BEFORE ,
                  LRCS_INST_AFTER  ,
                  LRCS_TERM_BEFORE ,
                  LRCS_TERM_AFTER  ,
                  LRCS_USER
                )
                VALUES
                (
                  :HV-LOAN-SORTCODE ,
                  :HV-LOAN-NUMBER   ,
                  :HV-RECAST-SEQ    ,
                  :HV-TODAY         ,
                  :HV-RECAST-TYPE   ,
                  :HV-RECAST-AMOUNT ,
                  :HV-RECAST-ERC    ,
                  :HV-PRIN-BEFORE   ,
                  :HV-PRIN-AFTER    ,
                  :HV-INST-BEFORE   ,
                  :HV-INST-AFTER    ,
                  :HV-TERM-MONTHS   ,
                  :HV-TERM-AFTER    ,
                  :HV-RECAST-USER
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LST-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN INSERT TO LOAN_RECAST'
                   TO LST-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

       WRR999.
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
                  :HV-POST-TYPE           ,
                  :HV-POST-DESC           ,
                  :HV-POST-AMOUNT         ,
                  0                       ,
                  :HV-POST-COUNTER
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LST-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN INSERT TO PROCTRAN'
                   TO LST-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           MOVE HV-POST-TYPE   TO PCT-TYPE.
           MOVE HV-POST-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

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
              MOVE SQLCODE  TO LST-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN UPDATE ACCOUNT'
                   TO LST-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
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

           MOVE 'LOANSETL' TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO LST-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN CLAIMING POSTING CONTROL'
                   TO LST-ERROR-MSG
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
