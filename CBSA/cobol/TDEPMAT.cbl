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
      * Title: TDEPMAT                                                 *
      *                                                                *
      *                                                                *
      * Description: Nightly fixed-term deposit maturity batch.        *
      *              Every live TERM_DEPOSIT whose maturity date has   *
      *              arrived has its accrued interest capitalised as   *
      *              an 'INT' entry and then the customer's maturity   *
      *              instruction carried out: 'R' rolls the balance    *
      *              over for the same term at today's PRODUCT_RATES   *
      *              rate, 'P' pays it away to the nominated account   *
      *              and 'M' moves it to the nominated instant-access  *
      *              account, both as a 'TFR' pair.  Deposits          *
      *              maturing within WS-REMINDER-DAYS that have not    *
      *              yet been reminded have a pre-maturity notice      *
      *              queued on COMMS_QUEUE.  Runs after INTACCR        *
      *              so the maturity day's accrual is in the interest  *
      *              paid.                                             *
      *                                                                *
      * Output: Customer maturity reminders on COMMS_QUEUE             *
      *         The maturity report TDEPRPT                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDEPMAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDEP-RPT-FILE
                  ASSIGN TO TDEPRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  TDEP-RPT-FILE.
       01  TDEP-RPT-RECORD.
           05 RPT-ACTION                    PIC X(8).
           05 FILLER                        PIC X     VALUE SPACE.
           05 RPT-SORTCODE                  PIC X(6).
           05 FILLER                        PIC X     VALUE SPACE.
           05 RPT-NUMBER                    PIC X(9).
           05 FILLER                        PIC X     VALUE SPACE.
           05 RPT-AMOUNT                    PIC -9(10).99.
           05 FILLER                        PIC X     VALUE SPACE.
           05 RPT-RATE                      PIC 9(2).99.
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

      * Get the TERM_DEPOSIT DB2 copybook
           EXEC SQL
              INCLUDE TDEPDB2
           END-EXEC.

      * Get the LEGAL_ORDER DB2 copybook
           EXEC SQL
              INCLUDE LGLDB2
           END-EXEC.

      * Get the PRODUCT_RATES DB2 copybook
           EXEC SQL
              INCLUDE PRDRDB2
           END-EXEC.

      *    The accrual accumulator INTACCR maintains, capitalised
      *    here at maturity.
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

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * TERM_DEPOSIT host variables for DB2
       01 HOST-DEPOSIT-ROW.
          03 HV-TDEP-ID                    PIC S9(9) COMP.
          03 HV-TDEP-SORTCODE              PIC X(6).
          03 HV-TDEP-NUMBER                PIC X(9).
          03 HV-TDEP-TERM-MONTHS           PIC S9(9) COMP.
          03 HV-TDEP-FIXED-RATE            PIC S9(2)V99 COMP-3.
          03 HV-TDEP-PRINCIPAL             PIC S9(10)V99 COMP-3.
          03 HV-TDEP-MATURITY-DATE         PIC X(10).
          03 HV-TDEP-INSTRUCTION           PIC X(1).
          03 HV-TDEP-PAY-SORTCODE          PIC X(6).
          03 HV-TDEP-PAY-NUMBER            PIC X(9).

      * ACCOUNT host variables for the deposit account
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-CUST-NO            PIC X(10).
          03 HV-ACCOUNT-TYPE               PIC X(8).
          03 HV-ACCOUNT-ACTUAL-BAL         PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-CURRENCY           PIC X(3).

      * The next term of a rolled-over deposit
       01 HOST-ROLLOVER-ROW.
          03 HV-NEW-TDEP-ID                PIC S9(9) COMP.
          03 HV-NEW-RATE                   PIC S9(2)V99 COMP-3.
          03 HV-NEW-MATURITY-DATE          PIC X(10).

       01 HV-ACCRUED-AMOUNT                PIC S9(8)V9(6) COMP-3.
       01 HV-INTEREST-PAID                 PIC S9(10)V99 COMP-3.
       01 HV-PAY-COUNT                     PIC S9(8) COMP.
       01 HV-REMINDER-DAYS                 PIC S9(9) COMP.

       01 HV-CURR-TIMESTAMP                PIC X(26).
       01 HV-TODAY                         PIC X(10).

      * PROCTRAN host variables for the legs posted
       01 HOST-POSTING-ROW.
          03 HV-POST-SORTCODE              PIC X(6).
          03 HV-POST-NUMBER                PIC X(9).
          03 HV-POST-COUNTER               PIC X(9).
          03 HV-POST-TIME                  PIC X(6).
          03 HV-POST-TYPE                  PIC X(3).
          03 HV-POST-DESC                  PIC X(40).
          03 HV-MOVE-AMOUNT                PIC S9(10)V99 COMP-3.

      * Declare the CURSOR for every live deposit that has reached
      * its maturity date.  Held across the COMMIT taken per
      * deposit.
           EXEC SQL DECLARE MATURE-CURSOR CURSOR WITH HOLD FOR
              SELECT TDEP_ID,
                     TDEP_SORTCODE,
                     TDEP_NUMBER,
                     TDEP_TERM_MONTHS,
                     TDEP_FIXED_RATE,
                     CHAR(TDEP_MATURITY_DATE),
                     TDEP_INSTRUCTION,
                     COALESCE(TDEP_PAY_SORTCODE, ' '),
                     COALESCE(TDEP_PAY_NUMBER, ' ')
                     FROM TERM_DEPOSIT
                     WHERE TDEP_STATUS = 'L'
                     AND   TDEP_MATURITY_DATE <= CURRENT DATE
                     ORDER BY TDEP_MATURITY_DATE, TDEP_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for every live deposit coming up to
      * maturity within the reminder window and not yet reminded.
           EXEC SQL DECLARE REMIND-CURSOR CURSOR FOR
              SELECT T.TDEP_ID,
                     T.TDEP_SORTCODE,
                     T.TDEP_NUMBER,
                     T.TDEP_FIXED_RATE,
                     T.TDEP_PRINCIPAL,
                     CHAR(T.TDEP_MATURITY_DATE),
                     T.TDEP_INSTRUCTION,
                     COALESCE(T.TDEP_PAY_SORTCODE, ' '),
                     COALESCE(T.TDEP_PAY_NUMBER, ' '),
                     A.ACCOUNT_CUSTOMER_NUMBER,
                     COALESCE(A.ACCOUNT_CURRENCY_CD, 'GBP')
                     FROM TERM_DEPOSIT T,
                          ACCOUNT A
                     WHERE T.TDEP_STATUS = 'L'
                     AND   T.TDEP_REMINDER_DATE IS NULL
                     AND   T.TDEP_MATURITY_DATE > CURRENT DATE
                     AND   T.TDEP_MATURITY_DATE <=
                              CURRENT DATE + :HV-REMINDER-DAYS DAYS
                     AND   A.ACCOUNT_SORTCODE = T.TDEP_SORTCODE
                     AND   A.ACCOUNT_NUMBER   = T.TDEP_NUMBER
                     ORDER BY T.TDEP_MATURITY_DATE, T.TDEP_ID
                     FOR FETCH ONLY
           END-EXEC.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

      *    The pre-maturity reminder queued for the delivery side.
       01 WS-COMMQ-PGM                   PIC X(8) VALUE 'COMMQ'.
       01 WS-COMMQ-PARMS.
           COPY COMMQ.
       01 WS-NOTICE-REFERENCE.
           05 FILLER                     PIC X(8) VALUE 'MATURES '.
           05 WS-NOTICE-MATURITY-DATE    PIC X(10).
       01 WS-NOTICE-PAY-TO.
           05 FILLER                     PIC X(35) VALUE
              'YOUR DEPOSIT WILL THEN BE PAID TO '.
           05 WS-NOTICE-PAY-SORTCODE     PIC X(6).
           05 FILLER                     PIC X(1) VALUE '/'.
           05 WS-NOTICE-PAY-NUMBER       PIC X(9).

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  RPT-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.

      *    How far ahead of maturity the customer is reminded of the
      *    instruction that will be carried out.
       01  WS-REMINDER-DAYS              PIC 9(3) VALUE 14.

       01  WS-REPORT-ACTION              PIC X(8).
       01  WS-REPORT-REASON              PIC X(40).

       01  NUMBER-OF-DEPOSITS-ROLLED     PIC 9(8) VALUE 0.
       01  NUMBER-OF-DEPOSITS-PAID       PIC 9(8) VALUE 0.
       01  NUMBER-OF-REMINDERS-QUEUED    PIC 9(8) VALUE 0.

      * A COMMIT is taken per deposit matured - the interest, the
      * proceeds and the deposit's new status land together or not
      * at all.  The reminders commit once at the end of their pass.

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
                      'TDEPMAT. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-CURR-TIMESTAMP(12:2) TO HV-POST-TIME(1:2).
           MOVE HV-CURR-TIMESTAMP(15:2) TO HV-POST-TIME(3:2).
           MOVE HV-CURR-TIMESTAMP(18:2) TO HV-POST-TIME(5:2).

           MOVE WS-REMINDER-DAYS TO HV-REMINDER-DAYS.

           OPEN OUTPUT TDEP-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the TDEPMAT report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL OPEN
              MATURE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'TDEPMAT unable to open MATURE-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM MATURE-ONE-DEPOSIT UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              MATURE-CURSOR
           END-EXEC.

           MOVE 'N' TO WS-EOF.

           EXEC SQL OPEN
              REMIND-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'TDEPMAT unable to open REMIND-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM REMIND-ONE-DEPOSIT UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              REMIND-CURSOR
           END-EXEC.

           EXEC SQL
              COMMIT
           END-EXEC.

           CLOSE TDEP-RPT-FILE.

           DISPLAY 'TDEPMAT rolled ' NUMBER-OF-DEPOSITS-ROLLED
                   ' deposit(s), paid out ' NUMBER-OF-DEPOSITS-PAID
                   ' and queued ' NUMBER-OF-REMINDERS-QUEUED
                   ' reminder(s).'.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    One deposit at maturity: the interest it has earned is
      *    capitalised first, so whatever the instruction the
      *    customer's proceeds include it, then the instruction is
      *    carried out and the unit commits.
      *
       MATURE-ONE-DEPOSIT SECTION.
       MOD010.

           EXEC SQL FETCH FROM MATURE-CURSOR
              INTO :HV-TDEP-ID,
                   :HV-TDEP-SORTCODE,
                   :HV-TDEP-NUMBER,
                   :HV-TDEP-TERM-MONTHS,
                   :HV-TDEP-FIXED-RATE,
                   :HV-TDEP-MATURITY-DATE,
                   :HV-TDEP-INSTRUCTION,
                   :HV-TDEP-PAY-SORTCODE,
                   :HV-TDEP-PAY-NUMBER
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO MOD999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'TDEPMAT failure fetching MATURE-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM CAPITALISE-ACCRUED-INTEREST.

           EXEC SQL
                SELECT ACCOUNT_TYPE,
                       ACCOUNT_ACTUAL_BALANCE
                INTO   :HV-ACCOUNT-TYPE,
                       :HV-ACCOUNT-ACTUAL-BAL
                FROM   ACCOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-TDEP-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-TDEP-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'TDEPMAT unable to read deposit account '
                 HV-TDEP-SORTCODE '/' HV-TDEP-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE SPACES TO WS-REPORT-REASON.

           IF HV-TDEP-INSTRUCTION = 'R'
              PERFORM ROLL-OVER-DEPOSIT
           ELSE
              PERFORM PAY-OUT-DEPOSIT
           END-IF.

           MOVE WS-REPORT-ACTION       TO RPT-ACTION.
           MOVE HV-TDEP-SORTCODE       TO RPT-SORTCODE.
           MOVE HV-TDEP-NUMBER         TO RPT-NUMBER.
           MOVE HV-ACCOUNT-ACTUAL-BAL  TO RPT-AMOUNT.
           MOVE WS-REPORT-REASON       TO RPT-REASON.
           PERFORM WRITE-REPORT-LINE.

           EXEC SQL
              COMMIT
           END-EXEC.

       MOD999.
           EXIT.

      *
      *    The interest INTACCR has been holding for the term posts
      *    as the deposit's 'INT' entry.  Only the rounded amount
      *    leaves the accumulator; the fraction of a penny carries
      *    on accruing.
      *
       CAPITALISE-ACCRUED-INTEREST SECTION.
       CAI010.

           EXEC SQL
                SELECT ACCRUED_AMOUNT
                INTO   :HV-ACCRUED-AMOUNT
                FROM   ACCOUNT_ACCRUAL
                WHERE  ACCRUAL_SORTCODE = :HV-TDEP-SORTCODE
                AND    ACCRUAL_NUMBER   = :HV-TDEP-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO CAI999
           END-IF.

           COMPUTE HV-INTEREST-PAID ROUNDED = HV-ACCRUED-AMOUNT.

           IF HV-INTEREST-PAID = 0
              GO TO CAI999
           END-IF.

           MOVE HV-INTEREST-PAID TO HV-MOVE-AMOUNT.
           MOVE HV-TDEP-SORTCODE TO HV-POST-SORTCODE.
           MOVE HV-TDEP-NUMBER   TO HV-POST-NUMBER.
           MOVE '000000000'      TO HV-POST-COUNTER.
           MOVE 'INT'            TO HV-POST-TYPE.
           MOVE 'TERM DEPOSIT MATURITY INTEREST' TO HV-POST-DESC.
           PERFORM POST-ONE-LEG.

           EXEC SQL
                UPDATE ACCOUNT_ACCRUAL
                SET    ACCRUED_AMOUNT =
                          ACCRUED_AMOUNT - :HV-INTEREST-PAID
                WHERE  ACCRUAL_SORTCODE = :HV-TDEP-SORTCODE
                AND    ACCRUAL_NUMBER   = :HV-TDEP-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'TDEPMAT unable to reduce the accrual row, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CAI999.
           EXIT.

      *
      *    Roll over: the expiring term ends 'R' and a new live term
      *    of the same length starts on the old maturity date, with
      *    the whole balance as principal at the schedule's rate for
      *    the type and balance today.  A type with no schedule row
      *    to price it keeps the expiring rate, and the report says
      *    so.  The new term gets its own reminder in due course.
      *
       ROLL-OVER-DEPOSIT SECTION.
       ROD010.

           MOVE 'ROLLED  ' TO WS-REPORT-ACTION.

           EXEC SQL
              SELECT RATE_CREDIT_RATE
              INTO   :HV-NEW-RATE
              FROM   PRODUCT_RATES
              WHERE  RATE_ACCT_TYPE   = :HV-ACCOUNT-TYPE
              AND    RATE_BAND_FLOOR <= :HV-ACCOUNT-ACTUAL-BAL
              ORDER BY RATE_BAND_FLOOR DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE HV-TDEP-FIXED-RATE TO HV-NEW-RATE
              MOVE 'NO SCHEDULED RATE - EXPIRING RATE KEPT'
                                      TO WS-REPORT-REASON
           END-IF.

           MOVE HV-NEW-RATE TO RPT-RATE.

           EXEC SQL
              SELECT CHAR(DATE(:HV-TDEP-MATURITY-DATE)
                          + :HV-TDEP-TERM-MONTHS MONTHS)
              INTO   :HV-NEW-MATURITY-DATE
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           EXEC SQL
                UPDATE TERM_DEPOSIT
                SET    TDEP_STATUS      = 'R',
                       TDEP_STATUS_DATE = :HV-TODAY
                WHERE  TDEP_ID = :HV-TDEP-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'TDEPMAT unable to end deposit ' HV-TDEP-ID
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              SELECT COALESCE(MAX(TDEP_ID), 0) + 1
              INTO   :HV-NEW-TDEP-ID
              FROM   TERM_DEPOSIT
           END-EXEC.

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
                  :HV-NEW-TDEP-ID         ,
                  :HV-TDEP-SORTCODE       ,
                  :HV-TDEP-NUMBER         ,
                  :HV-TDEP-TERM-MONTHS    ,
                  :HV-NEW-RATE            ,
                  :HV-ACCOUNT-ACTUAL-BAL  ,
                  :HV-TDEP-MATURITY-DATE  ,
                  :HV-NEW-MATURITY-DATE   ,
                  :HV-TDEP-INSTRUCTION    ,
                  :HV-TDEP-PAY-SORTCODE   ,
                  :HV-TDEP-PAY-NUMBER     ,
                  'L'                     ,
                  :HV-TODAY
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'TDEPMAT unable to roll deposit ' HV-TDEP-ID
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-DEPOSITS-ROLLED.

       ROD999.
           EXIT.

      *
      *    Pay away or move: the whole balance transfers to the
      *    nominated account as a 'TFR' pair and the term ends 'M'.
      *    TDEPAPI checked the nominated account when the
      *    instruction was given; one closed since then leaves the
      *    proceeds on the deposit account, which is free to debit
      *    once the term has ended, for the desk to follow up.
      *
       PAY-OUT-DEPOSIT SECTION.
       POD010.

           IF HV-TDEP-INSTRUCTION = 'P'
              MOVE 'PAID    ' TO WS-REPORT-ACTION
           ELSE
              MOVE 'MOVED   ' TO WS-REPORT-ACTION
           END-IF.

           MOVE HV-TDEP-FIXED-RATE TO RPT-RATE.

           EXEC SQL
                UPDATE TERM_DEPOSIT
                SET    TDEP_STATUS      = 'M',
                       TDEP_STATUS_DATE = :HV-TODAY
                WHERE  TDEP_ID = :HV-TDEP-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'TDEPMAT unable to end deposit ' HV-TDEP-ID
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-DEPOSITS-PAID.

           IF HV-ACCOUNT-ACTUAL-BAL <= 0
              GO TO POD999
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :HV-PAY-COUNT
                FROM   ACCOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-TDEP-PAY-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-TDEP-PAY-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-PAY-COUNT = 0
              MOVE 'HELD    ' TO WS-REPORT-ACTION
              MOVE 'NOMINATED ACCOUNT GONE - FUNDS LEFT HERE'
                                TO WS-REPORT-REASON
              GO TO POD999
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :HV-PAY-COUNT
                FROM   LEGAL_ORDER_EARMARK
                WHERE  LGE_SORTCODE = :HV-TDEP-SORTCODE
                AND    LGE_NUMBER   = :HV-TDEP-NUMBER
                AND    LGE_STATUS   = 'A'
           END-EXEC.

           IF SQLCODE = 0 AND HV-PAY-COUNT > 0
              MOVE 'HELD    ' TO WS-REPORT-ACTION
              MOVE 'LEGAL ORDER EARMARK - FUNDS LEFT HERE'
                                TO WS-REPORT-REASON
              GO TO POD999
           END-IF.

           COMPUTE HV-MOVE-AMOUNT = 0 - HV-ACCOUNT-ACTUAL-BAL.
           MOVE HV-TDEP-SORTCODE     TO HV-POST-SORTCODE.
           MOVE HV-TDEP-NUMBER       TO HV-POST-NUMBER.
           MOVE HV-TDEP-PAY-NUMBER   TO HV-POST-COUNTER.
           MOVE 'TFR'                TO HV-POST-TYPE.
           MOVE 'TERM DEPOSIT MATURITY PROCEEDS' TO HV-POST-DESC.
           PERFORM POST-ONE-LEG.

           MOVE HV-ACCOUNT-ACTUAL-BAL TO HV-MOVE-AMOUNT.
           MOVE HV-TDEP-PAY-SORTCODE TO HV-POST-SORTCODE.
           MOVE HV-TDEP-PAY-NUMBER   TO HV-POST-NUMBER.
           MOVE HV-TDEP-NUMBER       TO HV-POST-COUNTER.
           PERFORM POST-ONE-LEG.

       POD999.
           EXIT.

      *
      *    One reminder: the customer is told the maturity date and
      *    what will happen on it while there is still time to
      *    change the instruction.
      *
       REMIND-ONE-DEPOSIT SECTION.
       RMD010.

           EXEC SQL FETCH FROM REMIND-CURSOR
              INTO :HV-TDEP-ID,
                   :HV-TDEP-SORTCODE,
                   :HV-TDEP-NUMBER,
                   :HV-TDEP-FIXED-RATE,
                   :HV-TDEP-PRINCIPAL,
                   :HV-TDEP-MATURITY-DATE,
                   :HV-TDEP-INSTRUCTION,
                   :HV-TDEP-PAY-SORTCODE,
                   :HV-TDEP-PAY-NUMBER,
                   :HV-ACCOUNT-CUST-NO,
                   :HV-ACCOUNT-CURRENCY
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO RMD999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'TDEPMAT failure fetching REMIND-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
                UPDATE TERM_DEPOSIT
                SET    TDEP_REMINDER_DATE = :HV-TODAY
                WHERE  TDEP_ID = :HV-TDEP-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'TDEPMAT unable to mark the reminder for '
                      'deposit ' HV-TDEP-ID
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           INITIALIZE WS-COMMQ-PARMS.
           MOVE 'TDEPMAT'                TO CMQ-MSG-TYPE.
           MOVE HV-ACCOUNT-CUST-NO       TO CMQ-CUSTOMER.
           MOVE HV-TDEP-SORTCODE         TO CMQ-SORTCODE.
           MOVE HV-TDEP-NUMBER           TO CMQ-NUMBER.
           MOVE HV-TDEP-MATURITY-DATE    TO WS-NOTICE-MATURITY-DATE.
           MOVE WS-NOTICE-REFERENCE      TO CMQ-REFERENCE.
           MOVE HV-TDEP-PRINCIPAL        TO CMQ-AMOUNT.
           MOVE HV-ACCOUNT-CURRENCY      TO CMQ-CURRENCY-CD.

           IF HV-TDEP-INSTRUCTION = 'R'
              MOVE 'YOUR DEPOSIT WILL THEN BE ROLLED OVER FOR THE SAME T
      -            'ERM AT THE RATE THEN ON OFFER'
                 TO CMQ-TEXT
           ELSE
              MOVE HV-TDEP-PAY-SORTCODE  TO WS-NOTICE-PAY-SORTCODE
              MOVE HV-TDEP-PAY-NUMBER    TO WS-NOTICE-PAY-NUMBER
              MOVE WS-NOTICE-PAY-TO      TO CMQ-TEXT
           END-IF.

           PERFORM QUEUE-CUSTOMER-NOTICE.

           ADD 1 TO NUMBER-OF-REMINDERS-QUEUED.

       RMD999.
           EXIT.

       QUEUE-CUSTOMER-NOTICE SECTION.
       QCN010.

           MOVE 'TDEPMAT' TO CMQ-PROGRAM.
           CALL WS-COMMQ-PGM USING WS-COMMQ-PARMS.

           IF CMQ-RETURN-CD NOT = 0 AND CMQ-RETURN-CD NOT = 4
              MOVE CMQ-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'TDEPMAT unable to queue the maturity reminder '
                 'for ' CMQ-SORTCODE '/' CMQ-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       QCN999.
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
                  :HV-MOVE-AMOUNT         ,
                  0                       ,
                  :HV-POST-COUNTER
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'TDEPMAT unable to post a ledger leg, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-POST-TYPE   TO PCT-TYPE.
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
              DISPLAY 'TDEPMAT unable to move a balance, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       POL999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           WRITE TDEP-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the TDEPMAT report file, '
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

           MOVE 'TDEPMAT'  TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'TDEPMAT unable to claim a ledger posting, '
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
