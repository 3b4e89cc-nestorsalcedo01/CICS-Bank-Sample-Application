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
      * Title: KYCREV                                                  *
      *                                                                *
      *                                                                *
      * Description: Periodic customer due-diligence review, run       *
      *              monthly.  Every active customer is given a risk   *
      *              rating - low, medium or high - from facts the     *
      *              system already holds: AML_CASE history on their   *
      *              accounts, how close their name comes to the       *
      *              sanctions list through SANCMTCH and any sanctions *
      *              holds released on their payments, their           *
      *              international payment activity, and their product *
      *              holdings.  The rating sets the review interval    *
      *              (one, three or five years) and the review falls   *
      *              due that long after the last signed-off review.   *
      *              Reviews coming due within the month and reviews   *
      *              overdue are listed; once a review is overdue      *
      *              beyond the grace period the customer is           *
      *              restricted, and CONSENT refuses new payment       *
      *              consents on their accounts until the review is    *
      *              signed off.  Sign-offs are fed in on KYCSIGN and  *
      *              may be run on any day.                            *
      *                                                                *
      * Input:  Review sign-offs, file KYCSIGN                         *
      * Output: The review report KYCREV                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCREV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KYC-SIGN-FILE
                  ASSIGN TO KYCSIGN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SGN-FILE-STATUS.

           SELECT KYC-RPT-FILE
                  ASSIGN TO KYCREV
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    One signed-off review: the customer, the date the review
      *    was completed (YYYY-MM-DD, spaces for today) and the
      *    operator signing it off.
       FD  KYC-SIGN-FILE.
       01  KYC-SIGN-RECORD.
           05 KYS-CUSTOMER-NUMBER           PIC X(10).
           05 KYS-REVIEW-DATE               PIC X(10).
           05 KYS-OPERATOR                  PIC X(8).

       FD  KYC-RPT-FILE.
       01  KYC-RPT-RECORD.
           05 RPT-ACTION                 PIC X(10).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-CUSTOMER               PIC X(10).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-RATING                 PIC X(1).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-SCORE                  PIC ZZ9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-DUE-DATE               PIC X(10).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-DETAIL                 PIC X(60).

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

      * Get the CUSTOMER_DATA DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * Get the ACCOUNT_OWNER DB2 copybook
           EXEC SQL
              INCLUDE OWNDB2
           END-EXEC.

      * Get the AML_CASE DB2 copybook
           EXEC SQL
              INCLUDE AMLDB2
           END-EXEC.

      * Get the SANCTIONS_LIST DB2 copybook
           EXEC SQL
              INCLUDE SANCDB2
           END-EXEC.

      * Get the CONSENT DB2 copybook
           EXEC SQL
              INCLUDE CONSTDB2
           END-EXEC.

      * Get the OPS_AUDIT DB2 copybook
           EXEC SQL
              INCLUDE OPSADB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * Host variables for the customer being rated or signed off
       01 HOST-CUSTOMER-ROW.
          03 HV-KYC-CUSTOMER               PIC X(10).
          03 HV-KYC-NAME                   PIC X(60).
          03 HV-KYC-STATUS                 PIC X(1).
          03 HV-KYC-OLD-RATING             PIC X(1).
          03 HV-KYC-RESTRICTED             PIC X(1).
          03 HV-KYC-RATING                 PIC X(1).
          03 HV-KYC-SCORE                  PIC S9(4) COMP.
          03 HV-KYC-REASONS                PIC X(60).
          03 HV-KYC-REVIEW-MONTHS          PIC S9(4) COMP.
          03 HV-KYC-DUE-DATE               PIC X(10).
          03 HV-KYC-DAYS-OVERDUE           PIC S9(9) COMP.
          03 HV-KYC-REVIEW-DATE            PIC X(10).
          03 HV-KYC-FUTURE-DATE            PIC X(1).
          03 HV-KYC-OPERATOR               PIC X(8).

      * The facts the rating is built from, one customer at a time
       01 HOST-RISK-FACTS.
          03 HV-AML-REPORTED               PIC S9(9) COMP.
          03 HV-AML-OPEN                   PIC S9(9) COMP.
          03 HV-AML-CLEARED                PIC S9(9) COMP.
          03 HV-SANC-CLEARED               PIC S9(9) COMP.
          03 HV-INTL-PAYMENTS              PIC S9(9) COMP.
          03 HV-ACCOUNT-COUNT              PIC S9(9) COMP.
          03 HV-FX-ACCOUNT-COUNT           PIC S9(9) COMP.
          03 HV-STERLING-BALANCE           PIC S9(12)V99 COMP-3.

       01 HV-AML-FROM                      PIC X(10).
       01 HV-INTL-FROM                     PIC X(10).
       01 HV-CURR-TIMESTAMP                PIC X(26).
       01 HV-TODAY                         PIC X(10).

      * OPS_AUDIT host variables - every sign-off and every
      * restriction lands on the shared operator action trail.
       01 HOST-AUDIT-ROW.
          03 HV-AUD-ID                     PIC S9(9) USAGE COMP.
          03 HV-AUD-ACTION                 PIC X(12).
          03 HV-AUD-KEY                    PIC X(20).
          03 HV-AUD-OPERATOR               PIC X(8).
          03 HV-AUD-BEFORE-STATE           PIC X(20).
          03 HV-AUD-AFTER-STATE            PIC X(20).

      *    Scored sanctions work area, the shape SANCRETR uses: the
      *    list name being compared, the SANC_SCREEN_PARMS threshold
      *    with its compiled-in default, the best score for the
      *    customer's name and the SANCMTCH matcher's parameters.
       01 HV-SCREEN-DENIED-NAME         PIC X(50).
       01 HV-MATCH-THRESHOLD            PIC S9(9) COMP.
       01 WS-DEFAULT-THRESHOLD          PIC 9(3) VALUE 80.
       01 WS-BEST-MATCH-SCORE           PIC 9(3) VALUE 0.
       01 WS-NEAR-MISS-FLOOR            PIC S9(9) COMP.
       01 WS-SANCMTCH-PGM               PIC X(8) VALUE 'SANCMTCH'.
       01 WS-SANCMTCH-PARMS.
          COPY SANCMTCH.

      *    The customer-number resolver - a sign-off quoting a
      *    number retired by a customer merge applies to the
      *    customer it was merged into.
       01 WS-CUSTRES-PGM                PIC X(8) VALUE 'CUSTRES'.
       01 WS-CUSTRES-PARMS.
          COPY CUSTRES.

      *    Every active customer, in customer number order.  Held
      *    across the checkpoint commits.
           EXEC SQL DECLARE CUSTOMER-CURSOR CURSOR WITH HOLD FOR
              SELECT CUST_NUMBER,
                     CUST_NAME,
                     COALESCE(CUST_RISK_RATING, ' '),
                     COALESCE(CUST_KYC_RESTRICTED, 'N')
                     FROM CUSTOMER_DATA
                     WHERE CUST_STATUS = 'A'
                     ORDER BY CUST_NUMBER
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR over the denied-party list for the
      * scored name pass.
           EXEC SQL DECLARE SCREEN-CURSOR CURSOR FOR
              SELECT DENIED_NAME
                     FROM SANCTIONS_LIST
                     FOR FETCH ONLY
           END-EXEC.

      *    Risk rating work area.  Points per fact the system holds
      *    about the customer, the score banded into the rating, and
      *    the review interval in months each rating carries.  A
      *    suspicious activity report ever filed on one of the
      *    customer's accounts, or a name scoring at the sanctions
      *    threshold, is enough on its own for a high rating.
       01 WS-RISK-SCORING.
          03 WS-RISK-SCORE              PIC 9(3) VALUE 0.
          03 WS-RISK-HIGH-FROM          PIC 9(3) VALUE 50.
          03 WS-RISK-MEDIUM-FROM        PIC 9(3) VALUE 20.
          03 WS-RISK-PTS-AML-REPORTED   PIC 9(3) VALUE 50.
          03 WS-RISK-PTS-AML-OPEN       PIC 9(3) VALUE 20.
          03 WS-RISK-PTS-AML-CLEARED    PIC 9(3) VALUE 10.
          03 WS-RISK-PTS-SANC-MATCH     PIC 9(3) VALUE 50.
          03 WS-RISK-PTS-SANC-NEAR      PIC 9(3) VALUE 25.
          03 WS-RISK-PTS-SANC-CLEARED   PIC 9(3) VALUE 15.
          03 WS-RISK-PTS-INTL           PIC 9(3) VALUE 10.
          03 WS-RISK-PTS-INTL-HIGH      PIC 9(3) VALUE 20.
          03 WS-RISK-PTS-FX-ACCOUNT     PIC 9(3) VALUE 10.
          03 WS-RISK-PTS-HIGH-VALUE     PIC 9(3) VALUE 10.
          03 WS-RISK-PTS-MANY-ACCOUNTS  PIC 9(3) VALUE 5.
          03 WS-RISK-REASONS            PIC X(60).
          03 WS-RISK-REASONS-LEN        PIC 9(2) VALUE 0.
       01 WS-REVIEW-INTERVALS.
          03 WS-MONTHS-HIGH             PIC S9(4) COMP VALUE 12.
          03 WS-MONTHS-MEDIUM           PIC S9(4) COMP VALUE 36.
          03 WS-MONTHS-LOW              PIC S9(4) COMP VALUE 60.
      *    Thresholds behind the individual facts: how far below
      *    the sanctions threshold a name score still counts as a
      *    near miss, how many international payments in the last
      *    twelve months count as heavy use, the sterling balance
      *    that counts as high value and the account count that
      *    counts as many.
       01 WS-RISK-FACT-LIMITS.
          03 WS-NEAR-MISS-BAND          PIC 9(3) VALUE 20.
          03 WS-INTL-HIGH-COUNT         PIC 9(3) VALUE 12.
          03 WS-HIGH-VALUE-BALANCE      PIC S9(12)V99 COMP-3
                                        VALUE 250000.00.
          03 WS-MANY-ACCOUNTS           PIC 9(3) VALUE 6.
      *    A review is listed as coming due this many days ahead,
      *    and the customer restricted once it is this many days
      *    overdue.
       01 WS-DUE-WINDOW-DAYS            PIC S9(9) COMP VALUE 30.
       01 WS-GRACE-DAYS                 PIC S9(9) COMP VALUE 30.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  SGN-FILE-STATUS               PIC XX.
       01  RPT-FILE-STATUS               PIC XX.
       01  WS-EOF                        PIC X VALUE 'N'.
       01  WS-CURSOR-EOF                 PIC X VALUE 'N'.
       01  WS-REJECT-REASON              PIC X(60).

      * A COMMIT is taken every WS-CHECKPOINT-INTERVAL customers.
       01 WS-CHECKPOINT-INTERVAL         PIC 9(8) VALUE 1000.
       01 WS-RECS-SINCE-CHECKPOINT       PIC 9(8) VALUE 0.

       01  NUMBER-OF-SIGNOFFS-READ       PIC 9(8) VALUE 0.
       01  NUMBER-OF-SIGNOFFS-APPLIED    PIC 9(8) VALUE 0.
       01  NUMBER-OF-SIGNOFFS-REJECTED   PIC 9(8) VALUE 0.
       01  NUMBER-OF-CUSTOMERS-RATED     PIC 9(8) VALUE 0.
       01  NUMBER-OF-REVIEWS-DUE         PIC 9(8) VALUE 0.
       01  NUMBER-OF-REVIEWS-OVERDUE     PIC 9(8) VALUE 0.
       01  NUMBER-OF-RESTRICTED          PIC 9(8) VALUE 0.

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
              SELECT CURRENT TIMESTAMP, CURRENT DATE,
                     CURRENT DATE - 24 MONTHS,
                     CURRENT DATE - 12 MONTHS
              INTO   :HV-CURR-TIMESTAMP, :HV-TODAY,
                     :HV-AML-FROM, :HV-INTL-FROM
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT TIMESTAMP IN PGM '
                      'KYCREV. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              SELECT MAX(MATCH_THRESHOLD)
              INTO   :HV-MATCH-THRESHOLD
              FROM   SANC_SCREEN_PARMS
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-MATCH-THRESHOLD <= 0
              MOVE WS-DEFAULT-THRESHOLD TO HV-MATCH-THRESHOLD
           END-IF.

           COMPUTE WS-NEAR-MISS-FLOOR =
              HV-MATCH-THRESHOLD - WS-NEAR-MISS-BAND.

           OPEN INPUT KYC-SIGN-FILE.
           IF SGN-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the KYCREV sign-off file, '
                      ' status=' SGN-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT KYC-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the KYCREV report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

      *
      *    Sign-offs first, so a customer whose review has just been
      *    completed is rated and dated from it in this same run.
      *
           PERFORM READ-NEXT-SIGNOFF.

           PERFORM UNTIL WS-EOF = 'Y'
              PERFORM APPLY-ONE-SIGNOFF
              PERFORM READ-NEXT-SIGNOFF
           END-PERFORM.

           EXEC SQL
              COMMIT
           END-EXEC.

           EXEC SQL OPEN
              CUSTOMER-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'KYCREV unable to open CUSTOMER-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM FETCH-CUSTOMER.

           PERFORM UNTIL WS-CURSOR-EOF = 'Y'
              PERFORM RATE-ONE-CUSTOMER
              PERFORM FETCH-CUSTOMER
           END-PERFORM.

           EXEC SQL CLOSE
              CUSTOMER-CURSOR
           END-EXEC.

           EXEC SQL
              COMMIT
           END-EXEC.

           CLOSE KYC-SIGN-FILE.
           CLOSE KYC-RPT-FILE.

           DISPLAY 'KYCREV read ' NUMBER-OF-SIGNOFFS-READ
                   ' sign-off(s), applied '
                   NUMBER-OF-SIGNOFFS-APPLIED ', rejected '
                   NUMBER-OF-SIGNOFFS-REJECTED '.'.
           DISPLAY 'KYCREV rated ' NUMBER-OF-CUSTOMERS-RATED
                   ' customer(s): ' NUMBER-OF-REVIEWS-DUE
                   ' review(s) coming due, '
                   NUMBER-OF-REVIEWS-OVERDUE ' overdue, '
                   NUMBER-OF-RESTRICTED ' restricted.'.

           IF NUMBER-OF-SIGNOFFS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       READ-NEXT-SIGNOFF SECTION.
       RNS010.

           READ KYC-SIGN-FILE.

           IF SGN-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF SGN-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the KYCREV sign-off '
                         'file, status=' SGN-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              ELSE
                 ADD 1 TO NUMBER-OF-SIGNOFFS-READ
              END-IF
           END-IF.

       RNS999.
           EXIT.

      *
      *    A completed review signed off: the review date and the
      *    operator are recorded and any restriction is lifted.  The
      *    rating pass that follows dates the next review from it.
      *
       APPLY-ONE-SIGNOFF SECTION.
       ASO010.

           MOVE KYS-CUSTOMER-NUMBER TO HV-KYC-CUSTOMER.

           IF KYS-CUSTOMER-NUMBER = SPACES
              MOVE 'CUSTOMER NUMBER MISSING' TO WS-REJECT-REASON
              PERFORM REJECT-SIGNOFF
              GO TO ASO999
           END-IF.

           IF KYS-OPERATOR = SPACES
              MOVE 'SIGNING OPERATOR REQUIRED' TO WS-REJECT-REASON
              PERFORM REJECT-SIGNOFF
              GO TO ASO999
           END-IF.

           MOVE KYS-CUSTOMER-NUMBER TO CRS-CUSTOMER.
           CALL WS-CUSTRES-PGM USING WS-CUSTRES-PARMS.

           IF CRS-RETURN-CD NOT = 0 AND CRS-RETURN-CD NOT = 4
              MOVE CRS-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'KYCREV unable to resolve customer number '
                      KYS-CUSTOMER-NUMBER
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE CRS-SURVIVOR TO HV-KYC-CUSTOMER.
           MOVE KYS-OPERATOR TO HV-KYC-OPERATOR.

           IF KYS-REVIEW-DATE = SPACES
              MOVE HV-TODAY        TO HV-KYC-REVIEW-DATE
           ELSE
              MOVE KYS-REVIEW-DATE TO HV-KYC-REVIEW-DATE
           END-IF.

           EXEC SQL
              SELECT CASE WHEN DATE(:HV-KYC-REVIEW-DATE) > CURRENT DATE
                          THEN 'Y'
                          ELSE 'N'
                     END
              INTO   :HV-KYC-FUTURE-DATE
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'REVIEW DATE IS NOT A VALID DATE' TO WS-REJECT-REASON
              PERFORM REJECT-SIGNOFF
              GO TO ASO999
           END-IF.

           IF HV-KYC-FUTURE-DATE = 'Y'
              MOVE 'REVIEW DATE IS IN THE FUTURE' TO WS-REJECT-REASON
              PERFORM REJECT-SIGNOFF
              GO TO ASO999
           END-IF.

           EXEC SQL
              SELECT CUST_STATUS,
                     COALESCE(CUST_KYC_RESTRICTED, 'N')
              INTO   :HV-KYC-STATUS,
                     :HV-KYC-RESTRICTED
              FROM   CUSTOMER_DATA
              WHERE  CUST_NUMBER = :HV-KYC-CUSTOMER
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'CUSTOMER NOT ON CUSTOMER_DATA' TO WS-REJECT-REASON
              PERFORM REJECT-SIGNOFF
              GO TO ASO999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'KYCREV failure reading CUSTOMER_DATA for '
                      HV-KYC-CUSTOMER ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-KYC-STATUS NOT = 'A'
              MOVE 'CUSTOMER IS NOT ACTIVE' TO WS-REJECT-REASON
              PERFORM REJECT-SIGNOFF
              GO TO ASO999
           END-IF.

           EXEC SQL
              UPDATE CUSTOMER_DATA
              SET    CUST_LAST_REVIEW_DATE = DATE(:HV-KYC-REVIEW-DATE),
                     CUST_REVIEWED_BY      = :HV-KYC-OPERATOR,
                     CUST_KYC_RESTRICTED   = 'N'
              WHERE  CUST_NUMBER = :HV-KYC-CUSTOMER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'KYCREV failure signing off the review for '
                      HV-KYC-CUSTOMER ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'KYC-SIGNOFF'     TO HV-AUD-ACTION.
           MOVE HV-KYC-OPERATOR   TO HV-AUD-OPERATOR.
           IF HV-KYC-RESTRICTED = 'Y'
              MOVE 'RESTRICTED'   TO HV-AUD-BEFORE-STATE
           ELSE
              MOVE 'UNRESTRICTED' TO HV-AUD-BEFORE-STATE
           END-IF.
           MOVE SPACES            TO HV-AUD-AFTER-STATE.
           STRING 'REVIEWED ' DELIMITED BY SIZE,
                  HV-KYC-REVIEW-DATE DELIMITED BY SIZE
                  INTO HV-AUD-AFTER-STATE
           END-STRING.
           PERFORM RECORD-OPS-AUDIT.

           MOVE 'SIGNED-OFF'       TO RPT-ACTION.
           MOVE HV-KYC-CUSTOMER    TO RPT-CUSTOMER.
           MOVE SPACES             TO RPT-RATING.
           MOVE 0                  TO RPT-SCORE.
           MOVE HV-KYC-REVIEW-DATE TO RPT-DUE-DATE.
           MOVE SPACES             TO RPT-DETAIL.
           STRING 'REVIEW SIGNED OFF BY ' DELIMITED BY SIZE,
                  HV-KYC-OPERATOR DELIMITED BY SPACE
                  INTO RPT-DETAIL
           END-STRING.
           IF HV-KYC-RESTRICTED = 'Y'
              MOVE 'REVIEW SIGNED OFF, PAYMENT RESTRICTION LIFTED'
                 TO RPT-DETAIL
           END-IF.
           PERFORM WRITE-REPORT-LINE.

           ADD 1 TO NUMBER-OF-SIGNOFFS-APPLIED.

       ASO999.
           EXIT.

       FETCH-CUSTOMER SECTION.
       FCU010.

           EXEC SQL FETCH FROM CUSTOMER-CURSOR
              INTO :HV-KYC-CUSTOMER,
                   :HV-KYC-NAME,
                   :HV-KYC-OLD-RATING,
                   :HV-KYC-RESTRICTED
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-CURSOR-EOF
              GO TO FCU999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'KYCREV failure fetching CUSTOMER-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       FCU999.
           EXIT.

      *
      *    One customer: rated afresh from what the system holds,
      *    the next review dated from the last signed-off review (or
      *    from when the customer was first rated, for a customer
      *    never yet reviewed) by the interval the rating carries,
      *    and the review listed when it is coming due or overdue.
      *    Once it is overdue beyond the grace period the customer is
      *    restricted; only a sign-off lifts the restriction.
      *
       RATE-ONE-CUSTOMER SECTION.
       ROC010.

           PERFORM SCORE-CUSTOMER.

           MOVE WS-RISK-SCORE   TO HV-KYC-SCORE.
           MOVE WS-RISK-REASONS TO HV-KYC-REASONS.

           EVALUATE TRUE
              WHEN WS-RISK-SCORE >= WS-RISK-HIGH-FROM
                 MOVE 'H'              TO HV-KYC-RATING
                 MOVE WS-MONTHS-HIGH   TO HV-KYC-REVIEW-MONTHS
              WHEN WS-RISK-SCORE >= WS-RISK-MEDIUM-FROM
                 MOVE 'M'              TO HV-KYC-RATING
                 MOVE WS-MONTHS-MEDIUM TO HV-KYC-REVIEW-MONTHS
              WHEN OTHER
                 MOVE 'L'              TO HV-KYC-RATING
                 MOVE WS-MONTHS-LOW    TO HV-KYC-REVIEW-MONTHS
           END-EVALUATE.

           EXEC SQL
              UPDATE CUSTOMER_DATA
              SET    CUST_RISK_RATING     = :HV-KYC-RATING,
                     CUST_RISK_SCORE      = :HV-KYC-SCORE,
                     CUST_RISK_REASONS    = :HV-KYC-REASONS,
                     CUST_RISK_SINCE      =
                        COALESCE(CUST_RISK_SINCE, CURRENT DATE),
                     CUST_REVIEW_DUE_DATE =
                        COALESCE(CUST_LAST_REVIEW_DATE,
                                 CUST_RISK_SINCE,
                                 CURRENT DATE)
                        + :HV-KYC-REVIEW-MONTHS MONTHS
              WHERE  CUST_NUMBER = :HV-KYC-CUSTOMER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'KYCREV failure rating customer '
                      HV-KYC-CUSTOMER ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              SELECT CHAR(CUST_REVIEW_DUE_DATE),
                     DAYS(CURRENT DATE) - DAYS(CUST_REVIEW_DUE_DATE)
              INTO   :HV-KYC-DUE-DATE,
                     :HV-KYC-DAYS-OVERDUE
              FROM   CUSTOMER_DATA
              WHERE  CUST_NUMBER = :HV-KYC-CUSTOMER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'KYCREV failure reading the review date for '
                      HV-KYC-CUSTOMER ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-CUSTOMERS-RATED.

           MOVE HV-KYC-CUSTOMER TO RPT-CUSTOMER.
           MOVE HV-KYC-RATING   TO RPT-RATING.
           MOVE WS-RISK-SCORE   TO RPT-SCORE.
           MOVE HV-KYC-DUE-DATE TO RPT-DUE-DATE.

           EVALUATE TRUE
              WHEN HV-KYC-DAYS-OVERDUE > WS-GRACE-DAYS
                 OR HV-KYC-RESTRICTED = 'Y'
                 PERFORM RESTRICT-CUSTOMER
              WHEN HV-KYC-DAYS-OVERDUE > 0
                 MOVE 'OVERDUE'       TO RPT-ACTION
                 MOVE HV-KYC-REASONS  TO RPT-DETAIL
                 PERFORM WRITE-REPORT-LINE
                 ADD 1 TO NUMBER-OF-REVIEWS-OVERDUE
              WHEN HV-KYC-DAYS-OVERDUE + WS-DUE-WINDOW-DAYS >= 0
                 MOVE 'DUE'           TO RPT-ACTION
                 MOVE HV-KYC-REASONS  TO RPT-DETAIL
                 PERFORM WRITE-REPORT-LINE
                 ADD 1 TO NUMBER-OF-REVIEWS-DUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF HV-KYC-OLD-RATING NOT = SPACES
              AND HV-KYC-OLD-RATING NOT = HV-KYC-RATING
              MOVE 'RE-RATED'      TO RPT-ACTION
              MOVE SPACES          TO RPT-DETAIL
              STRING 'RATING ' DELIMITED BY SIZE,
                     HV-KYC-OLD-RATING DELIMITED BY SIZE,
                     ' TO ' DELIMITED BY SIZE,
                     HV-KYC-RATING DELIMITED BY SIZE,
                     ' - ' DELIMITED BY SIZE,
                     HV-KYC-REASONS DELIMITED BY SIZE
                     INTO RPT-DETAIL
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.

           ADD 1 TO WS-RECS-SINCE-CHECKPOINT.

      *
      *       Checkpoint/commit every WS-CHECKPOINT-INTERVAL customers
      *
           IF WS-RECS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
              EXEC SQL
                 COMMIT
              END-EXEC
              MOVE 0 TO WS-RECS-SINCE-CHECKPOINT
           END-IF.

       ROC999.
           EXIT.

      *
      *    The customer's review is overdue beyond the grace period,
      *    or they were restricted on an earlier run and no sign-off
      *    has come in since: CONSENT refuses new payment consents on
      *    their accounts while CUST_KYC_RESTRICTED is 'Y'.
      *
       RESTRICT-CUSTOMER SECTION.
       RSC010.

           MOVE 'RESTRICTED' TO RPT-ACTION.
           ADD 1 TO NUMBER-OF-RESTRICTED.

           IF HV-KYC-RESTRICTED = 'Y'
              MOVE 'RESTRICTED - AWAITING REVIEW SIGN-OFF'
                 TO RPT-DETAIL
              PERFORM WRITE-REPORT-LINE
              GO TO RSC999
           END-IF.

           EXEC SQL
              UPDATE CUSTOMER_DATA
              SET    CUST_KYC_RESTRICTED = 'Y'
              WHERE  CUST_NUMBER = :HV-KYC-CUSTOMER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'KYCREV failure restricting customer '
                      HV-KYC-CUSTOMER ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'KYC-RESTRICT'   TO HV-AUD-ACTION.
           MOVE 'KYCREV'         TO HV-AUD-OPERATOR.
           MOVE SPACES           TO HV-AUD-BEFORE-STATE.
           STRING 'REVIEW DUE ' DELIMITED BY SIZE,
                  HV-KYC-DUE-DATE DELIMITED BY SIZE
                  INTO HV-AUD-BEFORE-STATE
           END-STRING.
           MOVE 'RESTRICTED'     TO HV-AUD-AFTER-STATE.
           PERFORM RECORD-OPS-AUDIT.

           MOVE 'NEWLY RESTRICTED - NEW PAYMENT CONSENTS REFUSED'
              TO RPT-DETAIL.
           PERFORM WRITE-REPORT-LINE.

       RSC999.
           EXIT.

      *
      *    The points the customer's facts add up to, and the
      *    reasons behind them.  The customer's accounts are those
      *    they own as ACCOUNT_CUSTOMER_NUMBER and those they are a
      *    live joint holder of.
      *
       SCORE-CUSTOMER SECTION.
       SCC010.

           MOVE 0      TO WS-RISK-SCORE.
           MOVE SPACES TO WS-RISK-REASONS.
           MOVE 1      TO WS-RISK-REASONS-LEN.

      *
      *    AML case history on the customer's accounts: a case ever
      *    dispositioned as reported, a case still open, and cases
      *    cleared in the last two years.
      *
           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN C.CASE_DISPOSITION
                                            = 'REPORTED'
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN C.CASE_STATUS <> 'C'
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN C.CASE_STATUS = 'C'
                                        AND C.CASE_DISPOSITION
                                            <> 'REPORTED'
                                        AND C.CASE_RAISED_DATE
                                            >= DATE(:HV-AML-FROM)
                                       THEN 1 ELSE 0 END), 0)
              INTO   :HV-AML-REPORTED,
                     :HV-AML-OPEN,
                     :HV-AML-CLEARED
              FROM   AML_CASE C, ACCOUNT A
              WHERE  C.CASE_SORTCODE = A.ACCOUNT_SORTCODE
              AND    C.CASE_NUMBER   = A.ACCOUNT_NUMBER
              AND   (A.ACCOUNT_CUSTOMER_NUMBER = :HV-KYC-CUSTOMER
                     OR EXISTS
                        (SELECT 1
                         FROM   ACCOUNT_OWNER O
                         WHERE  O.OWNR_SORTCODE = A.ACCOUNT_SORTCODE
                         AND    O.OWNR_NUMBER   = A.ACCOUNT_NUMBER
                         AND    O.OWNR_CUSTOMER = :HV-KYC-CUSTOMER
                         AND    O.OWNR_STATUS   = 'A'))
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'KYCREV failure reading AML_CASE for '
                      HV-KYC-CUSTOMER ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-AML-REPORTED > 0
              ADD WS-RISK-PTS-AML-REPORTED TO WS-RISK-SCORE
              STRING 'SAR FILED/' DELIMITED BY SIZE
                 INTO WS-RISK-REASONS
                 WITH POINTER WS-RISK-REASONS-LEN
              END-STRING
           END-IF.

           IF HV-AML-OPEN > 0
              ADD WS-RISK-PTS-AML-OPEN TO WS-RISK-SCORE
              STRING 'AML CASE OPEN/' DELIMITED BY SIZE
                 INTO WS-RISK-REASONS
                 WITH POINTER WS-RISK-REASONS-LEN
              END-STRING
           END-IF.

           IF HV-AML-CLEARED > 0
              ADD WS-RISK-PTS-AML-CLEARED TO WS-RISK-SCORE
              STRING 'AML CASE CLEARED/' DELIMITED BY SIZE
                 INTO WS-RISK-REASONS
                 WITH POINTER WS-RISK-REASONS-LEN
              END-STRING
           END-IF.

      *
      *    Sanctions: the customer's own name scored against the
      *    list through SANCMTCH - at the threshold it is a match, a
      *    little below it a near miss - and payment holds on the
      *    customer's consents a SANCWRK officer released as false
      *    positives.
      *
           PERFORM SCORE-NAME-AGAINST-LIST.

           IF WS-BEST-MATCH-SCORE >= HV-MATCH-THRESHOLD
              ADD WS-RISK-PTS-SANC-MATCH TO WS-RISK-SCORE
              STRING 'SANCTIONS MATCH/' DELIMITED BY SIZE
                 INTO WS-RISK-REASONS
                 WITH POINTER WS-RISK-REASONS-LEN
              END-STRING
           ELSE
              IF WS-BEST-MATCH-SCORE >= WS-NEAR-MISS-FLOOR
                 ADD WS-RISK-PTS-SANC-NEAR TO WS-RISK-SCORE
                 STRING 'SANCTIONS NEAR MISS/' DELIMITED BY SIZE
                    INTO WS-RISK-REASONS
                    WITH POINTER WS-RISK-REASONS-LEN
                 END-STRING
              END-IF
           END-IF.

      *
      *    Payment consents on the customer's accounts: sanctions
      *    holds cleared, and international payments - SWIFT or
      *    non-sterling - in the last twelve months.  Information
      *    consents move no money and are left out.
      *
           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN N.SANCTIONS_CLEARED = 'Y'
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN (N.PAY_SCHEME = 'SWFT'
                                        OR  N.CURRENCY_CD <> 'GBP')
                                        AND DATE(N.CREATE_TS)
                                            >= DATE(:HV-INTL-FROM)
                                       THEN 1 ELSE 0 END), 0)
              INTO   :HV-SANC-CLEARED,
                     :HV-INTL-PAYMENTS
              FROM   CONSENT N, ACCOUNT A
              WHERE  N.DEBIT_AC = A.ACCOUNT_SORTCODE
                                  CONCAT SUBSTR(A.ACCOUNT_NUMBER, 2, 8)
              AND    COALESCE(N.CONSENT_KIND, 'P') <> 'I'
              AND   (A.ACCOUNT_CUSTOMER_NUMBER = :HV-KYC-CUSTOMER
                     OR EXISTS
                        (SELECT 1
                         FROM   ACCOUNT_OWNER O
                         WHERE  O.OWNR_SORTCODE = A.ACCOUNT_SORTCODE
                         AND    O.OWNR_NUMBER   = A.ACCOUNT_NUMBER
                         AND    O.OWNR_CUSTOMER = :HV-KYC-CUSTOMER
                         AND    O.OWNR_STATUS   = 'A'))
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'KYCREV failure reading CONSENT for '
                      HV-KYC-CUSTOMER ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-SANC-CLEARED > 0
              ADD WS-RISK-PTS-SANC-CLEARED TO WS-RISK-SCORE
              STRING 'SANCTIONS HOLD CLEARED/' DELIMITED BY SIZE
                 INTO WS-RISK-REASONS
                 WITH POINTER WS-RISK-REASONS-LEN
              END-STRING
           END-IF.

           IF HV-INTL-PAYMENTS >= WS-INTL-HIGH-COUNT
              ADD WS-RISK-PTS-INTL-HIGH TO WS-RISK-SCORE
              STRING 'INTL PAYMENTS HIGH/' DELIMITED BY SIZE
                 INTO WS-RISK-REASONS
                 WITH POINTER WS-RISK-REASONS-LEN
              END-STRING
           ELSE
              IF HV-INTL-PAYMENTS > 0
                 ADD WS-RISK-PTS-INTL TO WS-RISK-SCORE
                 STRING 'INTL PAYMENTS/' DELIMITED BY SIZE
                    INTO WS-RISK-REASONS
                    WITH POINTER WS-RISK-REASONS-LEN
                 END-STRING
              END-IF
           END-IF.

      *
      *    Product holdings: foreign currency accounts, a high
      *    sterling balance across the customer's accounts, and an
      *    unusually large number of accounts.
      *
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(CASE WHEN COALESCE(
                                            A.ACCOUNT_CURRENCY_CD,
                                            'GBP') <> 'GBP'
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN COALESCE(
                                            A.ACCOUNT_CURRENCY_CD,
                                            'GBP') = 'GBP'
                                        AND A.ACCOUNT_ACTUAL_BALANCE
                                            > 0
                                       THEN A.ACCOUNT_ACTUAL_BALANCE
                                       ELSE 0 END), 0)
              INTO   :HV-ACCOUNT-COUNT,
                     :HV-FX-ACCOUNT-COUNT,
                     :HV-STERLING-BALANCE
              FROM   ACCOUNT A
              WHERE  A.ACCOUNT_CUSTOMER_NUMBER = :HV-KYC-CUSTOMER
              OR     EXISTS
                        (SELECT 1
                         FROM   ACCOUNT_OWNER O
                         WHERE  O.OWNR_SORTCODE = A.ACCOUNT_SORTCODE
                         AND    O.OWNR_NUMBER   = A.ACCOUNT_NUMBER
                         AND    O.OWNR_CUSTOMER = :HV-KYC-CUSTOMER
                         AND    O.OWNR_STATUS   = 'A')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'KYCREV failure reading ACCOUNT for '
                      HV-KYC-CUSTOMER ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-FX-ACCOUNT-COUNT > 0
              ADD WS-RISK-PTS-FX-ACCOUNT TO WS-RISK-SCORE
              STRING 'FX ACCOUNT/' DELIMITED BY SIZE
                 INTO WS-RISK-REASONS
                 WITH POINTER WS-RISK-REASONS-LEN
              END-STRING
           END-IF.

           IF HV-STERLING-BALANCE >= WS-HIGH-VALUE-BALANCE
              ADD WS-RISK-PTS-HIGH-VALUE TO WS-RISK-SCORE
              STRING 'HIGH VALUE/' DELIMITED BY SIZE
                 INTO WS-RISK-REASONS
                 WITH POINTER WS-RISK-REASONS-LEN
              END-STRING
           END-IF.

           IF HV-ACCOUNT-COUNT >= WS-MANY-ACCOUNTS
              ADD WS-RISK-PTS-MANY-ACCOUNTS TO WS-RISK-SCORE
              STRING 'MANY ACCOUNTS/' DELIMITED BY SIZE
                 INTO WS-RISK-REASONS
                 WITH POINTER WS-RISK-REASONS-LEN
              END-STRING
           END-IF.

       SCC999.
           EXIT.

      *
      *    The scored pass SANCRETR makes, applied to the customer's
      *    own name: every list name through SANCMTCH, stopping
      *    early once any score reaches the threshold.
      *
       SCORE-NAME-AGAINST-LIST SECTION.
       SNL010.

           MOVE 0 TO WS-BEST-MATCH-SCORE.

           EXEC SQL OPEN
              SCREEN-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'KYCREV failure reading SANCTIONS_LIST, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0
              OR WS-BEST-MATCH-SCORE >= HV-MATCH-THRESHOLD

              EXEC SQL FETCH FROM SCREEN-CURSOR
                 INTO :HV-SCREEN-DENIED-NAME
              END-EXEC

              IF SQLCODE = 0
                 MOVE HV-SCREEN-DENIED-NAME TO SM-NAME-A
                 MOVE HV-KYC-NAME           TO SM-NAME-B
                 CALL WS-SANCMTCH-PGM USING WS-SANCMTCH-PARMS
                 IF SM-MATCH-SCORE > WS-BEST-MATCH-SCORE
                    MOVE SM-MATCH-SCORE TO WS-BEST-MATCH-SCORE
                 END-IF
              END-IF

           END-PERFORM.

           EXEC SQL CLOSE
              SCREEN-CURSOR
           END-EXEC.

       SNL999.
           EXIT.

       RECORD-OPS-AUDIT SECTION.
       ROA010.

           EXEC SQL
              SELECT COALESCE(MAX(AUD_ID), 0) + 1
              INTO   :HV-AUD-ID
              FROM   OPS_AUDIT
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'KYCREV unable to key the OPS_AUDIT row'
              GO TO ROA999
           END-IF.

           MOVE HV-KYC-CUSTOMER TO HV-AUD-KEY.

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
                  'KYCREV'             ,
                  :HV-AUD-ACTION       ,
                  :HV-AUD-KEY          ,
                  :HV-AUD-OPERATOR     ,
                  CURRENT TIMESTAMP    ,
                  :HV-AUD-BEFORE-STATE ,
                  :HV-AUD-AFTER-STATE
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'KYCREV unable to write the OPS_AUDIT row '
                      'for ' HV-AUD-KEY
           END-IF.

       ROA999.
           EXIT.

       REJECT-SIGNOFF SECTION.
       RJS010.

           MOVE 'REJECTED'       TO RPT-ACTION.
           MOVE HV-KYC-CUSTOMER  TO RPT-CUSTOMER.
           MOVE SPACES           TO RPT-RATING.
           MOVE 0                TO RPT-SCORE.
           MOVE SPACES           TO RPT-DUE-DATE.
           MOVE WS-REJECT-REASON TO RPT-DETAIL.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO NUMBER-OF-SIGNOFFS-REJECTED.

       RJS999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           WRITE KYC-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the KYCREV report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WRL999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
