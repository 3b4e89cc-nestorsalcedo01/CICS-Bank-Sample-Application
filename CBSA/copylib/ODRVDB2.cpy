      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Overdraft limit review rules, loaded by ODRRLOAD from the
      * lending desk's rule file and tried by ODREVIEW in ODRR_SEQ
      * order, the first whose every range the account's quarter
      * falls in deciding it: the customer's credit score, the days
      * the account closed overdrawn, the days it closed beyond its
      * arranged limit, and its average monthly credit turnover at
      * least ODRR_MIN_TURNOVER.  ODRR_ACTION 'I' proposes an
      * increase, 'D' a decrease, 'N' no change, by ODRR_CHANGE_PCT
      * per cent of the current limit (of the monthly turnover, for
      * an increase on an account with no limit yet); an increase
      * never proposes beyond ODRR_LIMIT_CAP (zero = no cap).  An
      * account no rule matches is left as it is.
           EXEC SQL DECLARE OD_REVIEW_RULE TABLE
           ( ODRR_SEQ                       SMALLINT NOT NULL,
             ODRR_SCORE_LOW                 SMALLINT NOT NULL,
             ODRR_SCORE_HIGH                SMALLINT NOT NULL,
             ODRR_MIN_DAYS_OD               INTEGER NOT NULL,
             ODRR_MAX_DAYS_OD               INTEGER NOT NULL,
             ODRR_MIN_DAYS_OVER             INTEGER NOT NULL,
             ODRR_MAX_DAYS_OVER             INTEGER NOT NULL,
             ODRR_MIN_TURNOVER              DECIMAL(12, 2) NOT NULL,
             ODRR_ACTION                    CHAR(1) NOT NULL,
             ODRR_CHANGE_PCT                DECIMAL(5, 2) NOT NULL,
             ODRR_LIMIT_CAP                 INTEGER NOT NULL
           ) END-EXEC.
      *
      * Overdraft limit proposals: one row per change ODREVIEW has
      * proposed for an account - the conduct and score it was
      * decided on, the rule that decided it, and the limit either
      * side.  ODLR_STATUS:
      *   'P' a decrease whose advance notice has gone to the
      *       customer, pending until ODLR_EFFECTIVE_DATE
      *   'A' applied to ACCOUNT_OVERDRAFT_LIMIT on ODLR_APPLIED_DATE
      *   'X' withdrawn - the account closed or its limit was
      *       changed by hand during the notice period
      *   'R' an increase referred to lending for sign-off
           EXEC SQL DECLARE OD_LIMIT_REVIEW TABLE
           ( ODLR_SORTCODE                  CHAR(6) NOT NULL,
             ODLR_NUMBER                    CHAR(9) NOT NULL,
             ODLR_REVIEW_DATE               DATE NOT NULL,
             ODLR_SCORE                     SMALLINT NOT NULL,
             ODLR_DAYS_OVERDRAWN            INTEGER NOT NULL,
             ODLR_DAYS_OVER_LIMIT           INTEGER NOT NULL,
             ODLR_AVG_TURNOVER              DECIMAL(12, 2) NOT NULL,
             ODLR_RULE_SEQ                  SMALLINT NOT NULL,
             ODLR_ACTION                    CHAR(1) NOT NULL,
             ODLR_OLD_LIMIT                 INTEGER NOT NULL,
             ODLR_NEW_LIMIT                 INTEGER NOT NULL,
             ODLR_STATUS                    CHAR(1) NOT NULL,
             ODLR_EFFECTIVE_DATE            DATE,
             ODLR_APPLIED_DATE              DATE
           ) END-EXEC.
