      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Fixed-term deposits.  One row per term an account is booked
      * for (TDEPAPI): the term in months, the fixed rate INTACCR
      * accrues at instead of the product schedule, the principal
      * booked and the maturity date.  While a term is live ('L')
      * CONSENT and DPAYAPI refuse debits against the account; the
      * only way out before maturity is an early break through
      * TDEPAPI, which charges TDEP_BREAK_PENALTY and ends the term
      * 'B'.  The nightly TDEPMAT batch queues the pre-maturity
      * reminder (TDEP_REMINDER_DATE records that it went) and at
      * maturity carries out TDEP_INSTRUCTION: 'R' roll over for
      * the same term at the current PRODUCT_RATES rate - the
      * expiring row ends 'R' and a new live row carries the next
      * term - 'P' pay the proceeds away to the nominated account,
      * or 'M' move them to the nominated instant-access account;
      * either of the last two ends the term 'M' matured.  The
      * nominated account is held in the 9-byte account width of
      * the current schema.
           EXEC SQL DECLARE TERM_DEPOSIT TABLE
           ( TDEP_ID                        INTEGER NOT NULL,
             TDEP_SORTCODE                  CHAR(6) NOT NULL,
             TDEP_NUMBER                    CHAR(9) NOT NULL,
             TDEP_TERM_MONTHS               INTEGER NOT NULL,
             TDEP_FIXED_RATE                DECIMAL(4, 2) NOT NULL,
             TDEP_PRINCIPAL                 DECIMAL(12, 2) NOT NULL,
             TDEP_START_DATE                DATE NOT NULL,
             TDEP_MATURITY_DATE             DATE NOT NULL,
             TDEP_INSTRUCTION               CHAR(1) NOT NULL,
             TDEP_PAY_SORTCODE              CHAR(6),
             TDEP_PAY_NUMBER                CHAR(9),
             TDEP_STATUS                    CHAR(1) NOT NULL,
             TDEP_REMINDER_DATE             DATE,
             TDEP_BREAK_PENALTY             DECIMAL(12, 2),
             TDEP_STATUS_DATE               DATE
           ) END-EXEC.
