      * STMTRPR regenerates a copy from PROHIST and proves it
      * against these figures, flagging a reprint that can no
      * longer be reproduced line for line (e.g. history beyond the
      * archive window).  STIX_CURRENCY_CD is the currency the
      * statement's figures are in - the account's own (null on
      * statements produced before accounts carried one: GBP).
      * STIX_STMT_KIND says which kind of statement the row indexes:
      * null for the periodic account statement, 'F' for the annual
      * statement of fees FEESTMT produces - its period is the
      * calendar year, its opening balance zero and its total and
      * closing figure the fees charged, so a reprint proves against
      * it the same way.  'E' marks an electronic (camt.053/MT940)
      * statement ESTMTGEN produces: its period runs from its first
      * day, not the day after the previous statement, and its
      * opening and closing figures are the booked balances it
      * stated.
           EXEC SQL DECLARE STMT_INDEX TABLE
           ( STIX_SORTCODE                  CHAR(6) NOT NULL,
             STIX_NUMBER                    CHAR(9) NOT NULL,
             STIX_CLOSING_BALANCE           DECIMAL(10, 2) NOT NULL,
             STIX_TRAN_COUNT                INTEGER NOT NULL,
             STIX_PERIOD_TOTAL              DECIMAL(12, 2) NOT NULL,
             STIX_PRODUCED_DATE             DATE NOT NULL,
             STIX_CURRENCY_CD               CHAR(3),
             STIX_STMT_KIND                 CHAR(1)
           ) END-EXEC.
