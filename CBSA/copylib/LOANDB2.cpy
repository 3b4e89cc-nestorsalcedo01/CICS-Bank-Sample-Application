      * advanced, the rate it was fixed at, the term, and the
      * customer's nominated current account the monthly
      * installment is collected from.  LTRM_STATUS 'A' active,
      * 'C' completed (including settled early through LOANSETL),
      * 'W' written off through LOANWOFF.
           EXEC SQL DECLARE LOAN_TERMS TABLE
           ( LTRM_SORTCODE                  CHAR(6) NOT NULL,
             LTRM_NUMBER                    CHAR(9) NOT NULL,
             LSCH_STATUS_DATE               DATE,
             LSCH_MISSED_COUNT              INTEGER
           ) END-EXEC.
      *
      * Schedule recasts: one row per overpayment or early
      * settlement LOANSETL has applied to a loan, numbered from 1
      * per loan - the lump sum and early-repayment charge taken,
      * and the principal, installment and term either side.
      * LRCS_TYPE 'I' overpayment reducing the installment, 'T'
      * overpayment shortening the term, 'S' settled in full, 'W'
      * written off by LOANWOFF.
           EXEC SQL DECLARE LOAN_RECAST TABLE
           ( LRCS_SORTCODE                  CHAR(6) NOT NULL,
             LRCS_NUMBER                    CHAR(9) NOT NULL,
             LRCS_SEQ                       INTEGER NOT NULL,
             LRCS_DATE                      DATE NOT NULL,
             LRCS_TYPE                      CHAR(1) NOT NULL,
             LRCS_AMOUNT                    DECIMAL(12, 2) NOT NULL,
             LRCS_ERC                       DECIMAL(10, 2) NOT NULL,
             LRCS_PRIN_BEFORE               DECIMAL(12, 2) NOT NULL,
             LRCS_PRIN_AFTER                DECIMAL(12, 2) NOT NULL,
             LRCS_INST_BEFORE               DECIMAL(10, 2) NOT NULL,
             LRCS_INST_AFTER                DECIMAL(10, 2) NOT NULL,
             LRCS_TERM_BEFORE               INTEGER NOT NULL,
             LRCS_TERM_AFTER                INTEGER NOT NULL,
             LRCS_USER                      CHAR(8)
           ) END-EXEC.
      *
      * The schedule rows a recast replaced, as they stood, under
      * the recast's LSHS_SEQ.  The rows journalled under recast 1,
      * with the periods before them still on LOAN_SCHEDULE, give
      * the loan's original schedule back.
           EXEC SQL DECLARE LOAN_SCHED_HIST TABLE
           ( LSHS_SORTCODE                  CHAR(6) NOT NULL,
             LSHS_NUMBER                    CHAR(9) NOT NULL,
             LSHS_SEQ                       INTEGER NOT NULL,
             LSHS_PERIOD                    INTEGER NOT NULL,
             LSHS_DUE_DATE                  DATE NOT NULL,
             LSHS_INSTALLMENT               DECIMAL(10, 2) NOT NULL,
             LSHS_PRINCIPAL                 DECIMAL(10, 2) NOT NULL,
             LSHS_INTEREST                  DECIMAL(10, 2) NOT NULL,
             LSHS_STATUS                    CHAR(1) NOT NULL
           ) END-EXEC.
