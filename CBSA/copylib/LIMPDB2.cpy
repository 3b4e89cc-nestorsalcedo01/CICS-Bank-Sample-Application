      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Expected-loss rates: one row per impairment stage - 1
      * performing, 2 significant increase in credit risk, 3
      * credit-impaired - giving the percentage of a loan's exposure
      * held as provision while it sits in that stage.  IMPRLOAD
      * maintains the rows from credit risk's rate file.
           EXEC SQL DECLARE IMPAIRMENT_RATE TABLE
           ( IMPR_STAGE                     SMALLINT NOT NULL,
             IMPR_LOSS_RATE                 DECIMAL(5, 2) NOT NULL
           ) END-EXEC.
      *
      * Loan impairment staging: one row per active loan per
      * LOANIMP month-end run - the stage the loan was placed in and
      * the evidence for it (the LOANARRS bucket, days past due on
      * the oldest outstanding installment, the credit score at
      * origination and now), the exposure, the rate applied and the
      * provision held, and the movement on the previous run's
      * provision that was posted to the loan-loss allowance.  A
      * loan's latest row is its current provision; LOANWOFF
      * releases it to zero when the loan is written off, the
      * movement then being the top-up charged to bring the
      * provision to the balance written off.  A score of -1 means
      * none was on file.
           EXEC SQL DECLARE LOAN_IMPAIRMENT TABLE
           ( LIMP_SORTCODE                  CHAR(6) NOT NULL,
             LIMP_NUMBER                    CHAR(9) NOT NULL,
             LIMP_RUN_DATE                  DATE NOT NULL,
             LIMP_STAGE                     SMALLINT NOT NULL,
             LIMP_BUCKET                    INTEGER NOT NULL,
             LIMP_DAYS_PAST_DUE             INTEGER NOT NULL,
             LIMP_SCORE_ORIG                SMALLINT NOT NULL,
             LIMP_SCORE_NOW                 SMALLINT NOT NULL,
             LIMP_EXPOSURE                  DECIMAL(12, 2) NOT NULL,
             LIMP_LOSS_RATE                 DECIMAL(5, 2) NOT NULL,
             LIMP_PROVISION                 DECIMAL(12, 2) NOT NULL,
             LIMP_MOVEMENT                  DECIMAL(12, 2) NOT NULL
           ) END-EXEC.
      *
      * Write-offs: one row per loan LOANWOFF has taken off the
      * book - the balance written off, the provision already held
      * against it (the rest was charged at write-off), who
      * approved it, and the recoveries received on the loan
      * account since, which LOAN_RECOVERY itemises.
           EXEC SQL DECLARE LOAN_WRITEOFF TABLE
           ( LWOF_SORTCODE                  CHAR(6) NOT NULL,
             LWOF_NUMBER                    CHAR(9) NOT NULL,
             LWOF_DATE                      DATE NOT NULL,
             LWOF_AMOUNT                    DECIMAL(12, 2) NOT NULL,
             LWOF_PROVISION_USED            DECIMAL(12, 2) NOT NULL,
             LWOF_APPROVED_BY               CHAR(8) NOT NULL,
             LWOF_RECOVERED                 DECIMAL(12, 2) NOT NULL,
             LWOF_LAST_RECOVERY             DATE
           ) END-EXEC.
      *
      * The recoveries trail: one row per receipt on a written-off
      * loan, numbered from 1 per loan.
           EXEC SQL DECLARE LOAN_RECOVERY TABLE
           ( LRCV_SORTCODE                  CHAR(6) NOT NULL,
             LRCV_NUMBER                    CHAR(9) NOT NULL,
             LRCV_SEQ                       INTEGER NOT NULL,
             LRCV_DATE                      DATE NOT NULL,
             LRCV_AMOUNT                    DECIMAL(12, 2) NOT NULL
           ) END-EXEC.
