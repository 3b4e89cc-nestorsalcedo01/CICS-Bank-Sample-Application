      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Loan applications: one row per application LOANAPI takes,
      * decided by LOANDEC.  LAPP_STATUS 'N' new, 'R' referred to an
      * underwriter, 'V' approved (by LOANDEC or an underwriter) and
      * waiting to be booked, 'D' declined, 'A' approved and booked
      * - the loan ACCOUNT is open on LAPP_LOAN_SORTCODE/
      * LAPP_LOAN_NUMBER and drawn down to the nominated account -
      * and 'S' scheduled, once LOANSCHD has built its repayment
      * schedule.  The score,
      * income, relationship position and loan-to-income the
      * decision used are kept with it.  LAPP_REASONS holds up to
      * six two-character reason codes:
      *    SD  the score's band declines
      *    SR  the score's band refers
      *    NB  no band covers the score
      *    NS  no credit score could be obtained
      *    LT  loan-to-income above the band's maximum
      *    TM  term longer than the band's maximum
      *    NI  no inbound credits to judge affordability on
      *    RP  the customer's relationship position is overdrawn
      *    AR  another of the customer's loans is in arrears
      *    NA  the nominated account closed before the loan booked
      *    UW  decided by an underwriter
           EXEC SQL DECLARE LOAN_APPLICATION TABLE
           ( LAPP_ID                        INTEGER NOT NULL,
             LAPP_CUST_NO                   CHAR(10) NOT NULL,
             LAPP_SORTCODE                  CHAR(6) NOT NULL,
             LAPP_AMOUNT                    DECIMAL(12, 2) NOT NULL,
             LAPP_TERM_MONTHS               INTEGER NOT NULL,
             LAPP_PAY_SORTCODE              CHAR(6) NOT NULL,
             LAPP_PAY_NUMBER                CHAR(9) NOT NULL,
             LAPP_RECEIVED_TS               TIMESTAMP NOT NULL,
             LAPP_STATUS                    CHAR(1) NOT NULL,
             LAPP_DECISION_DATE             DATE,
             LAPP_DECIDED_BY                CHAR(8),
             LAPP_REASONS                   CHAR(12),
             LAPP_CREDIT_SCORE              SMALLINT,
             LAPP_MONTHLY_INCOME            DECIMAL(12, 2),
             LAPP_REL_POSITION              DECIMAL(15, 2),
             LAPP_LTI                       DECIMAL(7, 2),
             LAPP_RATE                      DECIMAL(4, 2),
             LAPP_LOAN_SORTCODE             CHAR(6),
             LAPP_LOAN_NUMBER               CHAR(9)
           ) END-EXEC.
      *
      * The lending rule table, loaded whole by LRULLOAD: one row
      * per credit score band.  LRUL_DECISION is the band's own
      * verdict - 'A' approve, 'R' refer, 'D' decline - and an
      * approving band still declines an application whose
      * loan-to-income (amount over twelve months' income) or term
      * is above the band's maximum.  LRUL_RATE prices the loan.
           EXEC SQL DECLARE LOAN_RULE TABLE
           ( LRUL_SCORE_LOW                 SMALLINT NOT NULL,
             LRUL_SCORE_HIGH                SMALLINT NOT NULL,
             LRUL_DECISION                  CHAR(1) NOT NULL,
             LRUL_MAX_LTI                   DECIMAL(5, 2) NOT NULL,
             LRUL_MAX_TERM                  INTEGER NOT NULL,
             LRUL_RATE                      DECIMAL(4, 2) NOT NULL
           ) END-EXEC.
