      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Authorised push payment scam claims register: one row per
      * claim, keyed on the END_TO_END_ID of the outbound payment
      * the customer was tricked into making.  APP_STATUS 'L'
      * logged - the decision clock is running; 'E' extended - the
      * clock was stopped for more information and the longer
      * deadline applies; 'R' reimbursed; 'D' declined.
      * APP_DECISION_DUE is the business-day deadline (GETBDAY
      * calendar) the claim must be decided by.  On reimbursement
      * APP_REIMBURSED is what was paid - the claim capped at the
      * reimbursement limit less APP_EXCESS - and the liability is
      * split: APP_RECV_SHARE is the half the receiving bank at
      * APP_RECV_SORTCODE owes us, APP_OUR_SHARE the half we bear.
      * Maintained by the APPCLAIM transaction; aged by APPAGE.
           EXEC SQL DECLARE APP_CLAIM TABLE
           ( APP_END_TO_END_ID              CHAR(12) NOT NULL,
             APP_STATUS                     CHAR(1) NOT NULL,
             APP_SORTCODE                   CHAR(6) NOT NULL,
             APP_NUMBER                     CHAR(9) NOT NULL,
             APP_CUSTOMER                   CHAR(10) NOT NULL,
             APP_PAYMENT_AMOUNT             DECIMAL(12, 2) NOT NULL,
             APP_CLAIM_AMOUNT               DECIMAL(12, 2) NOT NULL,
             APP_VULNERABLE                 CHAR(1) NOT NULL,
             APP_RECV_SORTCODE              CHAR(6) NOT NULL,
             APP_LOGGED_DATE                DATE NOT NULL,
             APP_DECISION_DUE               DATE NOT NULL,
             APP_DECIDED_DATE               DATE,
             APP_REIMBURSED                 DECIMAL(12, 2),
             APP_EXCESS                     DECIMAL(12, 2),
             APP_OUR_SHARE                  DECIMAL(12, 2),
             APP_RECV_SHARE                 DECIMAL(12, 2),
             APP_OPERATOR                   CHAR(8),
             APP_LAST_UPDATE_TS             TIMESTAMP NOT NULL
           ) END-EXEC.
      *
      * The inter-bank claims exchange: one row per recovery request
      * in either direction.  APR_DIRECTION 'O' is our request to a
      * receiving bank for its half of a claim we reimbursed
      * (APR_SORTCODE/APR_NUMBER our customer's account); 'I' is
      * another bank's request to us for our half of a claim its
      * customer made, where the money landed in our customer's
      * account at APR_SORTCODE/APR_NUMBER.  APR_STATUS, outbound:
      * 'P' pending - not yet sent; 'S' sent; 'C' collected; 'D'
      * disputed by the receiving bank.  Inbound: 'A' accepted -
      * the response is still to go; 'S' responded and paid; 'U'
      * unmatched - no such credit on our ledger, responded as
      * disputed.  Written by APPCLAIM (outbound) and the APPXCHG
      * batch, which exchanges the files with the other banks.
           EXEC SQL DECLARE APP_RECOVERY TABLE
           ( APR_END_TO_END_ID              CHAR(12) NOT NULL,
             APR_DIRECTION                  CHAR(1) NOT NULL,
             APR_COUNTERPARTY               CHAR(6) NOT NULL,
             APR_SORTCODE                   CHAR(6) NOT NULL,
             APR_NUMBER                     CHAR(9) NOT NULL,
             APR_AMOUNT                     DECIMAL(12, 2) NOT NULL,
             APR_STATUS                     CHAR(1) NOT NULL,
             APR_RAISED_DATE                DATE NOT NULL,
             APR_SENT_DATE                  DATE,
             APR_SETTLED_DATE               DATE,
             APR_SETTLED_AMOUNT             DECIMAL(12, 2)
           ) END-EXEC.
