      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Product conversions: an account moved from one account type
      * to another in place, keeping its number and everything
      * keyed on it.  PRODCONV captures each request with the date
      * it is to take effect and, on that date, checks the new
      * type's ACCT_TYPE_RULES against the account's live consents
      * and mandates, settles the interest accrued on the old type,
      * charges the old type's maintenance fee for the part of the
      * month already run, moves ACCOUNT_TYPE and queues the
      * customer's notice.  PCNV_STATUS 'P' pending, 'A' applied,
      * 'R' refused (PCNV_REASON says why), 'X' cancelled.  MNTFEE
      * reads the month's applied rows to charge the new type's fee
      * for the rest of the month only.
           EXEC SQL DECLARE PRODUCT_CONVERSION TABLE
           ( PCNV_ID                        INTEGER NOT NULL,
             PCNV_SORTCODE                  CHAR(6) NOT NULL,
             PCNV_NUMBER                    CHAR(9) NOT NULL,
             PCNV_OLD_TYPE                  CHAR(8) NOT NULL,
             PCNV_NEW_TYPE                  CHAR(8) NOT NULL,
             PCNV_EFFECTIVE_DATE            DATE NOT NULL,
             PCNV_STATUS                    CHAR(1) NOT NULL,
             PCNV_REQUESTED_BY              CHAR(8) NOT NULL,
             PCNV_CAPTURED_DATE             DATE NOT NULL,
             PCNV_APPLIED_DATE              DATE,
             PCNV_INTEREST_SETTLED          DECIMAL(12, 2),
             PCNV_FEE_CHARGED               DECIMAL(12, 2),
             PCNV_REASON                    CHAR(40)
           ) END-EXEC.
