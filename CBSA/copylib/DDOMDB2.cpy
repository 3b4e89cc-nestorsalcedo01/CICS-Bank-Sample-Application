      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Direct debit origination - the collecting side, where our
      * business customers collect from their own customers at
      * other banks.  (DD_MANDATE is the paying side.)
      *
      * DD_ORIGINATOR: one row per business customer signed up to
      * originate, keyed on the service user number the scheme
      * knows them by, with the account of ours their collections
      * are credited to.  DDOR_STATUS 'A' active, 'C' closed.
      * Maintained by DDORLOAD.
           EXEC SQL DECLARE DD_ORIGINATOR TABLE
           ( DDOR_SUN                       CHAR(6) NOT NULL,
             DDOR_SORTCODE                  CHAR(6) NOT NULL,
             DDOR_NUMBER                    CHAR(9) NOT NULL,
             DDOR_NAME                      CHAR(18),
             DDOR_STATUS                    CHAR(1) NOT NULL,
             DDOR_STATUS_DATE               DATE NOT NULL
           ) END-EXEC.

      * DD_ORIG_MANDATE: one row per mandate an originator holds
      * against a payer's account at another bank.  DDOM_STATUS
      * 'L' lodged - sent out to the scheme by DDOMAND, awaiting
      * the payer's bank; 'A' accepted on the scheme's mandate-
      * acceptance report and live for collection; 'R' rejected
      * on that report (DDOM_REASON the scheme's reason code);
      * 'C' cancelled by the originator.  Only 'A' collects.
           EXEC SQL DECLARE DD_ORIG_MANDATE TABLE
           ( DDOM_SUN                       CHAR(6) NOT NULL,
             DDOM_PAYER_SORTCODE            CHAR(6) NOT NULL,
             DDOM_PAYER_ACCOUNT             CHAR(8) NOT NULL,
             DDOM_REFERENCE                 CHAR(18) NOT NULL,
             DDOM_PAYER_NAME                CHAR(18),
             DDOM_STATUS                    CHAR(1) NOT NULL,
             DDOM_LODGED_DATE               DATE NOT NULL,
             DDOM_STATUS_DATE               DATE NOT NULL,
             DDOM_REASON                    CHAR(4),
             DDOM_LAST_COLLECTED            DATE
           ) END-EXEC.

      * DD_ORIG_COLL: one row per collection put on an outbound
      * collection file by DDOSUB, under the originator's
      * submission file reference.  DDOC_STATUS 'S' submitted,
      * 'P' settled - the originator credited by DDOSETL; 'U'
      * unpaid on the scheme's unpaid-collection report
      * (DDOC_REASON the scheme's reason code), debited back from
      * the originator if it had already been credited.
           EXEC SQL DECLARE DD_ORIG_COLL TABLE
           ( DDOC_ID                        INTEGER NOT NULL,
             DDOC_SUN                       CHAR(6) NOT NULL,
             DDOC_FILE_REF                  CHAR(16) NOT NULL,
             DDOC_PAYER_SORTCODE            CHAR(6) NOT NULL,
             DDOC_PAYER_ACCOUNT             CHAR(8) NOT NULL,
             DDOC_REFERENCE                 CHAR(18) NOT NULL,
             DDOC_AMOUNT                    DECIMAL(12, 2) NOT NULL,
             DDOC_DUE_DATE                  DATE NOT NULL,
             DDOC_STATUS                    CHAR(1) NOT NULL,
             DDOC_STATUS_DATE               DATE NOT NULL,
             DDOC_REASON                    CHAR(4)
           ) END-EXEC.
