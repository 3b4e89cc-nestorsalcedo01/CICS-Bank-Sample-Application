      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Account ownership - who owns the account, as distinct from
      * who may sign on it (ACCT_MANDATE / MANDATE_SIGNATORY).  One
      * row per holder of a jointly or multi-party held account; an
      * account with no rows here is solely owned by its
      * ACCOUNT_CUSTOMER_NUMBER, exactly as every account was before
      * joint ownership.  OWNR_PRIMARY 'Y' marks the one holder the
      * bank corresponds with, and ACCOUNT_CUSTOMER_NUMBER is kept
      * equal to that primary holder so every single-customer path
      * still addresses the right person.  OWNR_STATUS 'A' is a live
      * holder, 'R' one removed from the account (kept for the
      * history).  Maintained through the OWNLOAD batch; CUSTSUM and
      * CUSTRPT show the account under every live holder, NAMECHK
      * matches a payee name against any of them, STMTGEN/STMTBLK
      * address the statement to them all, and ACCCLOSE will not
      * close the account without every one of them consenting.
      * Account numbers are the 9-byte width of the current schema.
           EXEC SQL DECLARE ACCOUNT_OWNER TABLE
           ( OWNR_SORTCODE                  CHAR(6) NOT NULL,
             OWNR_NUMBER                    CHAR(9) NOT NULL,
             OWNR_CUSTOMER                  CHAR(10) NOT NULL,
             OWNR_PRIMARY                   CHAR(1) NOT NULL,
             OWNR_STATUS                    CHAR(1) NOT NULL,
             OWNR_ADDED_DATE                DATE,
             OWNR_STATUS_DATE               DATE
           ) END-EXEC.
