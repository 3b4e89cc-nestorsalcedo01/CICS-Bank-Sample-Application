      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Branch master: one row per sort code of ours, with the
      * branch's name, address and region for report headers and
      * GETBKPRM.  BRCHLOAD maintains it from the branch file.
      * BRANCH_STATUS 'O' open, 'C' closed to the public, 'M' merged
      * - BRCHMRG has re-sort-coded every account of the branch to
      * BRANCH_MERGED_INTO and closed it on BRANCH_CLOSED_DATE.  A
      * merged branch stays on the table so that history keyed on
      * its sort code still has a name.
      * BRANCH_CASH_MIN and BRANCH_CASH_MAX are the vault holding
      * limits CASHFCST orders cash deliveries and collections
      * against, and BRANCH_CASH_COVER the working days each order
      * is to cover; a zero maximum means the branch orders its
      * own cash.
           EXEC SQL DECLARE BRANCH TABLE
           ( BRANCH_SORTCODE                CHAR(6) NOT NULL,
             BRANCH_NAME                    CHAR(35) NOT NULL,
             BRANCH_ADDRESS_1               CHAR(35),
             BRANCH_ADDRESS_2               CHAR(35),
             BRANCH_TOWN                    CHAR(35),
             BRANCH_POSTCODE                CHAR(8),
             BRANCH_REGION                  CHAR(20),
             BRANCH_STATUS                  CHAR(1) NOT NULL,
             BRANCH_OPENED_DATE             DATE,
             BRANCH_CLOSED_DATE             DATE,
             BRANCH_MERGED_INTO             CHAR(6),
             BRANCH_CASH_MIN                DECIMAL(13, 2),
             BRANCH_CASH_MAX                DECIMAL(13, 2),
             BRANCH_CASH_COVER              SMALLINT
           ) END-EXEC.
      *
      * Re-sort-coded accounts: one row per account BRCHMRG moved
      * from a merged branch, old sort code and number to new (the
      * number only differs where it clashed at the receiving
      * branch).  Until RSRT_EXPIRY_DATE INBPAY posts any credit
      * still addressed to the old sort code and number to the new
      * account, as it forwards credits for ACCT_SWITCH.  Ledger
      * history stays under the old key; this row links the two.
           EXEC SQL DECLARE ACCT_RESORT TABLE
           ( RSRT_OLD_SORTCODE              CHAR(6) NOT NULL,
             RSRT_OLD_NUMBER                CHAR(9) NOT NULL,
             RSRT_NEW_SORTCODE              CHAR(6) NOT NULL,
             RSRT_NEW_NUMBER                CHAR(9) NOT NULL,
             RSRT_DATE                      DATE NOT NULL,
             RSRT_EXPIRY_DATE               DATE NOT NULL
           ) END-EXEC.
