      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Month-end book positions: one row per month end, sort code,
      * ACCOUNT_TYPE and currency, written by BOOKRPT from the last
      * EOD_BALANCE snapshot of the month (BOOK_SNAP_DATE) and kept
      * so that later months' reports compare against the figures
      * as they were reported, whatever the snapshot retention.  A
      * rerun of a month replaces that month's rows.
      * BOOK_CREDIT_TOTAL sums the accounts in credit;
      * BOOK_DEBIT_TOTAL the overdrawn and loan accounts, held as a
      * positive amount.  BOOK_WEIGHTED_RATE is ACCOUNT_INTEREST_RATE
      * weighted by the size of each balance.  Accounts no longer on
      * ACCOUNT are carried under the type 'CLOSED'.
           EXEC SQL DECLARE BOOK_POSITION TABLE
           ( BOOK_MONTH_END                 DATE NOT NULL,
             BOOK_SORTCODE                  CHAR(6) NOT NULL,
             BOOK_ACCOUNT_TYPE              CHAR(8) NOT NULL,
             BOOK_CURRENCY_CD               CHAR(3) NOT NULL,
             BOOK_SNAP_DATE                 DATE NOT NULL,
             BOOK_ACCOUNT_COUNT             INTEGER NOT NULL,
             BOOK_CREDIT_TOTAL              DECIMAL(15, 2) NOT NULL,
             BOOK_DEBIT_TOTAL               DECIMAL(15, 2) NOT NULL,
             BOOK_WEIGHTED_RATE             DECIMAL(6, 4) NOT NULL,
             BOOK_PRODUCED_DATE             DATE NOT NULL
           ) END-EXEC.
