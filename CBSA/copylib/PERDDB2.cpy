      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Accounting period control, maintained by finance through
      * PERDMNT.  One row per period (PERIOD_ID, e.g. '202609'),
      * PERIOD_START to PERIOD_END inclusive; PERIOD_STATUS 'O' open,
      * 'C' closed.  Periods close in order and only once they have
      * ended, so today is always open.  No posting or value date
      * may fall in a closed period: PERDCHK says where one may go
      * instead.  A date no period covers is open.
           EXEC SQL DECLARE ACCOUNTING_PERIOD TABLE
           ( PERIOD_ID                      CHAR(6) NOT NULL,
             PERIOD_START                   DATE NOT NULL,
             PERIOD_END                     DATE NOT NULL,
             PERIOD_STATUS                  CHAR(1) NOT NULL,
             PERIOD_CLOSED_BY               CHAR(8),
             PERIOD_CLOSED_TS               TIMESTAMP,
             PERIOD_REOPENED_BY             CHAR(8),
             PERIOD_REOPENED_TS             TIMESTAMP
           ) END-EXEC.
      *
      * Register of back-dated postings, written through PERDCHK by
      * the programs that can post or value an entry before today.
      * LATE_ACTION 'M' - the date asked for (LATE_REQUESTED_DATE)
      * fell in closed period LATE_CLOSED_PERIOD and was moved to
      * LATE_APPLIED_DATE, the first open date after it; 'L' - the
      * entry went in late to an open period.  An entry whose
      * ledger date (LATE_POSTED_DATE) is earlier than the day it
      * was recorded is one GLEXTR's daily cut never saw; GLEXTR
      * journals it in its prior-period adjustments section and
      * stamps LATE_JOURNAL_DATE.
           EXEC SQL DECLARE LATE_POSTING TABLE
           ( LATE_SORTCODE                  CHAR(6) NOT NULL,
             LATE_NUMBER                    CHAR(9) NOT NULL,
             LATE_TYPE                      CHAR(3) NOT NULL,
             LATE_AMOUNT                    DECIMAL(12, 2) NOT NULL,
             LATE_REQUESTED_DATE            DATE NOT NULL,
             LATE_APPLIED_DATE              DATE NOT NULL,
             LATE_POSTED_DATE               DATE NOT NULL,
             LATE_ACTION                    CHAR(1) NOT NULL,
             LATE_CLOSED_PERIOD             CHAR(6),
             LATE_SOURCE                    CHAR(8) NOT NULL,
             LATE_RECORDED_TS               TIMESTAMP NOT NULL,
             LATE_JOURNAL_DATE              DATE
           ) END-EXEC.
