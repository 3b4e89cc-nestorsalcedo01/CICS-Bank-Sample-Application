      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Electronic statement option, one row per account that takes
      * a machine-readable statement, maintained through the ESTMLOAD
      * batch and produced from by ESTMTGEN.  ESTO_FORMAT 'C' is the
      * camt.053-style file, 'M' the MT940-style file; ESTO_FREQUENCY
      * 'D' states every business day, 'M' every calendar month end.
      * ESTO_STATUS 'A' is live, 'C' cancelled.  ESTO_START_DATE is
      * the first day the customer's statements cover;
      * ESTO_LAST_PERIOD_TO the last day the latest electronic
      * statement covered (null until the first is produced), so the
      * next statement starts the day after and a missed run is
      * caught up rather than lost.  Account numbers are the 9-byte
      * width of the current schema.
           EXEC SQL DECLARE ESTMT_OPTION TABLE
           ( ESTO_SORTCODE                  CHAR(6) NOT NULL,
             ESTO_NUMBER                    CHAR(9) NOT NULL,
             ESTO_FORMAT                    CHAR(1) NOT NULL,
             ESTO_FREQUENCY                 CHAR(1) NOT NULL,
             ESTO_STATUS                    CHAR(1) NOT NULL,
             ESTO_START_DATE                DATE NOT NULL,
             ESTO_LAST_PERIOD_TO            DATE,
             ESTO_CHANGED_DATE              DATE NOT NULL
           ) END-EXEC.
