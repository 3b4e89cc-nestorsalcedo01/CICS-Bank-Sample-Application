      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Batch restart control: one row per ledger-posting batch and
      * input file it has been given, keyed by the program and the
      * file's identity (its header, or its record count and hash
      * totals where the file carries no header).  RST_STATUS is
      * 'P' while the file is being worked and 'C' once it has been
      * run to the end.  RST_POSITION is the count of input records
      * behind the last commit and RST_TOTALS the caller's running
      * totals at that commit, rewritten in the same unit of work
      * as the postings they cover, so a rerun after a failure
      * resumes exactly where the committed work stops.  Maintained
      * through the RSTCTL subprogram.
           EXEC SQL DECLARE BATCH_RESTART TABLE
           ( RST_PROGRAM                    CHAR(8) NOT NULL,
             RST_FILE_ID                    CHAR(40) NOT NULL,
             RST_STATUS                     CHAR(1) NOT NULL,
             RST_POSITION                   INTEGER NOT NULL,
             RST_TOTALS                     CHAR(200) NOT NULL,
             RST_RUN_COUNT                  SMALLINT NOT NULL,
             RST_FIRST_RUN_TS               TIMESTAMP NOT NULL,
             RST_LAST_RUN_TS                TIMESTAMP NOT NULL,
             RST_COMPLETED_TS               TIMESTAMP
           ) END-EXEC.
