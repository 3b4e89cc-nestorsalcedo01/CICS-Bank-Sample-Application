      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Changed-data feed watermarks for the nightly CDCEXTR batch:
      * one row per business table fed to the data warehouse,
      * holding the timestamp up to which that table's changes
      * have been written to the feed (character form, as Db2
      * shows a timestamp).  Tables changed by date only compare
      * on the date part.  A table's mark moves in the same unit
      * of work as its trailer is written, so a run that fails
      * part way is rerun from the first table it did not finish.
      * CDCW_LAST_ROWS is the row count that table last sent.
           EXEC SQL DECLARE CDC_WATERMARK TABLE
           ( CDCW_TABLE                     CHAR(18) NOT NULL,
             CDCW_HIGH_WATER                CHAR(26) NOT NULL,
             CDCW_LAST_ROWS                 INTEGER NOT NULL,
             CDCW_LAST_RUN_TS               TIMESTAMP NOT NULL
           ) END-EXEC.
