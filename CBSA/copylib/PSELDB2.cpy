      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * PROCTRAN ledger seals: one row per posting date, cut by the
      * nightly PROSEAL step once the day is over.  SEAL_HASH is a
      * hash (PROSHSH) over the day's PROCTRAN rows in key order,
      * seeded with the previous day's SEAL_HASH (held again here
      * as SEAL_PREV_HASH), so altering, adding or removing any
      * row of any sealed day - live or archived by PROARCH -
      * breaks that day's seal and every one after it.  The
      * PROSVFY batch recomputes the chain over live PROCTRAN and
      * the PROARCH archive and reports the first day that no
      * longer matches.  The first seal is seeded with zeros.
           EXEC SQL DECLARE PROCTRAN_SEAL TABLE
           ( SEAL_DATE                      DATE NOT NULL,
             SEAL_ROW_COUNT                 INTEGER NOT NULL,
             SEAL_AMOUNT                    DECIMAL(15, 2) NOT NULL,
             SEAL_PREV_HASH                 CHAR(20) NOT NULL,
             SEAL_HASH                      CHAR(20) NOT NULL,
             SEAL_TS                        TIMESTAMP NOT NULL
           ) END-EXEC.
