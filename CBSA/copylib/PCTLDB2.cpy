      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Daily posting control: what each posting source says it put
      * on PROCTRAN, by ledger date and PROCTRAN type - the count of
      * rows, their signed total and their absolute total.  Every
      * program that inserts into PROCTRAN claims the row through
      * the POSTCTL subprogram in the same unit of work as the
      * insert, so a backed-out posting takes its claim with it.
      * The day-end LEDGPRF proof sets the claims against PROCTRAN
      * grouped by type and alerts on any posting no source claims.
           EXEC SQL DECLARE DAILY_POSTING_CONTROL TABLE
           ( CTL_DATE                       DATE NOT NULL,
             CTL_SOURCE                     CHAR(8) NOT NULL,
             CTL_TYPE                       CHAR(3) NOT NULL,
             CTL_COUNT                      INTEGER NOT NULL,
             CTL_AMOUNT                     DECIMAL(15, 2) NOT NULL,
             CTL_GROSS_AMOUNT               DECIMAL(15, 2) NOT NULL,
             CTL_LAST_TS                    TIMESTAMP NOT NULL
           ) END-EXEC.
