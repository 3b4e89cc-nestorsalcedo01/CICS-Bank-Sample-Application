      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Account master change journal: one row for every change to
      * an ACCOUNT column other than the balances - the rate moved
      * by RTCHAPPL, the statement dates rolled by STMTGEN and
      * STMTBLK, the holder moved by BEREAVE, CUSTMRG and OWNLOAD,
      * every column of an account opened by ACCLOAD or BULKOPEN
      * (old value blank) and of one ended by ACCCLOSE, ESCHEAT or
      * SWCHCOMP (new value blank).  Values are held as DB2 shows
      * them in character form.  AJN_CHANGED_BY is the operator
      * where one made the change, otherwise the program (job
      * step) that did.  Rows are cut through the ACCJRNL
      * subprogram; the ACCJENQ enquiry answers "when did my rate
      * or limit change, and why" by account and date range, and
      * HSKPBAT ages the table under RETENTION_PARMS.
           EXEC SQL DECLARE ACCOUNT_JOURNAL TABLE
           ( AJN_ID                         INTEGER NOT NULL,
             AJN_SORTCODE                   CHAR(6) NOT NULL,
             AJN_NUMBER                     CHAR(8) NOT NULL,
             AJN_COLUMN                     CHAR(24) NOT NULL,
             AJN_OLD_VALUE                  CHAR(26) NOT NULL,
             AJN_NEW_VALUE                  CHAR(26) NOT NULL,
             AJN_PROGRAM                    CHAR(8) NOT NULL,
             AJN_CHANGED_BY                 CHAR(8) NOT NULL,
             AJN_REASON                     CHAR(40) NOT NULL,
             AJN_TS                         TIMESTAMP NOT NULL
           ) END-EXEC.
