      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Work table for the PROSVFY seal verification: the PROARCH
      * archive records read back, in PROCTRAN's own column shapes,
      * so the archived days can be walked in key order alongside
      * the live ones.  Cleared and reloaded at the start of every
      * verification run and left in place afterwards for whoever
      * has to look into a broken seal.
           EXEC SQL DECLARE PROCTRAN_ARCH_WORK TABLE
           ( AWK_EYECATCHER                 CHAR(4) NOT NULL,
             AWK_SORTCODE                   CHAR(6) NOT NULL,
             AWK_NUMBER                     CHAR(9) NOT NULL,
             AWK_DATE                       DATE NOT NULL,
             AWK_TIME                       CHAR(6) NOT NULL,
             AWK_REF                        CHAR(12) NOT NULL,
             AWK_TYPE                       CHAR(3) NOT NULL,
             AWK_DESC                       CHAR(40) NOT NULL,
             AWK_AMOUNT                     DECIMAL(12, 2) NOT NULL,
             AWK_CONSENT_ID                 INTEGER NOT NULL,
             AWK_COUNTER_ACC_NO             CHAR(9) NOT NULL
           ) END-EXEC.
