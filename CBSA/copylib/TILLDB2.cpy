      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Teller tills for the branches that post counter work live
      * through BNK1TEL/TELLAPI.  One row per till shift: the till
      * is opened with its cash float, every counter deposit and
      * withdrawal posted through it moves its running totals, and
      * the end-of-shift balance compares the cash the teller
      * declares with the position the till should hold (float
      * plus deposits less withdrawals).  TILL_STATUS 'O' open,
      * 'B' balanced - the declared cash and the over(+)/short(-)
      * figure are kept on the balanced row.  A branch with any
      * till on this table is a live branch, and TELLPOST no longer
      * posts its counter file.
           EXEC SQL DECLARE TELLER_TILL TABLE
           ( TILL_SORTCODE                  CHAR(6) NOT NULL,
             TILL_ID                        CHAR(4) NOT NULL,
             TILL_DATE                      DATE NOT NULL,
             TILL_SHIFT                     INTEGER NOT NULL,
             TILL_TELLER                    CHAR(8) NOT NULL,
             TILL_STATUS                    CHAR(1) NOT NULL,
             TILL_OPENING_CASH              DECIMAL(13, 2) NOT NULL,
             TILL_DEPOSITS                  DECIMAL(13, 2) NOT NULL,
             TILL_WITHDRAWALS               DECIMAL(13, 2) NOT NULL,
             TILL_ITEM_COUNT                INTEGER NOT NULL,
             TILL_DECLARED_CASH             DECIMAL(13, 2),
             TILL_OVER_SHORT                DECIMAL(11, 2),
             TILL_OPENED_TS                 TIMESTAMP NOT NULL,
             TILL_BALANCED_TS               TIMESTAMP
           ) END-EXEC.
      *
      * One row per counter item posted through a till shift: the
      * account, 'D' deposit or 'W' withdrawal, the sterling cash
      * that crossed the counter, the teller's reference and who
      * keyed it.
           EXEC SQL DECLARE TELLER_ITEM TABLE
           ( TITM_SORTCODE                  CHAR(6) NOT NULL,
             TITM_TILL_ID                   CHAR(4) NOT NULL,
             TITM_DATE                      DATE NOT NULL,
             TITM_SHIFT                     INTEGER NOT NULL,
             TITM_SEQ                       INTEGER NOT NULL,
             TITM_NUMBER                    CHAR(9) NOT NULL,
             TITM_TYPE                      CHAR(1) NOT NULL,
             TITM_AMOUNT                    DECIMAL(12, 2) NOT NULL,
             TITM_REFERENCE                 CHAR(12),
             TITM_TELLER                    CHAR(8) NOT NULL,
             TITM_POSTED_TS                 TIMESTAMP NOT NULL
           ) END-EXEC.
