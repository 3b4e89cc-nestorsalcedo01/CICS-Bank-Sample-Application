      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Right of set-off, one row per exercise against an account
      * whose unarranged overdraft (the balance beyond its arranged
      * ACCOUNT_OVERDRAFT_LIMIT) has aged past the SETOFF batch's
      * threshold while the same customer holds credit balances.
      * SETF_STATUS 'N' - the statutory advance notice has been
      * queued and set-off may be applied from SETF_DUE_DATE; 'A' -
      * applied, SETF_APPLIED_AMOUNT taken from the customer's
      * credit balances on SETF_APPLIED_DATE and the post-event
      * notice queued; 'X' - withdrawn on the due date, because the
      * account had come back within its limit, had been closed, or
      * no eligible credit balance remained.  SETF_ARREARS_AMOUNT is
      * the excess over the limit when notice was given.  Account
      * numbers are the 9-byte width of the current schema.
           EXEC SQL DECLARE SET_OFF TABLE
           ( SETF_ID                        INTEGER NOT NULL,
             SETF_CUSTOMER                  CHAR(10) NOT NULL,
             SETF_SORTCODE                  CHAR(6) NOT NULL,
             SETF_NUMBER                    CHAR(9) NOT NULL,
             SETF_STATUS                    CHAR(1) NOT NULL,
             SETF_NOTICE_DATE               DATE NOT NULL,
             SETF_DUE_DATE                  DATE NOT NULL,
             SETF_ARREARS_AMOUNT            DECIMAL(12, 2) NOT NULL,
             SETF_APPLIED_AMOUNT            DECIMAL(12, 2),
             SETF_APPLIED_DATE              DATE
           ) END-EXEC.
