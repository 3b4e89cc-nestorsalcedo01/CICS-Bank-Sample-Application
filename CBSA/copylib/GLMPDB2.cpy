             GLM_DR_GL                      CHAR(10) NOT NULL,
             GLM_CR_GL                      CHAR(10) NOT NULL
           ) END-EXEC.
      *
      * Balance mapping: which GL account carries the balances of an
      * account type at a sort code, for the GLRECON reconciliation
      * of our positions against the GL trial balance.  Looked up
      * the same way - the sort code's own row first, the type's
      * '000000' row as the fallback.  Besides the ACCOUNT_TYPE
      * values, three reserved types name the internal positions:
      * 'SUSPENSE' the branch suspense account, 'FXREVAL' the FX
      * revaluation account and 'FEEINC' the fee income the fee
      * postings have earned in the year.  GLMLOAD maintains these
      * rows too.
           EXEC SQL DECLARE GL_BALANCE_MAP TABLE
           ( GLB_ACCOUNT_TYPE               CHAR(8) NOT NULL,
             GLB_SORTCODE                   CHAR(6) NOT NULL,
             GLB_GL                         CHAR(10) NOT NULL
           ) END-EXEC.
