      * without a recompile.  Maintained by the PAYPLOAD batch from
      * its parameter file.  A missing row leaves the reading
      * program's compiled-in default in force.
      *
      * Scheme cut-offs are held here as HHMM values: 'CUTOFFDOMESTIC'
      * and 'CUTOFFINTL' (e.g. 1730.00 for 17:30) are the latest time
      * DPAYAPI settles a payment of that scope the same day.
           EXEC SQL DECLARE PAY_PARM TABLE
           ( PARM_NAME                      CHAR(16) NOT NULL,
             PARM_VALUE                     DECIMAL(12, 2) NOT NULL,
