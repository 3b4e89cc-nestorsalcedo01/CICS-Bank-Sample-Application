      * interest accrual, statements and a back-dated dispute have a
      * fixed as-of position to work from instead of replaying
      * PROCTRAN to reconstruct one.  EODENQ serves the as-at
      * enquiry over it.  SNAP_CURRENCY_CD is the currency the
      * account's balances were held in on the day (null on rows
      * taken before accounts carried a currency, which were GBP).
           EXEC SQL DECLARE EOD_BALANCE TABLE
           ( SNAP_DATE                      DATE NOT NULL,
             SNAP_SORTCODE                  CHAR(6) NOT NULL,
             SNAP_NUMBER                    CHAR(9) NOT NULL,
             SNAP_ACTUAL_BALANCE            DECIMAL(10, 2) NOT NULL,
             SNAP_AVAILABLE_BALANCE         DECIMAL(10, 2) NOT NULL,
             SNAP_CURRENCY_CD               CHAR(3)
           ) END-EXEC.
