             ACCOUNT_LAST_STATEMENT         DATE,
             ACCOUNT_NEXT_STATEMENT         DATE,
             ACCOUNT_AVAILABLE_BALANCE      DECIMAL(10, 2),
             ACCOUNT_ACTUAL_BALANCE         DECIMAL(10, 2),
      *    The currency the account is denominated in, and so the
      *    currency both balances and every PROCTRAN amount on it
      *    are held in.  Null on an account opened before currency
      *    accounts arrived - readers take that as GBP.
             ACCOUNT_CURRENCY_CD            CHAR(3)
           ) END-EXEC.
