              05 ACCOUNT-NEXT-STATEMENT   PIC X(10).
              05 ACCOUNT-AVAILABLE-BALANCE PIC S9(10)V99 USAGE COMP-3.
              05 ACCOUNT-ACTUAL-BALANCE   PIC S9(10)V99 USAGE COMP-3.
      *       The account's currency (spaces read as GBP); both
      *       balances above are held in it.
              05 ACCOUNT-CURRENCY-CD      PIC X(3).
