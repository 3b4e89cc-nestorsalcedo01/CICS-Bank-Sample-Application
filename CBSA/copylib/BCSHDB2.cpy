      * to day, moved by the TELLPOST run from the branch trailer's
      * declared cash totals - deposits in, withdrawals out - with
      * any declared-versus-posted difference booked as an over or
      * short against the branch instead of failing the file.  A
      * live branch's position moves as each of its tills is
      * balanced through TELLAPI.
      * BCSHRPT reports the positions and the over/short history so
      * area managers see who is holding too much cash and which
      * branch keeps coming up short.
      * Cash the carrier delivers or collects moves the position
      * through CASHRCPT against its CASH_ORDER row and is not
      * journalled here, so the movement journal stays the
      * counter's own demand CASHFCST forecasts from.
           EXEC SQL DECLARE BRANCH_CASH TABLE
           ( BCSH_SORTCODE                  CHAR(6) NOT NULL,
             BCSH_POSITION                  DECIMAL(13, 2) NOT NULL,
      *
      * One movement row per branch per TELLPOST run: the declared
      * deposit and withdrawal totals and the over(+)/short(-)
      * figure the trailer proof produced.  A live branch has one
      * row per till shift balanced, with the till's totals and its
      * over/short against the cash the teller counted.
           EXEC SQL DECLARE BRANCH_CASH_MOVE TABLE
           ( BMOV_DATE                      DATE NOT NULL,
             BMOV_SORTCODE                  CHAR(6) NOT NULL,
