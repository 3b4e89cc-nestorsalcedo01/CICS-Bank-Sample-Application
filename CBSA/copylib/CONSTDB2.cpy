             VRP_MAX_PER_PERIOD             DECIMAL(12, 2),
             VRP_PERIOD_UNIT                CHAR(1),
             VRP_PERIOD_USED                DECIMAL(12, 2),
             VRP_PERIOD_START               DATE,
      *    Clearing scheme DPAYAPI routed the payment to at
      *    settlement - 'FPS ', 'CHPS', 'BACS' or 'SWFT' (see
      *    PSCMDB2) - and the channel SETTLEX sends it out on.
      *    Null until the payment is claimed for settlement.
             PAY_SCHEME                     CHAR(4)
           ) END-EXEC.
