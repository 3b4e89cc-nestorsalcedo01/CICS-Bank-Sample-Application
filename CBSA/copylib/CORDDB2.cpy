      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Vault cash orders on the cash-in-transit carrier: one row
      * per delivery to ('D') or collection from ('C') a branch
      * vault, raised by CASHFCST when the branch's forecast
      * position would fall outside its BRANCH_CASH_MIN/MAX
      * holding limits, with the note mix the carrier is to make
      * up and the net demand the order was forecast against.
      * CORD_STATUS 'O' ordered, 'C' confirmed - CASHRCPT has
      * applied the carrier's receipt, moved BRANCH_CASH by
      * CORD_CONFIRMED_AMOUNT and kept the carrier's reference.
      * An order still 'O' counts toward the branch's position in
      * the next forecast until it is confirmed or goes stale.
           EXEC SQL DECLARE CASH_ORDER TABLE
           ( CORD_ID                        INTEGER NOT NULL,
             CORD_SORTCODE                  CHAR(6) NOT NULL,
             CORD_RAISED_DATE               DATE NOT NULL,
             CORD_DELIVERY_DATE             DATE NOT NULL,
             CORD_DIRECTION                 CHAR(1) NOT NULL,
             CORD_AMOUNT                    DECIMAL(13, 2) NOT NULL,
             CORD_NOTES_50                  INTEGER NOT NULL,
             CORD_NOTES_20                  INTEGER NOT NULL,
             CORD_NOTES_10                  INTEGER NOT NULL,
             CORD_NOTES_5                   INTEGER NOT NULL,
             CORD_FORECAST_DEMAND           DECIMAL(13, 2) NOT NULL,
             CORD_STATUS                    CHAR(1) NOT NULL,
             CORD_CONFIRMED_AMOUNT          DECIMAL(13, 2),
             CORD_CONFIRMED_DATE            DATE,
             CORD_CARRIER_REF               CHAR(16)
           ) END-EXEC.
