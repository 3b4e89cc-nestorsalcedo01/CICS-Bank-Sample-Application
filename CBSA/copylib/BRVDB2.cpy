      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Bereavement register, maintained only by the BEREAVE batch.
      * One row per deceased customer, keyed on the customer number
      * the notification arrived under.  BRV_STATUS 'N' notified -
      * every solely held account carries a post-no-debits stop
      * placed by BEREAVE, its mandates, recurring/VRP consents and
      * balance alerts are suspended, its warehoused payments are
      * revoked, and the customer's holding on any jointly held
      * account has passed to the surviving holders; 'S' settled -
      * the estate has been distributed, each remaining account
      * handed to ACCCLOSE with the executor's account
      * (BRV_EXECUTOR_SORTCODE/BRV_EXECUTOR_NUMBER) as its payout
      * account, and the bereavement stops no longer bar closure.
      * Account numbers are the 9-byte width of the current schema.
           EXEC SQL DECLARE BEREAVEMENT TABLE
           ( BRV_CUSTOMER                   CHAR(10) NOT NULL,
             BRV_DEATH_DATE                 DATE NOT NULL,
             BRV_NOTIFIED_DATE              DATE NOT NULL,
             BRV_STATUS                     CHAR(1) NOT NULL,
             BRV_NOTIFIED_BY                CHAR(8),
             BRV_EXECUTOR_SORTCODE          CHAR(6),
             BRV_EXECUTOR_NUMBER            CHAR(9),
             BRV_SETTLED_DATE               DATE,
             BRV_SETTLED_BY                 CHAR(8)
           ) END-EXEC.
