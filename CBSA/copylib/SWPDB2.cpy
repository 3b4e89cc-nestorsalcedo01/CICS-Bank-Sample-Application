      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Standing balance-sweep instructions between two accounts the
      * same customer holds, maintained through the SWPLOAD batch and
      * carried out at end of day by ACCSWEEP.  The money always
      * moves from SWP_SOURCE to SWP_TARGET, as a 'TFR' pair.
      * SWP_TRIGGER 'E' sweeps excess out: when the source's balance
      * is above SWP_THRESHOLD everything over SWP_TARGET_BALANCE
      * goes to the target.  'T' tops up: when the target's headroom
      * (balance plus ACCOUNT_OVERDRAFT_LIMIT) has fallen below
      * SWP_THRESHOLD, enough comes from the source to bring the
      * target's balance back to SWP_TARGET_BALANCE, so far as the
      * source's own credit balance allows.  SWP_STATUS 'A' is live,
      * 'C' cancelled.  Account numbers are the 9-byte width of the
      * current schema.
           EXEC SQL DECLARE SWEEP_INSTRUCTION TABLE
           ( SWP_ID                         INTEGER NOT NULL,
             SWP_SOURCE_SORTCODE            CHAR(6) NOT NULL,
             SWP_SOURCE_NUMBER              CHAR(9) NOT NULL,
             SWP_TARGET_SORTCODE            CHAR(6) NOT NULL,
             SWP_TARGET_NUMBER              CHAR(9) NOT NULL,
             SWP_TRIGGER                    CHAR(1) NOT NULL,
             SWP_THRESHOLD                  DECIMAL(12, 2) NOT NULL,
             SWP_TARGET_BALANCE             DECIMAL(12, 2) NOT NULL,
             SWP_STATUS                     CHAR(1) NOT NULL,
             SWP_CREATED_DATE               DATE NOT NULL,
             SWP_LAST_SWEPT_DATE            DATE,
             SWP_LAST_AMOUNT                DECIMAL(12, 2)
           ) END-EXEC.
