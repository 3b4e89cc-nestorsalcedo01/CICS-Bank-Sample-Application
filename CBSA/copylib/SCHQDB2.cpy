      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Stop-cheque register: one row per instruction a customer has
      * given not to pay a cheque, or a run of cheques, they have
      * written.  SCHQ_SERIAL_FROM/_TO are the six-digit serial
      * range - the same number both ends for a single cheque.
      * SCHQ_AMOUNT, when not zero, narrows the stop to a cheque of
      * that amount.  SCHQ_STATUS 'A' active, 'C' cancelled by the
      * customer.  Maintained by the SCHQMNT batch; the inward
      * clearing batch CHQINW returns any presented cheque an active
      * row covers.
           EXEC SQL DECLARE STOP_CHEQUE TABLE
           ( SCHQ_ID                        INTEGER NOT NULL,
             SCHQ_SORTCODE                  CHAR(6) NOT NULL,
             SCHQ_NUMBER                    CHAR(9) NOT NULL,
             SCHQ_SERIAL_FROM               CHAR(6) NOT NULL,
             SCHQ_SERIAL_TO                 CHAR(6) NOT NULL,
             SCHQ_AMOUNT                    DECIMAL(12, 2) NOT NULL,
             SCHQ_REASON                    CHAR(30),
             SCHQ_STATUS                    CHAR(1) NOT NULL,
             SCHQ_PLACED_BY                 CHAR(8),
             SCHQ_PLACED_DATE               DATE NOT NULL,
             SCHQ_STATUS_DATE               DATE
           ) END-EXEC.
