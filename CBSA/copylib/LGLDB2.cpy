      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Legal-order register, maintained only by the LGLORDR ops
      * transaction.  One LEGAL_ORDER row per court order served on
      * the bank against a customer: LGO_TYPE 'G' garnishee (third
      * party debt) order, 'F' freezing order, for LGO_AMOUNT.
      * LGO_STATUS 'I' interim - the sum is ring-fenced; 'P' paid -
      * the final order arrived and LGO_PAID_AMOUNT went to the
      * judgment creditor's account on LGO_FINAL_DATE; 'D'
      * discharged - the order was set aside or withdrawn and every
      * earmark released.  LGO_SORTCODE/LGO_NUMBER hold the single
      * account an order is confined to, or spaces when it reaches
      * every account the customer holds.
      *
      * The ring-fence itself is one LEGAL_ORDER_EARMARK row per
      * debtor account drawn on.  Like an ACCT_HOLD authorization
      * hold, an earmark reduces ACCOUNT_AVAILABLE_BALANCE and
      * leaves ACCOUNT_ACTUAL_BALANCE alone, so every funds check
      * in the payment paths honours it without knowing it exists;
      * unlike a hold it has no expiry and only LGLORDR releases
      * it.  LGE_STATUS 'A' active, 'P' paid to the creditor, 'R'
      * released.  LGO_EARMARKED is the sum of the active earmarks,
      * which may fall short of LGO_AMOUNT when the debtor's
      * balances did not cover the order.  Account numbers are the
      * 9-byte width of the current schema.
           EXEC SQL DECLARE LEGAL_ORDER TABLE
           ( LGO_ID                         INTEGER NOT NULL,
             LGO_REFERENCE                  CHAR(20) NOT NULL,
             LGO_COURT                      CHAR(30) NOT NULL,
             LGO_TYPE                       CHAR(1) NOT NULL,
             LGO_CUSTOMER                   CHAR(10) NOT NULL,
             LGO_SORTCODE                   CHAR(6) NOT NULL,
             LGO_NUMBER                     CHAR(9) NOT NULL,
             LGO_AMOUNT                     DECIMAL(12, 2) NOT NULL,
             LGO_EARMARKED                  DECIMAL(12, 2) NOT NULL,
             LGO_STATUS                     CHAR(1) NOT NULL,
             LGO_SERVED_DATE                DATE NOT NULL,
             LGO_FINAL_DATE                 DATE,
             LGO_CREDITOR_SORTCODE          CHAR(6),
             LGO_CREDITOR_NUMBER            CHAR(9),
             LGO_PAID_AMOUNT                DECIMAL(12, 2),
             LGO_STATUS_DATE                DATE,
             LGO_OPERATOR                   CHAR(8)
           ) END-EXEC.

           EXEC SQL DECLARE LEGAL_ORDER_EARMARK TABLE
           ( LGE_ORDER_ID                   INTEGER NOT NULL,
             LGE_SORTCODE                   CHAR(6) NOT NULL,
             LGE_NUMBER                     CHAR(9) NOT NULL,
             LGE_AMOUNT                     DECIMAL(12, 2) NOT NULL,
             LGE_STATUS                     CHAR(1) NOT NULL,
             LGE_PLACED_DATE                DATE NOT NULL,
             LGE_STATUS_DATE                DATE
           ) END-EXEC.
