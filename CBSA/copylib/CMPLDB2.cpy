      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Customer complaints register: one row per complaint, keyed
      * on CMP_ID.  CMP_CATEGORY is what the complaint is about and
      * CMP_ROOT_CAUSE what went wrong (see CMPLAPI for the codes);
      * CMP_SORTCODE/CMP_NUMBER, CMP_CONSENT_ID and CMP_DISPUTE_REF
      * (the END_TO_END_ID of a DISPUTE row) link it to the account,
      * consent or dispute it concerns, and are spaces or zero when
      * it concerns none.  The two regulatory clocks run from
      * CMP_RECEIVED_DATE: CMP_SRC_DUE is the close of the third
      * business day (GETBDAY calendar), by which a complaint may be
      * settled with a summary resolution; CMP_FINAL_DUE is eight
      * weeks on, by which the final response must be issued.
      * CMP_STATUS 'O' open; 'A' acknowledged - the complainant has
      * been told it is being looked into; 'C' closed with a final
      * response (or a summary resolution) on CMP_CLOSED_DATE.
      * CMP_OUTCOME 'U' upheld, 'P' partly upheld, 'N' not upheld,
      * 'S' resolved by summary resolution.  CMP_REDRESS is any
      * redress paid, posted as a 'CMP' ledger entry to the account
      * at CMP_REDRESS_SORTCODE/CMP_REDRESS_NUMBER.  Maintained by
      * the CMPLAPI transaction; CMPLRET extracts the half-yearly
      * complaints return from it.
           EXEC SQL DECLARE COMPLAINT TABLE
           ( CMP_ID                         INTEGER NOT NULL,
             CMP_CUSTOMER                   CHAR(10) NOT NULL,
             CMP_CATEGORY                   CHAR(4) NOT NULL,
             CMP_ROOT_CAUSE                 CHAR(4) NOT NULL,
             CMP_SORTCODE                   CHAR(6) NOT NULL,
             CMP_NUMBER                     CHAR(9) NOT NULL,
             CMP_CONSENT_ID                 INTEGER NOT NULL,
             CMP_DISPUTE_REF                CHAR(12) NOT NULL,
             CMP_SUMMARY                    CHAR(60) NOT NULL,
             CMP_STATUS                     CHAR(1) NOT NULL,
             CMP_RECEIVED_DATE              DATE NOT NULL,
             CMP_SRC_DUE                    DATE NOT NULL,
             CMP_FINAL_DUE                  DATE NOT NULL,
             CMP_ACK_DATE                   DATE,
             CMP_CLOSED_DATE                DATE,
             CMP_OUTCOME                    CHAR(1),
             CMP_REDRESS                    DECIMAL(12, 2),
             CMP_REDRESS_SORTCODE           CHAR(6),
             CMP_REDRESS_NUMBER             CHAR(9),
             CMP_OPERATOR                   CHAR(8),
             CMP_LAST_UPDATE_TS             TIMESTAMP NOT NULL
           ) END-EXEC.
