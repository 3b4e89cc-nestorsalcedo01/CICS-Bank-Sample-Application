      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Customer merge, maintained only by the CUSTMRG batch.  When
      * one person has been onboarded under two customer numbers,
      * CUSTMRG moves everything held under the retired number to
      * the surviving one and leaves the retired number behind as a
      * CUSTOMER_ALIAS row, so a reference still quoting it -
      * a document, a feed, an operator - resolves to the survivor
      * through the CUSTRES subprogram.  Aliases are kept flat:
      * when a survivor is itself later retired, every alias that
      * pointed at it is re-pointed at the new survivor, so one
      * lookup always reaches a live customer.
      *
      * CUSTOMER_MERGE_JOURNAL records every move a merge made, in
      * MRG_SEQ order under the merge's MRG_ID: the table, the key
      * of the row (or MRG_ROWS for a set of rows moved together),
      * and MRG_ACTION - 'REPOINT' moved to the survivor, 'COMBINE'
      * folded into the survivor's own row, 'DROPPED' a duplicate
      * left behind under the retired number, 'BREACH' the combined
      * ISA subscriptions exceed the year's allowance, 'ALIAS' the
      * retired number aliased.
           EXEC SQL DECLARE CUSTOMER_ALIAS TABLE
           ( ALIAS_CUSTOMER                 CHAR(10) NOT NULL,
             ALIAS_SURVIVOR                 CHAR(10) NOT NULL,
             ALIAS_MERGE_ID                 INTEGER NOT NULL,
             ALIAS_MERGED_DATE              DATE NOT NULL
           ) END-EXEC.

           EXEC SQL DECLARE CUSTOMER_MERGE_JOURNAL TABLE
           ( MRG_ID                         INTEGER NOT NULL,
             MRG_SEQ                        SMALLINT NOT NULL,
             MRG_SURVIVOR                   CHAR(10) NOT NULL,
             MRG_RETIRED                    CHAR(10) NOT NULL,
             MRG_TABLE                      CHAR(18) NOT NULL,
             MRG_KEY                        CHAR(20),
             MRG_ACTION                     CHAR(8) NOT NULL,
             MRG_ROWS                       INTEGER NOT NULL,
             MRG_DETAIL                     CHAR(40),
             MRG_OPERATOR                   CHAR(8),
             MRG_TS                         TIMESTAMP NOT NULL
           ) END-EXEC.
