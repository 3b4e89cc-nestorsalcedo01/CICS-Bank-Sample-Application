      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Referential-integrity rules for the weekly RIAUDIT batch:
      * one row per child-to-parent reference Db2 does not enforce
      * - the child table, the child's key columns (comma
      * separated, in the parent key's order), and the parent
      * table.  RULE_ACTIVE 'Y' checks the rule, 'N' parks it.
      * RIAUDIT only checks the references it knows; a rule naming
      * anything else is reported, never guessed at.  The rule's
      * orphan count is fed to RECON_BREAKS under source RIAUDIT,
      * keyed by RULE_ID.
           EXEC SQL DECLARE RI_RULES TABLE
           ( RULE_ID                        CHAR(8) NOT NULL,
             RULE_CHILD_TABLE               CHAR(18) NOT NULL,
             RULE_CHILD_COLUMNS             CHAR(40) NOT NULL,
             RULE_PARENT_TABLE              CHAR(18) NOT NULL,
             RULE_ACTIVE                    CHAR(1) NOT NULL
           ) END-EXEC.
