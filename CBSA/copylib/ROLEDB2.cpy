      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Ops role membership.  One row per operator in a role; a role
      * is granted functions on OPS_ENTITLEMENT like an operator is,
      * and every member holds them.  Maintained by ENTLOAD.
           EXEC SQL DECLARE OPS_ROLE_MEMBER TABLE
           ( ROLE_NAME                      CHAR(8) NOT NULL,
             ROLE_OPERATOR                  CHAR(8) NOT NULL,
             ROLE_ADDED_BY                  CHAR(8) NOT NULL,
             ROLE_ADDED_TS                  TIMESTAMP NOT NULL
           ) END-EXEC.
