      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Operator entitlements for the ops transactions.  One row per
      * grant of a function to an operator (ENT_GRANTEE_TYPE 'U', the
      * CICS or batch user id) or to a role (ENT_GRANTEE_TYPE 'R',
      * whose members are on OPS_ROLE_MEMBER).  The functions, and
      * those that carry an amount (*):
      *    PLACE-STOP, LIFT-STOP                      ACCSTOP
      *    REL-HOLD (*), CONFIRM-HIT                  SANCWRK
      *    APPROVE-PAY (*), REJECT-PAY                DPAYAUT
      *    SUSP-REPOST (*), SUSP-RETURN (*)           SUSPWRK
      *    AML-TAKE, AML-DISPOSE                      AMLWRK
      *    DISP-INVEST, DISP-PROVCR (*), DISP-UPHOLD (*),
      *    DISP-DECLINE                               DISPAPI
      *    BRK-RESOLVE                                BRKUPD
      *    TELL-CASH (*), TILL-BALANCE                TELLAPI
      *    SIGN-QUEUE, ALERT-ACK (work-basket view)   BNK1WBK
      *    LGL-REGISTER (*), LGL-EARMARK, LGL-FINAL (*),
      *    LGL-DISCHRGE                               LGLORDR
      *    APP-EXTEND, APP-REIMB (*), APP-DECLINE     APPCLAIM
      *    CMP-ACK, CMP-FINAL (*)                     CMPLAPI
      *    SVC-SWITCH                                 SVCSWRK
      *    LOAN-APPROVE (*), LOAN-DECLINE             LOANAPI
      * MKCKWRK's checker needs the parked action itself - LIFT-STOP
      * or REL-HOLD - to confirm or reject it.  ENT_LIMIT is the
      * monetary authority that goes with the grant - the largest
      * amount the grantee may decide on, in the currency the item
      * is held in; null means no limit, and a function with no
      * amount ignores it.  An operator holding the function more
      * than one way has the largest of the limits.  Rows are
      * maintained by ENTLOAD and listed for the quarterly
      * recertification by ENTCERT; ENT_CERTIFIED_BY/_TS record the
      * manager who last confirmed the grant.  ENTCHK is the one
      * reader the transactions use.
           EXEC SQL DECLARE OPS_ENTITLEMENT TABLE
           ( ENT_GRANTEE                    CHAR(8) NOT NULL,
             ENT_GRANTEE_TYPE               CHAR(1) NOT NULL,
             ENT_FUNCTION                   CHAR(12) NOT NULL,
             ENT_LIMIT                      DECIMAL(12, 2),
             ENT_GRANTED_BY                 CHAR(8) NOT NULL,
             ENT_GRANTED_TS                 TIMESTAMP NOT NULL,
             ENT_CERTIFIED_BY               CHAR(8),
             ENT_CERTIFIED_TS               TIMESTAMP
           ) END-EXEC.
