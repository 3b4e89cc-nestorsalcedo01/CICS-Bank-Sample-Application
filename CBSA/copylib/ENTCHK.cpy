      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *    Parameter area for ENTCHK, the operator entitlement check
      *    (see ENTLDB2).  The caller names the operator and the
      *    function about to be performed and, where the decision
      *    has an amount, sets ENT-AMOUNT-FLAG 'Y' and the amount in
      *    ENT-AMOUNT (its sign is ignored).  ENT-RESULT comes back
      *    'Y' entitled, 'N' not entitled, or 'L' entitled but the
      *    amount is over the operator's authority limit.
      *    ENT-LIMIT-FLAG is 'U' for no limit or 'L' with the limit
      *    in ENT-LIMIT.  ENT-RETURN-CD 0 is success; otherwise the
      *    failing SQLCODE, and the caller must refuse.
           05 ENT-OPERATOR               PIC X(8).
           05 ENT-FUNCTION               PIC X(12).
           05 ENT-AMOUNT-FLAG            PIC X(1).
           05 ENT-AMOUNT                 PIC S9(10)V99.
           05 ENT-RESULT                 PIC X(1).
           05 ENT-LIMIT-FLAG             PIC X(1).
           05 ENT-LIMIT                  PIC S9(10)V99.
           05 ENT-RETURN-CD              PIC S9(9).
