      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *    Parameter area for POSTCTL, the daily posting control
      *    register.  The caller names itself in PCT-SOURCE and
      *    hands over the PROCTRAN row it has just inserted: its
      *    ledger date in PCT-DATE (spaces for today), its type and
      *    its signed amount.  POSTCTL adds the row to the source's
      *    claim for that date and type.  PCT-RETURN-CD 0 is
      *    success; otherwise the failing SQLCODE.  POSTCTL never
      *    commits - the claim belongs to the caller's unit of work
      *    with the posting it claims.
           05 PCT-SOURCE                 PIC X(8).
           05 PCT-DATE                   PIC X(10).
           05 PCT-TYPE                   PIC X(3).
           05 PCT-AMOUNT                 PIC S9(10)V99.
           05 PCT-RETURN-CD              PIC S9(9).
