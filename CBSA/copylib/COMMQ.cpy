      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *    Parameter area for COMMQ, the customer communications
      *    queue.  The raising program gives the message type, the
      *    account the notice is about and, where it has it, the
      *    customer (spaces: the account's holder is looked up),
      *    with a reference, amount and currency to quote and the
      *    notice text.  CMQ-CHANNEL is normally spaces, so the
      *    customer's own preference applies when it is routed.
      *    CMQ-RETURN-CD 0 is queued; 4 the account is not ours and
      *    nothing was queued; otherwise the failing SQLCODE.  COMMQ
      *    never commits - the notice goes with the caller's unit
      *    of work or not at all.
           05 CMQ-MSG-TYPE               PIC X(8).
           05 CMQ-CUSTOMER               PIC X(10).
           05 CMQ-SORTCODE               PIC X(6).
           05 CMQ-NUMBER                 PIC X(9).
           05 CMQ-CHANNEL                PIC X(1).
           05 CMQ-REFERENCE              PIC X(20).
           05 CMQ-AMOUNT                 PIC S9(10)V99.
           05 CMQ-CURRENCY-CD            PIC X(3).
           05 CMQ-TEXT                   PIC X(80).
           05 CMQ-PROGRAM                PIC X(8).
           05 CMQ-RETURN-CD              PIC S9(9).
