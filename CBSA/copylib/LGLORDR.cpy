      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *    DFHCOMMAREA for LGLORDR, the legal-order ops transaction.
      *    LGL-REQ values:
      *       R - register an interim order served on the bank:
      *           reference, court, type (G garnishee, F freezing),
      *           debtor customer and amount in.  LGL-SORTCODE/
      *           LGL-ACCOUNT-NO name a single account the order is
      *           confined to; blank means every account the
      *           customer holds.  The sum is ring-fenced against
      *           available balance at once; LGL-ORDER-ID and the
      *           amount actually earmarked come back.
      *       E - earmark again: try to ring-fence any shortfall
      *           on order LGL-ORDER-ID from funds that have since
      *           arrived
      *       F - final order: pay LGL-AMOUNT (zero for the whole
      *           earmark) from the ring-fenced funds to the
      *           judgment creditor's LGL-CREDITOR- account and
      *           release anything left over
      *       D - discharge: the order was set aside or withdrawn;
      *           every earmark is released
      *       G - enquire on order LGL-ORDER-ID
           05 LGL-REQ                    PIC X(1).
           05 LGL-ORDER-ID               PIC 9(9).
           05 LGL-REFERENCE              PIC X(20).
           05 LGL-COURT                  PIC X(30).
           05 LGL-TYPE                   PIC X(1).
           05 LGL-CUSTOMER               PIC X(10).
           05 LGL-SORTCODE               PIC X(6).
           05 LGL-ACCOUNT-NO             PIC X(8).
           05 LGL-AMOUNT                 PIC S9(10)V99.
           05 LGL-CREDITOR-SORTCODE      PIC X(6).
           05 LGL-CREDITOR-ACCOUNT-NO    PIC X(8).
           05 LGL-EARMARKED              PIC S9(10)V99.
           05 LGL-PAID-AMOUNT            PIC S9(10)V99.
           05 LGL-STATUS                 PIC X(1).
           05 LGL-SERVED-DATE            PIC X(10).
           05 LGL-RETURN-CD              PIC S9(4).
           05 LGL-ERROR-MSG              PIC X(60).
