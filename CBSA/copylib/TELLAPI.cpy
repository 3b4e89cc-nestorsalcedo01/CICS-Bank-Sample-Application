      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *    DFHCOMMAREA for TELLAPI, the live teller till service.
      *    The till is named by the branch sort code and TLA-TILL-ID.
      *    TLA-REQ values:
      *       O - open a till shift with TLA-AMOUNT as its cash float
      *       D - counter deposit of TLA-AMOUNT to the branch account
      *           TLA-ACCOUNT-NO, posted now as a 'CRE'
      *       W - counter withdrawal of TLA-AMOUNT from the account,
      *           posted now as a 'DEB'
      *       B - balance the till: TLA-DECLARED-CASH is the cash
      *           counted at the end of the shift
      *       E - enquire on the open till's position
      *    Every request hands back the till's position; D and W
      *    hand back the account's balances and the item's sequence
      *    number on the till, and B the over(+)/short(-) booked.
           05 TLA-REQ                    PIC X(1).
           05 TLA-SORTCODE               PIC X(6).
           05 TLA-TILL-ID                PIC X(4).
           05 TLA-ACCOUNT-NO             PIC X(8).
           05 TLA-AMOUNT                 PIC S9(10)V99.
           05 TLA-REFERENCE              PIC X(12).
           05 TLA-DECLARED-CASH          PIC S9(11)V99.
           05 TLA-ITEM-SEQ               PIC 9(9).
           05 TLA-AVAIL-BAL              PIC S9(10)V99.
           05 TLA-ACTUAL-BAL             PIC S9(10)V99.
           05 TLA-TILL-STATUS            PIC X(1).
           05 TLA-OPENING-CASH           PIC S9(11)V99.
           05 TLA-DEPOSITS               PIC S9(11)V99.
           05 TLA-WITHDRAWALS            PIC S9(11)V99.
           05 TLA-EXPECTED-CASH          PIC S9(11)V99.
           05 TLA-OVER-SHORT             PIC S9(11)V99.
           05 TLA-ITEM-COUNT             PIC 9(9).
           05 TLA-RETURN-CD              PIC S9(4).
           05 TLA-ERROR-MSG              PIC X(60).
