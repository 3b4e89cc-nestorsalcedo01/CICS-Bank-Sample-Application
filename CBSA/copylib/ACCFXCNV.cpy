      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *    Parameter area for ACCFXCNV, the account-currency posting
      *    converter.  The posting program hands over the account,
      *    the currency the posting is quoted in (spaces mean GBP),
      *    the signed amount (credit positive) and its own name for
      *    the position journal; ACCFXCNV hands back the account's
      *    currency and the amount to post to it in that currency,
      *    priced through FXRATES and the customer's FX_MARGIN tier,
      *    and the base (GBP) value the conversion was dealt at.
      *    AFX-REQUEST 'P' also moves FX_POSITION for every currency
      *    that changed hands; 'Q' only quotes, for a funds check
      *    ahead of a posting that may yet be refused.
      *    AFX-RETURN-CD 4 means the account was not found
      *    (AFX-POST-AMOUNT is the quoted amount, unconverted); 8
      *    means no rate is held for one of the currencies; any
      *    other non-zero value is the failing SQLCODE.  ACCFXCNV
      *    never commits - the caller's unit of work carries the
      *    position movement with the posting it belongs to.
           05 AFX-REQUEST                PIC X(1).
           05 AFX-SORTCODE               PIC X(6).
           05 AFX-NUMBER                 PIC X(9).
           05 AFX-TXN-CURRENCY           PIC X(3).
           05 AFX-TXN-AMOUNT             PIC S9(10)V99.
           05 AFX-SOURCE                 PIC X(8).
           05 AFX-ACCOUNT-CURRENCY       PIC X(3).
           05 AFX-POST-AMOUNT            PIC S9(10)V99.
           05 AFX-BASE-AMOUNT            PIC S9(10)V99.
           05 AFX-RETURN-CD              PIC S9(4).
