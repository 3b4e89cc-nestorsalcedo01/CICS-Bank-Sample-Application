      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *    DFHCOMMAREA for RTPAPI, the customer's side of the
      *    request-to-pay service.  Every request names the payer's
      *    account in RTP-SORTCODE / RTP-ACCOUNT-NO.  RTP-REQ values:
      *       L - list the account's open requests, a page of up to
      *           ten, oldest first; pass back the last
      *           RTP-OE-ID of a page in RTP-AFTER-ID for the next,
      *           RTP-MORE-FLAG 'Y' saying there is one
      *       A - accept open request RTP-ID: the payment consent is
      *           created and its RTP-CONSENT-ID / RTP-END-TO-END-ID
      *           come back.  RTP-PAY-ON-DUE-DATE 'Y' schedules the
      *           payment for the request's due date (RTP-EXEC-DATE);
      *           otherwise the consent is payable at once through
      *           DPAYAPI.  RTP-TPP-ID names the provider acting for
      *           the customer, spaces for our own channels
      *       D - decline open request RTP-ID, RTP-DECLINE-REASON
      *           the reason the biller is told ('CUST' when spaces)
           05 RTP-REQ                    PIC X(1).
           05 RTP-ID                     PIC 9(9).
           05 RTP-SORTCODE               PIC X(6).
           05 RTP-ACCOUNT-NO             PIC X(8).
           05 RTP-PAY-ON-DUE-DATE        PIC X(1).
           05 RTP-DECLINE-REASON         PIC X(4).
           05 RTP-TPP-ID                 PIC X(10).
           05 RTP-CONSENT-ID             PIC 9(9).
           05 RTP-END-TO-END-ID          PIC X(12).
           05 RTP-EXEC-DATE              PIC X(10).
           05 RTP-AFTER-ID               PIC 9(9).
           05 RTP-MORE-FLAG              PIC X(1).
           05 RTP-OPEN-COUNT             PIC 9(2).
           05 RTP-OPEN-ENTRY OCCURS 10 TIMES.
              10 RTP-OE-ID                 PIC 9(9).
              10 RTP-OE-BILLER-NAME        PIC X(35).
              10 RTP-OE-REFERENCE          PIC X(18).
              10 RTP-OE-AMOUNT             PIC S9(10)V99.
              10 RTP-OE-CURRENCY-CD        PIC X(3).
              10 RTP-OE-DUE-DATE           PIC X(10).
              10 RTP-OE-EXPIRY-DATE        PIC X(10).
           05 RTP-RETURN-CD              PIC S9(4).
           05 RTP-ERROR-CATEGORY         PIC X(12).
           05 RTP-ERROR-MSG              PIC X(200).
