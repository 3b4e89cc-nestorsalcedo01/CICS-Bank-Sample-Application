      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Request-to-pay: one row per payment request a biller or
      * merchant has sent one of our customers, loaded from the
      * inbound request-to-pay file by RTPLOAD and keyed to the
      * payer's account (the 9-byte width of the current schema).
      * RTP_BILLER_ID plus RTP_BILLER_REF is the biller's own
      * reference and is unique - a request sent twice is rejected
      * the second time.  The biller is paid to RTP_CREDIT_SORTCODE
      * / RTP_CREDIT_ACCOUNT under RTP_BILLER_NAME.
      * RTP_STATUS 'O' open, awaiting the customer through RTPAPI;
      * 'A' accepted, RTP_CONSENT_ID the payment consent created
      * through CONSENT (warehoused to RTP_DUE_DATE when the
      * customer chose to pay on the due date); 'D' declined by the
      * customer, RTP_DECLINE_REASON saying why; 'X' expired - still
      * open after RTP_EXPIRY_DATE, marked by RTPSTAT.  Declines and
      * expiries go back to the biller on RTPSTAT's outbound status
      * file, RTP_REPORTED_DATE stamped (null until then).
           EXEC SQL DECLARE REQUEST_TO_PAY TABLE
           ( RTP_ID                         INTEGER NOT NULL,
             RTP_BILLER_ID                  CHAR(10) NOT NULL,
             RTP_BILLER_REF                 CHAR(18) NOT NULL,
             RTP_BILLER_NAME                CHAR(35) NOT NULL,
             RTP_CREDIT_SORTCODE            CHAR(6) NOT NULL,
             RTP_CREDIT_ACCOUNT             CHAR(8) NOT NULL,
             RTP_PAYER_SORTCODE             CHAR(6) NOT NULL,
             RTP_PAYER_NUMBER               CHAR(9) NOT NULL,
             RTP_AMOUNT                     DECIMAL(12, 2) NOT NULL,
             RTP_CURRENCY_CD                CHAR(3) NOT NULL,
             RTP_REFERENCE                  CHAR(18) NOT NULL,
             RTP_DUE_DATE                   DATE NOT NULL,
             RTP_EXPIRY_DATE                DATE NOT NULL,
             RTP_STATUS                     CHAR(1) NOT NULL,
             RTP_RECEIVED_DATE              DATE NOT NULL,
             RTP_STATUS_DATE                DATE NOT NULL,
             RTP_CONSENT_ID                 INTEGER,
             RTP_DECLINE_REASON             CHAR(4),
             RTP_REPORTED_DATE              DATE
           ) END-EXEC.
