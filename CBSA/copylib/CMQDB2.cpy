      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Customer communications queue: one row for every notice any
      * batch raises for a customer - payment status (CONDISP),
      * returned cheque (CHQRET), loan arrears (LOANARRS), rate
      * change (RTCHAPPL), unpaid direct debit (DDCOLL), balance
      * alert (ALRTEVAL), statement ready (STMTGEN, STMTBLK) and
      * product conversion (PRODCONV), sort code change on a
      * branch merger (BRCHMRG), deposit maturity reminder
      * (TDEPMAT) and advance and post-event set-off notice
      * (SETOFF) -
      * cut through the COMMQ subprogram with its message type,
      * customer and account.  CMQ_REQ_CHANNEL is a channel the
      * customer asked for on this kind of notice itself (a
      * balance alert subscription's), blank to follow the
      * customer's CUST_CONTACT_PREF.  CMQ_STATUS 'N' waiting for
      * the COMMRTE routing batch, which stamps the channel it
      * went by (CMQ_CHANNEL 'P' post, 'E' email, 'S' SMS) and
      * moves it to 'S' sent, 'O' held back because the customer
      * has opted out, or 'X' suppressed for want of a usable
      * address on the customer's channel.  HSKPBAT ages routed
      * rows under RETENTION_PARMS.
           EXEC SQL DECLARE COMMS_QUEUE TABLE
           ( CMQ_ID                         INTEGER NOT NULL,
             CMQ_MSG_TYPE                   CHAR(8) NOT NULL,
             CMQ_CUSTOMER                   CHAR(10) NOT NULL,
             CMQ_SORTCODE                   CHAR(6) NOT NULL,
             CMQ_NUMBER                     CHAR(8) NOT NULL,
             CMQ_REQ_CHANNEL                CHAR(1) NOT NULL,
             CMQ_REFERENCE                  CHAR(20) NOT NULL,
             CMQ_AMOUNT                     DECIMAL(12, 2) NOT NULL,
             CMQ_CURRENCY_CD                CHAR(3) NOT NULL,
             CMQ_TEXT                       CHAR(80) NOT NULL,
             CMQ_PROGRAM                    CHAR(8) NOT NULL,
             CMQ_RAISED_TS                  TIMESTAMP NOT NULL,
             CMQ_STATUS                     CHAR(1) NOT NULL,
             CMQ_CHANNEL                    CHAR(1) NOT NULL,
             CMQ_ROUTED_TS                  TIMESTAMP
           ) END-EXEC.
