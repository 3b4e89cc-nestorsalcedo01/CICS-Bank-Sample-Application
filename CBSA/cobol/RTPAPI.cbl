       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      * Licensed Materials - Property of IBM                           *
      *                                                                *
      * (c) Copyright IBM Corp. 2026.                                  *
      *                                                                *
      * US Government Users Restricted Rights - Use, duplication       *
      * or disclosure restricted by GSA ADP Schedule Contract          *
      * with IBM Corp.                                                 *
      *                                                                *
      ******************************************************************
      *
      *    Request-to-pay service - the customer's side of the
      *    payment requests billers and merchants send through
      *    RTPLOAD.  The customer sees their open requests and
      *    accepts or declines each.  Accepting creates the payment
      *    consent through CONSENT's ordinary create path, filled in
      *    from the request, so every check a payment gets (name
      *    check, type rules, stops, sanctions, risk) applies to it
      *    just the same; asked to pay on the due date, the consent
      *    carries the due date as its execution date and is
      *    warehoused until then for CONWHSE to release.  The request
      *    is only marked accepted if the consent is created - a
      *    refusal leaves it open and hands CONSENT's answer back.
      *    Declines, and requests left open past their expiry date,
      *    go back to the biller through RTPSTAT.  Commarea-driven,
      *    the same channel shape as the other APIs.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTPAPI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Copyright statement as a literal to go into the load module
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2026. All Rights Reserved.'.
       77 FILLER PIC X(80) VALUE
           'US Government Users Restricted Rights - Use, duplication '.
       77 FILLER PIC X(80) VALUE
           'or disclosure restricted by GSA ADP Schedule Contract '.
       77 FILLER PIC X(80) VALUE
           'with IBM Corp.'.

      * Get the REQUEST_TO_PAY DB2 copybook
           EXEC SQL
              INCLUDE RTPDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * REQUEST_TO_PAY host variables for DB2
       01 HOST-REQUEST-TO-PAY-ROW.
          10 HV-RTP-ID                  PIC S9(9) USAGE COMP.
          10 HV-RTP-BILLER-NAME         PIC X(35).
          10 HV-RTP-CREDIT-SORTCODE     PIC X(6).
          10 HV-RTP-CREDIT-ACCOUNT      PIC X(8).
          10 HV-RTP-PAYER-SORTCODE      PIC X(6).
          10 HV-RTP-PAYER-NUMBER        PIC X(9).
          10 HV-RTP-AMOUNT              PIC S9(10)V99 COMP-3.
          10 HV-RTP-CURRENCY-CD         PIC X(3).
          10 HV-RTP-REFERENCE           PIC X(18).
          10 HV-RTP-DUE-DATE            PIC X(10).
          10 HV-RTP-EXPIRY-DATE         PIC X(10).
          10 HV-RTP-CONSENT-ID          PIC S9(9) USAGE COMP.
          10 HV-RTP-DECLINE-REASON      PIC X(4).

       01 HV-AFTER-ID                   PIC S9(9) COMP.
       01 HV-DUE-IN-FUTURE              PIC X(1).
       01 WS-LIST-IDX                   PIC 9(2).

      * Declare the CURSOR over the account's open requests.  One
      * past its expiry date is no longer the customer's to answer,
      * even before RTPSTAT has marked it expired.
           EXEC SQL DECLARE RTP-CURSOR CURSOR FOR
              SELECT RTP_ID,
                     RTP_BILLER_NAME,
                     RTP_REFERENCE,
                     RTP_AMOUNT,
                     RTP_CURRENCY_CD,
                     CHAR(RTP_DUE_DATE),
                     CHAR(RTP_EXPIRY_DATE)
                     FROM REQUEST_TO_PAY
                     WHERE RTP_PAYER_SORTCODE = :HV-RTP-PAYER-SORTCODE
                     AND   RTP_PAYER_NUMBER   = :HV-RTP-PAYER-NUMBER
                     AND   RTP_STATUS         = 'O'
                     AND   RTP_EXPIRY_DATE   >= CURRENT DATE
                     AND   RTP_ID             > :HV-AFTER-ID
                     ORDER BY RTP_ID
                     FOR FETCH ONLY
           END-EXEC.

       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP               PIC S9(8) COMP VALUE 0.
          03 WS-CICS-RESP2              PIC S9(8) COMP VALUE 0.

       01 WS-CONSENT-COMMAREA.
          COPY CONSTAPI.

       01 WS-CONSENT-PGM                PIC X(8) VALUE 'CONSENT'.
       01 WS-RTP-ID-DISPLAY             PIC 9(9).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY RTPAPI.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.

           MOVE 0      TO RTP-RETURN-CD.
           MOVE SPACES TO RTP-ERROR-CATEGORY.
           MOVE SPACES TO RTP-ERROR-MSG.

           MOVE RTP-SORTCODE    TO HV-RTP-PAYER-SORTCODE.
           MOVE '0'             TO HV-RTP-PAYER-NUMBER(1:1).
           MOVE RTP-ACCOUNT-NO  TO HV-RTP-PAYER-NUMBER(2:8).

           EVALUATE RTP-REQ
              WHEN 'L'
                 PERFORM LIST-OPEN-REQUESTS
              WHEN 'A'
                 PERFORM ACCEPT-REQUEST
              WHEN 'D'
                 PERFORM DECLINE-REQUEST
              WHEN OTHER
                 MOVE  8  TO RTP-RETURN-CD
                 MOVE  'INVALID REQUEST, VALID VALUES - L,A,D'
                          TO RTP-ERROR-MSG
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       A999.
           EXIT.

       LIST-OPEN-REQUESTS SECTION.
       LOR010.

           MOVE 0            TO RTP-OPEN-COUNT.
           MOVE 'N'          TO RTP-MORE-FLAG.
           MOVE RTP-AFTER-ID TO HV-AFTER-ID.

           EXEC SQL OPEN
              RTP-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO RTP-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT FROM REQUEST_TO_PAY'
                   TO RTP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM FETCH-OPEN-REQUEST
              UNTIL SQLCODE NOT = 0
              OR RTP-MORE-FLAG = 'Y'.

           EXEC SQL CLOSE
              RTP-CURSOR
           END-EXEC.

       LOR999.
           EXIT.

      *
      *    One row of the page; an eleventh only says there is
      *    another page.
      *
       FETCH-OPEN-REQUEST SECTION.
       FOR010.

           EXEC SQL FETCH FROM RTP-CURSOR
              INTO :HV-RTP-ID,
                   :HV-RTP-BILLER-NAME,
                   :HV-RTP-REFERENCE,
                   :HV-RTP-AMOUNT,
                   :HV-RTP-CURRENCY-CD,
                   :HV-RTP-DUE-DATE,
                   :HV-RTP-EXPIRY-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO FOR999
           END-IF.

           IF RTP-OPEN-COUNT >= 10
              MOVE 'Y' TO RTP-MORE-FLAG
              GO TO FOR999
           END-IF.

           ADD 1 TO RTP-OPEN-COUNT.
           MOVE RTP-OPEN-COUNT TO WS-LIST-IDX.
           MOVE HV-RTP-ID TO
              RTP-OE-ID (WS-LIST-IDX).
           MOVE HV-RTP-BILLER-NAME TO
              RTP-OE-BILLER-NAME (WS-LIST-IDX).
           MOVE HV-RTP-REFERENCE TO
              RTP-OE-REFERENCE (WS-LIST-IDX).
           MOVE HV-RTP-AMOUNT TO
              RTP-OE-AMOUNT (WS-LIST-IDX).
           MOVE HV-RTP-CURRENCY-CD TO
              RTP-OE-CURRENCY-CD (WS-LIST-IDX).
           MOVE HV-RTP-DUE-DATE TO
              RTP-OE-DUE-DATE (WS-LIST-IDX).
           MOVE HV-RTP-EXPIRY-DATE TO
              RTP-OE-EXPIRY-DATE (WS-LIST-IDX).

       FOR999.
           EXIT.

      *
      *    Accept: the request is claimed first, so two channels
      *    accepting at once cannot both create a consent, then the
      *    consent is created from it.  If CONSENT refuses, the
      *    claim is backed out and the request stays open.
      *
       ACCEPT-REQUEST SECTION.
       ACR010.

           MOVE RTP-ID TO HV-RTP-ID.

           EXEC SQL
              SELECT RTP_BILLER_NAME,
                     RTP_CREDIT_SORTCODE,
                     RTP_CREDIT_ACCOUNT,
                     RTP_AMOUNT,
                     RTP_CURRENCY_CD,
                     CHAR(RTP_DUE_DATE),
                     CASE WHEN RTP_DUE_DATE > CURRENT DATE
                          THEN 'Y' ELSE 'N'
                     END
              INTO   :HV-RTP-BILLER-NAME,
                     :HV-RTP-CREDIT-SORTCODE,
                     :HV-RTP-CREDIT-ACCOUNT,
                     :HV-RTP-AMOUNT,
                     :HV-RTP-CURRENCY-CD,
                     :HV-RTP-DUE-DATE,
                     :HV-DUE-IN-FUTURE
              FROM   REQUEST_TO_PAY
              WHERE  RTP_ID             = :HV-RTP-ID
              AND    RTP_PAYER_SORTCODE = :HV-RTP-PAYER-SORTCODE
              AND    RTP_PAYER_NUMBER   = :HV-RTP-PAYER-NUMBER
              AND    RTP_STATUS         = 'O'
              AND    RTP_EXPIRY_DATE   >= CURRENT DATE
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE  12  TO RTP-RETURN-CD
                 MOVE  'NO OPEN REQUEST WITH THIS IDENTIFIER'
                             TO RTP-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
              WHEN OTHER
                 MOVE SQLCODE  TO RTP-RETURN-CD
                 MOVE 'DATABASE ERROR - WHEN READING REQUEST_TO_PAY'
                      TO RTP-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
           END-EVALUATE.

           EXEC SQL
                UPDATE REQUEST_TO_PAY
                SET    RTP_STATUS      = 'A',
                       RTP_STATUS_DATE = CURRENT DATE
                WHERE  RTP_ID     = :HV-RTP-ID
                AND    RTP_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE  12  TO RTP-RETURN-CD
              MOVE  'NO OPEN REQUEST WITH THIS IDENTIFIER'
                          TO RTP-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           PERFORM CREATE-THE-CONSENT.

           MOVE DFHCA-CONSENT-ID TO HV-RTP-CONSENT-ID.

           EXEC SQL
                UPDATE REQUEST_TO_PAY
                SET    RTP_CONSENT_ID = :HV-RTP-CONSENT-ID
                WHERE  RTP_ID = :HV-RTP-ID
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE SQLCODE  TO RTP-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN UPDATE TO REQUEST_TO_PAY'
                   TO RTP-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           MOVE DFHCA-CONSENT-ID    TO RTP-CONSENT-ID.
           MOVE DFHCA-END-TO-END-ID TO RTP-END-TO-END-ID.
           MOVE DFHCA-EXEC-DATE     TO RTP-EXEC-DATE.

           EXEC CICS SYNCPOINT
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

       ACR999.
           EXIT.

      *
      *    The consent is created exactly as a channel keying the
      *    payment would create it: debit the payer, credit the
      *    biller under the biller's name.  The idempotency key is
      *    the request's own, so a retried accept can never mint a
      *    second consent.  Paying on the due date sets it as the
      *    execution date, which CONSENT warehouses; a due date of
      *    today or earlier is simply paid on demand.
      *
       CREATE-THE-CONSENT SECTION.
       CTC010.

           INITIALIZE WS-CONSENT-COMMAREA.
           MOVE 'C'              TO DFHCA-CONSENT-REQ.
           MOVE SPACES           TO DFHCA-DEBIT-AC.
           STRING RTP-SORTCODE DELIMITED BY SIZE,
                  RTP-ACCOUNT-NO DELIMITED BY SIZE
                  INTO DFHCA-DEBIT-AC
           END-STRING.
           MOVE SPACES           TO DFHCA-CREDIT-AC.
           STRING HV-RTP-CREDIT-SORTCODE DELIMITED BY SIZE,
                  HV-RTP-CREDIT-ACCOUNT DELIMITED BY SIZE
                  INTO DFHCA-CREDIT-AC
           END-STRING.
           MOVE HV-RTP-BILLER-NAME
                                 TO DFHCA-CREDIT-AC-CUSTNAME.
           MOVE 'UK.OBIE.SortCodeAccountNumber'
                                 TO DFHCA-CREDIT-AC-SCHEMENAME.
           MOVE 'UK.OBIE.SortCodeAccountNumber'
                                 TO DFHCA-DEBIT-AC-SCHEMENAME.
           MOVE HV-RTP-AMOUNT    TO DFHCA-CONSENT-AMOUNT.
           MOVE HV-RTP-CURRENCY-CD
                                 TO DFHCA-CURRENCY-CD.
           MOVE RTP-TPP-ID       TO DFHCA-TPP-ID.

           IF RTP-PAY-ON-DUE-DATE = 'Y' AND HV-DUE-IN-FUTURE = 'Y'
              MOVE HV-RTP-DUE-DATE TO DFHCA-EXEC-DATE
           ELSE
              MOVE SPACES          TO DFHCA-EXEC-DATE
           END-IF.

           MOVE HV-RTP-ID        TO WS-RTP-ID-DISPLAY.
           MOVE SPACES           TO DFHCA-IDEMPOTENCY-KEY.
           STRING 'RTP' DELIMITED BY SIZE,
                  WS-RTP-ID-DISPLAY DELIMITED BY SIZE
                  INTO DFHCA-IDEMPOTENCY-KEY
           END-STRING.

           EXEC CICS LINK
              PROGRAM(WS-CONSENT-PGM)
              COMMAREA(WS-CONSENT-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-CICS-RESP TO RTP-RETURN-CD
              MOVE 'CICS ERROR - WHEN LINKING TO CONSENT'
                   TO RTP-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           IF DFHCA-RETURN-CD NOT = 0
              MOVE DFHCA-RETURN-CD      TO RTP-RETURN-CD
              MOVE DFHCA-ERROR-CATEGORY TO RTP-ERROR-CATEGORY
              MOVE DFHCA-ERROR-MSG      TO RTP-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

       CTC999.
           EXIT.

       DECLINE-REQUEST SECTION.
       DCR010.

           MOVE RTP-ID TO HV-RTP-ID.

           IF RTP-DECLINE-REASON = SPACES
              MOVE 'CUST'             TO HV-RTP-DECLINE-REASON
           ELSE
              MOVE RTP-DECLINE-REASON TO HV-RTP-DECLINE-REASON
           END-IF.

           EXEC SQL
                UPDATE REQUEST_TO_PAY
                SET    RTP_STATUS         = 'D',
                       RTP_STATUS_DATE    = CURRENT DATE,
                       RTP_DECLINE_REASON = :HV-RTP-DECLINE-REASON
                WHERE  RTP_ID             = :HV-RTP-ID
                AND    RTP_PAYER_SORTCODE = :HV-RTP-PAYER-SORTCODE
                AND    RTP_PAYER_NUMBER   = :HV-RTP-PAYER-NUMBER
                AND    RTP_STATUS         = 'O'
                AND    RTP_EXPIRY_DATE   >= CURRENT DATE
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE  12  TO RTP-RETURN-CD
              MOVE  'NO OPEN REQUEST WITH THIS IDENTIFIER'
                          TO RTP-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EXEC CICS SYNCPOINT
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

       DCR999.
           EXIT.

       BACK-OUT-AND-LEAVE SECTION.
       BOL010.

           EXEC CICS SYNCPOINT ROLLBACK
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

           PERFORM GET-ME-OUT-OF-HERE.

       BOL999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.

           EXEC CICS RETURN
           END-EXEC.

           GOBACK.

       GMOOH999.
           EXIT.
