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

      ******************************************************************
      *                                                                *
      * Title: APPXCHG                                                 *
      *                                                                *
      *                                                                *
      * Description: Daily APP scam claims exchange with the other     *
      *              banks.  The inbound file carries other banks'     *
      *              recovery requests ('RQ') for our half of a claim  *
      *              their customer made, where the money landed in an *
      *              account here, and their responses ('RS') to the   *
      *              requests we sent.  A request matched to the       *
      *              credit on our ledger is accepted and our half is  *
      *              paid from the APP reimbursement account; one we   *
      *              cannot match is answered as disputed.  An         *
      *              accepted response credits the recovery back to    *
      *              the APP reimbursement account.  The outbound file *
      *              then carries every recovery request APPCLAIM      *
      *              raised since the last run and our responses to    *
      *              the requests received, with a header and a        *
      *              count/amount trailer.                             *
      *                                                                *
      * Input:  The inbound claims-exchange file APPXIN                *
      * Output: The outbound claims-exchange file APPXOUT              *
      *         The exchange report APPXRPT                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPXCHG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XCH-IN-FILE
                  ASSIGN TO APPXIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS IN-FILE-STATUS.

           SELECT XCH-OUT-FILE
                  ASSIGN TO APPXOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS OUT-FILE-STATUS.

           SELECT XCH-RPT-FILE
                  ASSIGN TO APPXRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    Header 'H' / detail 'D' / trailer 'T', the suite's file
      *    convention; the same layout both ways.  A detail is an
      *    'RQ' recovery request - XCH-ACCT-SORTCODE/NUMBER the
      *    receiving bank's account the scam payment credited - or
      *    an 'RS' response, XCH-OUTCOME 'A' accepted (XCH-AMOUNT
      *    being paid) or 'D' disputed.
       FD  XCH-IN-FILE.
       01  XCH-IN-RECORD                    PIC X(100).

       FD  XCH-OUT-FILE.
       01  XCH-RECORD.
           05 XCH-REC-TYPE                  PIC X(1).
           05 XCH-REC-BODY                  PIC X(99).
           05 XCH-HEADER-VIEW REDEFINES XCH-REC-BODY.
              10 XCH-ORIGINATOR             PIC X(6).
              10 XCH-FILE-DATE              PIC X(10).
              10 FILLER                     PIC X(83).
           05 XCH-DETAIL-VIEW REDEFINES XCH-REC-BODY.
              10 XCH-MSG-TYPE               PIC X(2).
              10 XCH-END-TO-END-ID          PIC X(12).
              10 XCH-FROM-BANK              PIC X(6).
              10 XCH-TO-BANK                PIC X(6).
              10 XCH-ACCT-SORTCODE          PIC X(6).
              10 XCH-ACCT-NUMBER            PIC X(9).
              10 XCH-AMOUNT                 PIC 9(10)V99.
              10 XCH-OUTCOME                PIC X(1).
              10 XCH-CLAIM-DATE             PIC X(10).
              10 FILLER                     PIC X(35).
           05 XCH-TRAILER-VIEW REDEFINES XCH-REC-BODY.
              10 XCH-TRAILER-COUNT          PIC 9(8).
              10 XCH-TRAILER-HASH           PIC 9(13)V99.
              10 FILLER                     PIC X(76).

       FD  XCH-RPT-FILE.
       01  XCH-RPT-RECORD.
           05 RPT-ACTION                 PIC X(10).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-MSG-TYPE               PIC X(2).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-END-TO-END-ID          PIC X(12).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-BANK                   PIC X(6).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-AMOUNT                 PIC Z(9)9.99.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-DETAIL                 PIC X(50).

      *****************************************************************
      *** Working storage                                           ***
      *****************************************************************
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

      * Get the APP_CLAIM DB2 copybook
           EXEC SQL
              INCLUDE APPCDB2
           END-EXEC.

      * Get the CONSENT DB2 copybook
           EXEC SQL
              INCLUDE CONSTDB2
           END-EXEC.

      *    Declare the PROCTRAN table, matching the 9-byte account
      *    number and DATE/TIME column types PROLOAD/PROARCH already
      *    use against the current schema.
           EXEC SQL DECLARE PROCTRAN TABLE
              (
               PROCTRAN_EYECATCHER             CHAR(4),
               PROCTRAN_SORTCODE               CHAR(6) NOT NULL,
               PROCTRAN_NUMBER                 CHAR(9) NOT NULL,
               PROCTRAN_DATE                   DATE,
               PROCTRAN_TIME                   CHAR(6),
               PROCTRAN_REF                    CHAR(12),
               PROCTRAN_TYPE                   CHAR(3),
               PROCTRAN_DESC                   CHAR(40),
               PROCTRAN_AMOUNT                 DECIMAL(12, 2),
               PROCTRAN_CONSENT_ID             INTEGER NOT NULL,
               PROCTRAN_COUNTER_ACC_NO         CHAR(9)
              )
           END-EXEC.

      *    Declare the ACCOUNT table, matching the 9-byte account
      *    number the current schema carries.
           EXEC SQL DECLARE ACCOUNT TABLE
              ( ACCOUNT_EYECATCHER             CHAR(4),
                ACCOUNT_CUSTOMER_NUMBER        CHAR(10),
                ACCOUNT_SORTCODE               CHAR(6) NOT NULL,
                ACCOUNT_NUMBER                 CHAR(9) NOT NULL,
                ACCOUNT_TYPE                   CHAR(8),
                ACCOUNT_INTEREST_RATE          DECIMAL(4, 2),
                ACCOUNT_OPENED                 DATE,
                ACCOUNT_OVERDRAFT_LIMIT        INTEGER,
                ACCOUNT_LAST_STATEMENT         DATE,
                ACCOUNT_NEXT_STATEMENT         DATE,
                ACCOUNT_AVAILABLE_BALANCE      DECIMAL(10, 2),
                ACCOUNT_ACTUAL_BALANCE         DECIMAL(10, 2) )
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * APP_RECOVERY host variables for DB2
       01 HOST-RECOVERY-ROW.
          03 HV-APR-END-TO-END-ID          PIC X(12).
          03 HV-APR-DIRECTION              PIC X(1).
          03 HV-APR-COUNTERPARTY           PIC X(6).
          03 HV-APR-SORTCODE               PIC X(6).
          03 HV-APR-NUMBER                 PIC X(9).
          03 HV-APR-AMOUNT                 PIC S9(10)V99 COMP-3.
          03 HV-APR-STATUS                 PIC X(1).
          03 HV-APR-RAISED-DATE            PIC X(10).

       01 HV-CREDIT-AC                     PIC X(16).
       01 HV-MATCH-COUNT                   PIC S9(9) COMP.
       01 HV-TODAY                         PIC X(10).
       01 HV-NOW                           PIC X(26).

      * PROCTRAN host variables for the APP reimbursement postings
       01 HOST-PROCTRAN-ROW.
          03 HV-POST-SORTCODE              PIC X(6).
          03 HV-POST-NUMBER                PIC X(9).
          03 HV-POSTING-AMOUNT             PIC S9(10)V99 COMP-3.
          03 HV-PROCTRAN-TIME              PIC X(6).
          03 HV-PROCTRAN-DESC              PIC X(40).

      *    Our own sort code, the originator on everything we send
      *    and the addressee on everything we receive.
           COPY SORTCODE.

      *    The reserved account APPCLAIM pays reimbursements from;
      *    our half of another bank's claim is paid from it too, and
      *    recoveries are credited back into it.
       01 WS-APP-REIMB-ACCOUNT             PIC X(9) VALUE '099999999'.

      *    Everything still to go out: recovery requests APPCLAIM
      *    raised, and responses to the requests received.
           EXEC SQL DECLARE XCH-OUT-CURSOR CURSOR FOR
              SELECT APR_END_TO_END_ID,
                     APR_DIRECTION,
                     APR_COUNTERPARTY,
                     APR_SORTCODE,
                     APR_NUMBER,
                     APR_AMOUNT,
                     APR_STATUS,
                     CHAR(APR_RAISED_DATE, ISO)
                     FROM APP_RECOVERY
                     WHERE (APR_DIRECTION = 'O'
                            AND APR_STATUS = 'P')
                     OR    (APR_DIRECTION = 'I'
                            AND APR_STATUS IN ('A', 'U')
                            AND APR_SENT_DATE IS NULL)
                     ORDER BY APR_COUNTERPARTY,
                              APR_END_TO_END_ID
                     FOR FETCH ONLY
           END-EXEC.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

      *    The outbound file register entry for each file sent out.
       01 WS-OUTFREG-PGM                 PIC X(8) VALUE 'OUTFREG'.
       01 WS-OUTFREG-PARMS.
           COPY OUTFREG.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  IN-FILE-STATUS                PIC XX.
       01  OUT-FILE-STATUS               PIC XX.
       01  RPT-FILE-STATUS               PIC XX.

       01  WS-IN-EOF                     PIC X VALUE 'N'.
       01  WS-OUT-EOF                    PIC X VALUE 'N'.
       01  WS-IN-PRESENT                 PIC X VALUE 'N'.

      *    The inbound record, seen through the outbound layout.
       01  WS-IN-RECORD.
           05 WIN-REC-TYPE               PIC X(1).
           05 WIN-REC-BODY               PIC X(99).
           05 WIN-DETAIL-VIEW REDEFINES WIN-REC-BODY.
              10 WIN-MSG-TYPE            PIC X(2).
              10 WIN-END-TO-END-ID       PIC X(12).
              10 WIN-FROM-BANK           PIC X(6).
              10 WIN-TO-BANK             PIC X(6).
              10 WIN-ACCT-SORTCODE       PIC X(6).
              10 WIN-ACCT-NUMBER         PIC X(9).
              10 WIN-AMOUNT              PIC 9(10)V99.
              10 WIN-OUTCOME             PIC X(1).
              10 WIN-CLAIM-DATE          PIC X(10).
              10 FILLER                  PIC X(35).

       01  WS-OUR-SORTCODE               PIC X(6).
       01  WS-HASH-TOTAL                 PIC 9(13)V99 VALUE 0.

       01  NUMBER-OF-RECORDS-READ        PIC 9(8) VALUE 0.
       01  NUMBER-OF-REQUESTS-ACCEPTED   PIC 9(8) VALUE 0.
       01  NUMBER-OF-REQUESTS-UNMATCHED  PIC 9(8) VALUE 0.
       01  NUMBER-OF-RECOVERIES-PAID     PIC 9(8) VALUE 0.
       01  NUMBER-OF-RECOVERIES-DISPUTED PIC 9(8) VALUE 0.
       01  NUMBER-OF-RECORDS-REJECTED    PIC 9(8) VALUE 0.
       01  NUMBER-OF-RECORDS-SENT        PIC 9(8) VALUE 0.

      *****************************************************************
      *** Linkage Storage                                           ***
      *****************************************************************
       LINKAGE SECTION.

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       A010.

           EXEC SQL
              SELECT CURRENT DATE, CHAR(CURRENT TIMESTAMP)
              INTO   :HV-TODAY, :HV-NOW
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT DATE IN PGM '
                      'APPXCHG. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE SORTCODE      TO WS-OUR-SORTCODE.
           MOVE HV-NOW(12:2)  TO HV-PROCTRAN-TIME(1:2).
           MOVE HV-NOW(15:2)  TO HV-PROCTRAN-TIME(3:2).
           MOVE HV-NOW(18:2)  TO HV-PROCTRAN-TIME(5:2).

           OPEN OUTPUT XCH-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the APPXRPT report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

      *    No inbound file simply means nothing came in today.
           OPEN INPUT XCH-IN-FILE.
           IF IN-FILE-STATUS = '00'
              MOVE 'Y' TO WS-IN-PRESENT
              PERFORM PROCESS-ONE-INBOUND UNTIL WS-IN-EOF = 'Y'
              CLOSE XCH-IN-FILE
           ELSE
              DISPLAY 'APPXCHG no inbound exchange file, status='
                      IN-FILE-STATUS
           END-IF.

           OPEN OUTPUT XCH-OUT-FILE.
           IF OUT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the APPXOUT exchange file, '
                      ' status=' OUT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           INITIALIZE XCH-RECORD.
           MOVE 'H'             TO XCH-REC-TYPE.
           MOVE WS-OUR-SORTCODE TO XCH-ORIGINATOR.
           MOVE HV-TODAY        TO XCH-FILE-DATE.
           PERFORM WRITE-EXCHANGE-RECORD.

           EXEC SQL OPEN
              XCH-OUT-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'APPXCHG unable to open XCH-OUT-CURSOR, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM SEND-ONE-MESSAGE UNTIL WS-OUT-EOF = 'Y'.

           EXEC SQL CLOSE
              XCH-OUT-CURSOR
           END-EXEC.

           INITIALIZE XCH-RECORD.
           MOVE 'T'                    TO XCH-REC-TYPE.
           MOVE NUMBER-OF-RECORDS-SENT TO XCH-TRAILER-COUNT.
           MOVE WS-HASH-TOTAL          TO XCH-TRAILER-HASH.
           PERFORM WRITE-EXCHANGE-RECORD.

           CLOSE XCH-OUT-FILE.
           CLOSE XCH-RPT-FILE.

           DISPLAY 'APPXCHG read ' NUMBER-OF-RECORDS-READ
                   ' inbound record(s): ' NUMBER-OF-REQUESTS-ACCEPTED
                   ' request(s) accepted, '
                   NUMBER-OF-REQUESTS-UNMATCHED ' unmatched, '
                   NUMBER-OF-RECOVERIES-PAID ' recovery(s) paid, '
                   NUMBER-OF-RECOVERIES-DISPUTED ' disputed, '
                   NUMBER-OF-RECORDS-REJECTED ' rejected.'.
           DISPLAY 'APPXCHG sent ' NUMBER-OF-RECORDS-SENT
                   ' message(s).'.

           IF NUMBER-OF-RECORDS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE 'APPXOUT'              TO OFR-FILE-NAME.
           MOVE HV-TODAY               TO OFR-BUSINESS-DATE.
           MOVE NUMBER-OF-RECORDS-SENT TO OFR-RECORD-COUNT.
           MOVE WS-HASH-TOTAL          TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    One inbound record.  Headers and trailers carry nothing to
      *    act on; a detail not addressed to us, or of a type we do
      *    not know, is rejected to the report.
      *
       PROCESS-ONE-INBOUND SECTION.
       POI010.

           READ XCH-IN-FILE INTO WS-IN-RECORD
              AT END
                 MOVE 'Y' TO WS-IN-EOF
                 GO TO POI999
           END-READ.

           IF IN-FILE-STATUS NOT = '00'
              DISPLAY 'Error reading the APPXIN exchange file, '
                      ' status=' IN-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF WIN-REC-TYPE NOT = 'D'
              GO TO POI999
           END-IF.

           ADD 1 TO NUMBER-OF-RECORDS-READ.

           IF WIN-TO-BANK NOT = WS-OUR-SORTCODE
              MOVE 'NOT ADDRESSED TO THIS BANK' TO RPT-DETAIL
              PERFORM REJECT-INBOUND
              GO TO POI999
           END-IF.

           EVALUATE WIN-MSG-TYPE
              WHEN 'RQ'
                 PERFORM RECEIVE-REQUEST
              WHEN 'RS'
                 PERFORM RECEIVE-RESPONSE
              WHEN OTHER
                 MOVE 'UNKNOWN MESSAGE TYPE' TO RPT-DETAIL
                 PERFORM REJECT-INBOUND
           END-EVALUATE.

       POI999.
           EXIT.

      *
      *    Another bank asks for our half of its customer's claim.
      *    Matched to the scam payment's credit on the named account
      *    here, we accept and pay our half from the APP
      *    reimbursement account; unmatched, it is registered and
      *    answered as disputed for the fraud team to look at.
      *
       RECEIVE-REQUEST SECTION.
       RRQ010.

           MOVE WIN-END-TO-END-ID TO HV-APR-END-TO-END-ID.
           MOVE 'I'               TO HV-APR-DIRECTION.
           MOVE WIN-FROM-BANK     TO HV-APR-COUNTERPARTY.
           MOVE WIN-ACCT-SORTCODE TO HV-APR-SORTCODE.
           MOVE WIN-ACCT-NUMBER   TO HV-APR-NUMBER.
           MOVE WIN-AMOUNT        TO HV-APR-AMOUNT.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-MATCH-COUNT
              FROM   APP_RECOVERY
              WHERE  APR_END_TO_END_ID = :HV-APR-END-TO-END-ID
              AND    APR_DIRECTION     = 'I'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'APPXCHG failure reading APP_RECOVERY for '
                      HV-APR-END-TO-END-ID ', SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-MATCH-COUNT > 0
              MOVE 'REQUEST ALREADY RECEIVED' TO RPT-DETAIL
              PERFORM REJECT-INBOUND
              GO TO RRQ999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-MATCH-COUNT
              FROM   PROCTRAN
              WHERE  PROCTRAN_REF      = :HV-APR-END-TO-END-ID
              AND    PROCTRAN_SORTCODE = :HV-APR-SORTCODE
              AND    PROCTRAN_NUMBER   = :HV-APR-NUMBER
              AND    PROCTRAN_AMOUNT   > 0
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'APPXCHG failure reading PROCTRAN for '
                      HV-APR-END-TO-END-ID ', SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-MATCH-COUNT > 0
              MOVE 'A' TO HV-APR-STATUS
           ELSE
              MOVE 'U' TO HV-APR-STATUS
           END-IF.

           EXEC SQL
                INSERT INTO APP_RECOVERY
                (
                  APR_END_TO_END_ID ,
                  APR_DIRECTION     ,
                  APR_COUNTERPARTY  ,
                  APR_SORTCODE      ,
                  APR_NUMBER        ,
                  APR_AMOUNT        ,
                  APR_STATUS        ,
                  APR_RAISED_DATE
                )
                VALUES
                (
                  :HV-APR-END-TO-END-ID ,
                  'I'                   ,
                  :HV-APR-COUNTERPARTY  ,
                  :HV-APR-SORTCODE      ,
                  :HV-APR-NUMBER        ,
                  :HV-APR-AMOUNT        ,
                  :HV-APR-STATUS        ,
                  :HV-TODAY
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'APPXCHG failure inserting APP_RECOVERY for '
                      HV-APR-END-TO-END-ID ', SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-APR-STATUS = 'U'
              ADD 1 TO NUMBER-OF-REQUESTS-UNMATCHED
              MOVE 'UNMATCHED' TO RPT-ACTION
              MOVE 'NO SUCH CREDIT ON OUR LEDGER - DISPUTED'
                 TO RPT-DETAIL
              PERFORM WRITE-INBOUND-LINE
              GO TO RRQ999
           END-IF.

           MOVE WS-OUR-SORTCODE      TO HV-POST-SORTCODE.
           MOVE WS-APP-REIMB-ACCOUNT TO HV-POST-NUMBER.
           COMPUTE HV-POSTING-AMOUNT = 0 - HV-APR-AMOUNT.
           MOVE SPACES TO HV-PROCTRAN-DESC.
           STRING 'APP RECOVERY PAID TO ' DELIMITED BY SIZE,
                  HV-APR-COUNTERPARTY DELIMITED BY SIZE
                  INTO HV-PROCTRAN-DESC
           END-STRING.
           PERFORM POST-APP-ENTRY.

           ADD 1 TO NUMBER-OF-REQUESTS-ACCEPTED.
           MOVE 'ACCEPTED'   TO RPT-ACTION.
           MOVE 'OUR HALF PAID FROM THE APP ACCOUNT' TO RPT-DETAIL.
           PERFORM WRITE-INBOUND-LINE.

       RRQ999.
           EXIT.

      *
      *    A receiving bank answers one of our requests.  Accepted,
      *    the recovery is credited back to the APP reimbursement
      *    account and the request is collected; disputed, it is
      *    left for the fraud team to take up.
      *
       RECEIVE-RESPONSE SECTION.
       RRS010.

           MOVE WIN-END-TO-END-ID TO HV-APR-END-TO-END-ID.
           MOVE WIN-FROM-BANK     TO HV-APR-COUNTERPARTY.

           EXEC SQL
              SELECT APR_AMOUNT,
                     APR_SORTCODE
              INTO   :HV-APR-AMOUNT,
                     :HV-APR-SORTCODE
              FROM   APP_RECOVERY
              WHERE  APR_END_TO_END_ID = :HV-APR-END-TO-END-ID
              AND    APR_DIRECTION     = 'O'
              AND    APR_COUNTERPARTY  = :HV-APR-COUNTERPARTY
              AND    APR_STATUS        = 'S'
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'NO OUTSTANDING REQUEST TO THIS BANK'
                    TO RPT-DETAIL
                 PERFORM REJECT-INBOUND
                 GO TO RRS999
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'APPXCHG failure reading APP_RECOVERY for '
                         HV-APR-END-TO-END-ID ', SQLCODE='
                         WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
           END-EVALUATE.

           IF WIN-OUTCOME = 'A'
              MOVE WIN-AMOUNT TO HV-APR-AMOUNT
              EXEC SQL
                   UPDATE APP_RECOVERY
                   SET    APR_STATUS         = 'C',
                          APR_SETTLED_DATE   = :HV-TODAY,
                          APR_SETTLED_AMOUNT = :HV-APR-AMOUNT
                   WHERE  APR_END_TO_END_ID  = :HV-APR-END-TO-END-ID
                   AND    APR_DIRECTION      = 'O'
              END-EXEC
           ELSE
              EXEC SQL
                   UPDATE APP_RECOVERY
                   SET    APR_STATUS         = 'D',
                          APR_SETTLED_DATE   = :HV-TODAY
                   WHERE  APR_END_TO_END_ID  = :HV-APR-END-TO-END-ID
                   AND    APR_DIRECTION      = 'O'
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'APPXCHG failure updating APP_RECOVERY for '
                      HV-APR-END-TO-END-ID ', SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF WIN-OUTCOME NOT = 'A'
              ADD 1 TO NUMBER-OF-RECOVERIES-DISPUTED
              MOVE 'DISPUTED'  TO RPT-ACTION
              MOVE 'RECEIVING BANK DISPUTES OUR REQUEST'
                 TO RPT-DETAIL
              PERFORM WRITE-INBOUND-LINE
              GO TO RRS999
           END-IF.

           MOVE WS-OUR-SORTCODE      TO HV-POST-SORTCODE.
           MOVE WS-APP-REIMB-ACCOUNT TO HV-POST-NUMBER.
           MOVE HV-APR-AMOUNT        TO HV-POSTING-AMOUNT.
           MOVE SPACES TO HV-PROCTRAN-DESC.
           STRING 'APP RECOVERY FROM ' DELIMITED BY SIZE,
                  HV-APR-COUNTERPARTY DELIMITED BY SIZE
                  INTO HV-PROCTRAN-DESC
           END-STRING.
           PERFORM POST-APP-ENTRY.

           ADD 1 TO NUMBER-OF-RECOVERIES-PAID.
           MOVE 'RECOVERED' TO RPT-ACTION.
           MOVE 'CREDITED TO THE APP ACCOUNT' TO RPT-DETAIL.
           PERFORM WRITE-INBOUND-LINE.

       RRS999.
           EXIT.

      *
      *    One outbound message.  Our own request names the payee
      *    account the scam payment went to, from its CONSENT where
      *    it has one; our response to a request received is 'A'
      *    for the half we paid or 'D' for one we could not match.
      *
       SEND-ONE-MESSAGE SECTION.
       SOM010.

           EXEC SQL FETCH FROM XCH-OUT-CURSOR
              INTO :HV-APR-END-TO-END-ID,
                   :HV-APR-DIRECTION,
                   :HV-APR-COUNTERPARTY,
                   :HV-APR-SORTCODE,
                   :HV-APR-NUMBER,
                   :HV-APR-AMOUNT,
                   :HV-APR-STATUS,
                   :HV-APR-RAISED-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-OUT-EOF
              GO TO SOM999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'APPXCHG failure fetching XCH-OUT-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           INITIALIZE XCH-RECORD.
           MOVE 'D'                  TO XCH-REC-TYPE.
           MOVE HV-APR-END-TO-END-ID TO XCH-END-TO-END-ID.
           MOVE WS-OUR-SORTCODE      TO XCH-FROM-BANK.
           MOVE HV-APR-COUNTERPARTY  TO XCH-TO-BANK.
           MOVE HV-APR-AMOUNT        TO XCH-AMOUNT.
           MOVE HV-APR-RAISED-DATE   TO XCH-CLAIM-DATE.

           IF HV-APR-DIRECTION = 'O'
              MOVE 'RQ' TO XCH-MSG-TYPE
              MOVE SPACES TO XCH-ACCT-SORTCODE
              MOVE SPACES TO XCH-ACCT-NUMBER
              EXEC SQL
                 SELECT CREDIT_AC
                 INTO   :HV-CREDIT-AC
                 FROM   CONSENT
                 WHERE  END_TO_END_ID = :HV-APR-END-TO-END-ID
                 FETCH FIRST 1 ROW ONLY
              END-EXEC
              IF SQLCODE = 0
                 MOVE HV-CREDIT-AC(1:6) TO XCH-ACCT-SORTCODE
                 MOVE '0'               TO XCH-ACCT-NUMBER(1:1)
                 MOVE HV-CREDIT-AC(7:8) TO XCH-ACCT-NUMBER(2:8)
              END-IF
           ELSE
              MOVE 'RS'            TO XCH-MSG-TYPE
              MOVE HV-APR-SORTCODE TO XCH-ACCT-SORTCODE
              MOVE HV-APR-NUMBER   TO XCH-ACCT-NUMBER
              IF HV-APR-STATUS = 'A'
                 MOVE 'A' TO XCH-OUTCOME
              ELSE
                 MOVE 'D' TO XCH-OUTCOME
                 MOVE 0   TO XCH-AMOUNT
              END-IF
           END-IF.

           PERFORM WRITE-EXCHANGE-RECORD.
           ADD 1          TO NUMBER-OF-RECORDS-SENT.
           ADD XCH-AMOUNT TO WS-HASH-TOTAL.

           IF HV-APR-DIRECTION = 'O' OR HV-APR-STATUS = 'A'
              MOVE 'S' TO HV-APR-STATUS
           END-IF.

           EXEC SQL
                UPDATE APP_RECOVERY
                SET    APR_STATUS        = :HV-APR-STATUS,
                       APR_SENT_DATE     = :HV-TODAY
                WHERE  APR_END_TO_END_ID = :HV-APR-END-TO-END-ID
                AND    APR_DIRECTION     = :HV-APR-DIRECTION
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'APPXCHG failure updating APP_RECOVERY for '
                      HV-APR-END-TO-END-ID ', SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'SENT'               TO RPT-ACTION.
           MOVE XCH-MSG-TYPE         TO RPT-MSG-TYPE.
           MOVE HV-APR-END-TO-END-ID TO RPT-END-TO-END-ID.
           MOVE HV-APR-COUNTERPARTY  TO RPT-BANK.
           MOVE XCH-AMOUNT           TO RPT-AMOUNT.
           MOVE SPACES               TO RPT-DETAIL.
           PERFORM WRITE-REPORT-LINE.

       SOM999.
           EXIT.

      *
      *    Post one 'APP' ledger entry to the APP reimbursement
      *    account and move its balances with it.  That is an
      *    internal sterling account and the exchange settles in
      *    sterling, so the amount posts as it stands.
      *
       POST-APP-ENTRY SECTION.
       PAE010.

           EXEC SQL
                INSERT INTO PROCTRAN
                (
                  PROCTRAN_EYECATCHER     ,
                  PROCTRAN_SORTCODE       ,
                  PROCTRAN_NUMBER         ,
                  PROCTRAN_DATE           ,
                  PROCTRAN_TIME           ,
                  PROCTRAN_REF            ,
                  PROCTRAN_TYPE           ,
                  PROCTRAN_DESC           ,
                  PROCTRAN_AMOUNT         ,
                  PROCTRAN_CONSENT_ID     ,
                  PROCTRAN_COUNTER_ACC_NO
                )
                VALUES
                (
                  'PRTR'                  ,
                  :HV-POST-SORTCODE       ,
                  :HV-POST-NUMBER         ,
                  :HV-TODAY               ,
                  :HV-PROCTRAN-TIME       ,
                  :HV-APR-END-TO-END-ID   ,
                  'APP'                   ,
                  :HV-PROCTRAN-DESC       ,
                  :HV-POSTING-AMOUNT      ,
                  0                       ,
                  '000000000'
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'APPXCHG failure inserting PROCTRAN for '
                      HV-APR-END-TO-END-ID ', SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'APP'             TO PCT-TYPE.
           MOVE HV-POSTING-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
                          ACCOUNT_ACTUAL_BALANCE
                             + :HV-POSTING-AMOUNT,
                       ACCOUNT_AVAILABLE_BALANCE =
                          ACCOUNT_AVAILABLE_BALANCE
                             + :HV-POSTING-AMOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-POST-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-POST-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'APPXCHG failure updating ACCOUNT '
                      HV-POST-SORTCODE '/' HV-POST-NUMBER
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       PAE999.
           EXIT.

       REJECT-INBOUND SECTION.
       RJI010.

           ADD 1 TO NUMBER-OF-RECORDS-REJECTED.
           MOVE 'REJECTED' TO RPT-ACTION.
           PERFORM WRITE-INBOUND-LINE.

       RJI999.
           EXIT.

      *
      *    Report line for an inbound record; the caller has set
      *    the action and the detail.
      *
       WRITE-INBOUND-LINE SECTION.
       WIL010.

           MOVE WIN-MSG-TYPE      TO RPT-MSG-TYPE.
           MOVE WIN-END-TO-END-ID TO RPT-END-TO-END-ID.
           MOVE WIN-FROM-BANK     TO RPT-BANK.
           IF WIN-AMOUNT IS NUMERIC
              MOVE WIN-AMOUNT     TO RPT-AMOUNT
           ELSE
              MOVE 0              TO RPT-AMOUNT
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WIL999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           WRITE XCH-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the APPXRPT report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WRL999.
           EXIT.

       WRITE-EXCHANGE-RECORD SECTION.
       WXR010.

           WRITE XCH-RECORD.

           IF OUT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the APPXOUT exchange file, '
                      ' status=' OUT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WXR999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'APPXCHG'  TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'APPXCHG unable to claim a ledger posting, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RPC999.
           EXIT.

      *
      *    Register the outbound file just closed - name, business
      *    date, record count and hash as the caller set them - so
      *    its transmission and acknowledgement can be followed.
      *    A file that cannot be registered is still good to send;
      *    the step ends RC 8 so operations register it by hand.
      *
       REGISTER-OUTBOUND-FILE SECTION.
       ROF010.

           MOVE 'APPXCHG'  TO OFR-PROGRAM.
           CALL WS-OUTFREG-PGM USING WS-OUTFREG-PARMS.

           IF OFR-RETURN-CD NOT = 0
              MOVE OFR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'APPXCHG unable to register outbound file '
                      OFR-FILE-NAME ', SQLCODE=' WS-SQLCODE-DISPLAY
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

       ROF999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
