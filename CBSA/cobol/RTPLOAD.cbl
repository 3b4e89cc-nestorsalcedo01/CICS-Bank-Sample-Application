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
      * Title: RTPLOAD                                                 *
      *                                                                *
      *                                                                *
      * Description: Inbound request-to-pay load.  Reads the file of   *
      *              payment requests billers and merchants have sent  *
      *              our customers - an amount, the biller's reference *
      *              and a due date - and stores each on               *
      *              REQUEST_TO_PAY, open and keyed to the payer's     *
      *              account, for the customer to accept, decline or   *
      *              schedule through RTPAPI.  The payer's account     *
      *              must exist, the amount must be positive, the due  *
      *              date must not be past and the request must not    *
      *              have been sent before under the same biller       *
      *              reference.  A request with no expiry date expires *
      *              on its due date; one with no currency is in the   *
      *              payer's account currency.  Anything that cannot   *
      *              be loaded goes to the rejects file with its       *
      *              reason instead of being lost.                     *
      *                                                                *
      * Input:  The inbound request-to-pay file RTPIN                  *
      * Output: The rejects file RTPREJ                                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTPLOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTP-INBOUND-FILE
                  ASSIGN TO RTPIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RTPIN-FILE-STATUS.

           SELECT RTP-REJECT-FILE
                  ASSIGN TO RTPREJ
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REJ-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    One payment request per record.  Dates are ISO
      *    (YYYY-MM-DD); the expiry date and currency may be spaces.
       FD  RTP-INBOUND-FILE.
       01  RTP-INBOUND-RECORD.
           05 RTI-BILLER-ID                 PIC X(10).
           05 RTI-BILLER-REF                PIC X(18).
           05 RTI-BILLER-NAME               PIC X(35).
           05 RTI-CREDIT-SORTCODE           PIC X(6).
           05 RTI-CREDIT-ACCOUNT            PIC X(8).
           05 RTI-PAYER-SORTCODE            PIC 9(6).
           05 RTI-PAYER-ACCOUNT             PIC 9(8).
           05 RTI-AMOUNT                    PIC 9(10)V99.
           05 RTI-CURRENCY-CD               PIC X(3).
           05 RTI-REFERENCE                 PIC X(18).
           05 RTI-DUE-DATE                  PIC X(10).
           05 RTI-EXPIRY-DATE               PIC X(10).

       FD  RTP-REJECT-FILE.
       01  RTP-REJECT-RECORD.
           05 REJ-BILLER-ID                 PIC X(10).
           05 FILLER                        PIC X     VALUE SPACE.
           05 REJ-BILLER-REF                PIC X(18).
           05 FILLER                        PIC X     VALUE SPACE.
           05 REJ-PAYER-SORTCODE            PIC 9(6).
           05 FILLER                        PIC X     VALUE '/'.
           05 REJ-PAYER-ACCOUNT             PIC 9(8).
           05 FILLER                        PIC X     VALUE SPACE.
           05 REJ-REASON                    PIC X(40).

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
                ACCOUNT_ACTUAL_BALANCE         DECIMAL(10, 2),
                ACCOUNT_CURRENCY_CD            CHAR(3) )
           END-EXEC.

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
          03 HV-RTP-ID                     PIC S9(9) COMP.
          03 HV-RTP-BILLER-ID              PIC X(10).
          03 HV-RTP-BILLER-REF             PIC X(18).
          03 HV-RTP-BILLER-NAME            PIC X(35).
          03 HV-RTP-CREDIT-SORTCODE        PIC X(6).
          03 HV-RTP-CREDIT-ACCOUNT         PIC X(8).
          03 HV-RTP-PAYER-SORTCODE         PIC X(6).
          03 HV-RTP-PAYER-NUMBER           PIC X(9).
          03 HV-RTP-AMOUNT                 PIC S9(10)V99 COMP-3.
          03 HV-RTP-CURRENCY-CD            PIC X(3).
          03 HV-RTP-REFERENCE              PIC X(18).
          03 HV-RTP-DUE-DATE               PIC X(10).
          03 HV-RTP-EXPIRY-DATE            PIC X(10).

       01 HV-TODAY                         PIC X(10).
       01 HV-ROW-COUNT                     PIC S9(9) COMP.
       01 HV-ACCOUNT-CURRENCY              PIC X(3).
       01 HV-DATE-CHECK                    PIC X(1).

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  RTPIN-FILE-STATUS             PIC XX.
       01  REJ-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.
       01  WS-REJECT-REASON              PIC X(40).

       01 WS-ACCTNO-WIDTH-PARMS.
          COPY ACCWIDTH.

       01  NUMBER-OF-REQUESTS-READ       PIC 9(8) VALUE 0.
       01  NUMBER-OF-REQUESTS-LOADED     PIC 9(8) VALUE 0.
       01  NUMBER-OF-REQUESTS-REJECTED   PIC 9(8) VALUE 0.

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

      *
      *    Work out, once, how many leading zeros pad the inbound
      *    file's account numbers out to the 9-byte host variable's
      *    width -- see ACCWIDTH copybook.
      *
           COMPUTE WS-ACCTNO-PAD-LEN =
              LENGTH OF HV-RTP-PAYER-NUMBER
                 - LENGTH OF RTI-PAYER-ACCOUNT.

           EXEC SQL
              SELECT CURRENT DATE
              INTO   :HV-TODAY
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT DATE IN PGM '
                      'RTPLOAD. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT RTP-INBOUND-FILE.
           IF RTPIN-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the RTPIN request-to-pay file, '
                      ' status=' RTPIN-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT RTP-REJECT-FILE.
           IF REJ-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the RTPLOAD rejects file, '
                      ' status=' REJ-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM READ-NEXT-REQUEST.

           PERFORM LOAD-ONE-REQUEST UNTIL WS-EOF = 'Y'.

           CLOSE RTP-INBOUND-FILE.
           CLOSE RTP-REJECT-FILE.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'RTPLOAD read ' NUMBER-OF-REQUESTS-READ
                   ' request(s), loaded '
                   NUMBER-OF-REQUESTS-LOADED ', rejected '
                   NUMBER-OF-REQUESTS-REJECTED '.'.

           IF NUMBER-OF-REQUESTS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       READ-NEXT-REQUEST SECTION.
       RNR010.

           READ RTP-INBOUND-FILE.

           IF RTPIN-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF RTPIN-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the RTPIN request-to-pay file,'
                         ' status=' RTPIN-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              ELSE
                 ADD 1 TO NUMBER-OF-REQUESTS-READ
              END-IF
           END-IF.

       RNR999.
           EXIT.

      *
      *    Check one request and store it open.  The checks run in
      *    the order a biller would want to hear about them: the
      *    request itself first, then its dates, then whether the
      *    payer is ours, then whether it has been sent before.
      *
       LOAD-ONE-REQUEST SECTION.
       LOR010.

           IF RTI-BILLER-ID = SPACES
              OR RTI-BILLER-REF = SPACES
              OR RTI-BILLER-NAME = SPACES
              MOVE 'BILLER ID, REFERENCE AND NAME REQUIRED'
                                          TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO LOR900
           END-IF.

           IF RTI-CREDIT-SORTCODE IS NOT NUMERIC
              OR RTI-CREDIT-ACCOUNT IS NOT NUMERIC
              MOVE 'BILLER ACCOUNT MUST BE NUMERIC'
                                          TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO LOR900
           END-IF.

           IF RTI-PAYER-SORTCODE IS NOT NUMERIC
              OR RTI-PAYER-ACCOUNT IS NOT NUMERIC
              MOVE 'PAYER ACCOUNT MUST BE NUMERIC'
                                          TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO LOR900
           END-IF.

           IF RTI-AMOUNT IS NOT NUMERIC
              OR RTI-AMOUNT = 0
              MOVE 'AMOUNT MUST BE NUMERIC AND POSITIVE'
                                          TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO LOR900
           END-IF.

           IF RTI-DUE-DATE = SPACES
              MOVE 'DUE DATE REQUIRED'    TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO LOR900
           END-IF.

           MOVE RTI-BILLER-ID          TO HV-RTP-BILLER-ID.
           MOVE RTI-BILLER-REF         TO HV-RTP-BILLER-REF.
           MOVE RTI-BILLER-NAME        TO HV-RTP-BILLER-NAME.
           MOVE RTI-CREDIT-SORTCODE    TO HV-RTP-CREDIT-SORTCODE.
           MOVE RTI-CREDIT-ACCOUNT     TO HV-RTP-CREDIT-ACCOUNT.
           MOVE RTI-PAYER-SORTCODE     TO HV-RTP-PAYER-SORTCODE.
           STRING WS-ACCTNO-ZERO-PAD(1:WS-ACCTNO-PAD-LEN)
                     DELIMITED BY SIZE,
                  RTI-PAYER-ACCOUNT DELIMITED BY SIZE
                  INTO HV-RTP-PAYER-NUMBER
           END-STRING.
           MOVE RTI-AMOUNT             TO HV-RTP-AMOUNT.
           MOVE RTI-REFERENCE          TO HV-RTP-REFERENCE.
           MOVE RTI-DUE-DATE           TO HV-RTP-DUE-DATE.

           IF RTI-EXPIRY-DATE = SPACES
              MOVE RTI-DUE-DATE        TO HV-RTP-EXPIRY-DATE
           ELSE
              MOVE RTI-EXPIRY-DATE     TO HV-RTP-EXPIRY-DATE
           END-IF.

      *
      *    A date DB2 cannot read fails the SELECT itself; one it can
      *    is checked against today and against the other.
      *
           EXEC SQL
              SELECT CASE
                        WHEN DATE(:HV-RTP-DUE-DATE) < :HV-TODAY
                           THEN 'P'
                        WHEN DATE(:HV-RTP-EXPIRY-DATE)
                           < DATE(:HV-RTP-DUE-DATE)
                           THEN 'E'
                        ELSE ' '
                     END
              INTO   :HV-DATE-CHECK
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'DUE OR EXPIRY DATE IS NOT A VALID DATE'
                                          TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO LOR900
           END-IF.

           IF HV-DATE-CHECK = 'P'
              MOVE 'DUE DATE IS IN THE PAST'
                                          TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO LOR900
           END-IF.

           IF HV-DATE-CHECK = 'E'
              MOVE 'EXPIRY DATE IS BEFORE THE DUE DATE'
                                          TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO LOR900
           END-IF.

           EXEC SQL
              SELECT COALESCE(ACCOUNT_CURRENCY_CD, 'GBP')
              INTO   :HV-ACCOUNT-CURRENCY
              FROM   ACCOUNT
              WHERE  ACCOUNT_SORTCODE = :HV-RTP-PAYER-SORTCODE
              AND    ACCOUNT_NUMBER   = :HV-RTP-PAYER-NUMBER
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'PAYER ACCOUNT NOT FOUND'
                                          TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO LOR900
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'RTPLOAD failure reading ACCOUNT, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF RTI-CURRENCY-CD = SPACES
              MOVE HV-ACCOUNT-CURRENCY TO HV-RTP-CURRENCY-CD
           ELSE
              MOVE RTI-CURRENCY-CD     TO HV-RTP-CURRENCY-CD
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-ROW-COUNT
              FROM   REQUEST_TO_PAY
              WHERE  RTP_BILLER_ID  = :HV-RTP-BILLER-ID
              AND    RTP_BILLER_REF = :HV-RTP-BILLER-REF
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'RTPLOAD failure reading REQUEST_TO_PAY, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-ROW-COUNT > 0
              MOVE 'REQUEST ALREADY RECEIVED UNDER THIS REF'
                                          TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO LOR900
           END-IF.

           PERFORM STORE-REQUEST.

       LOR900.
           PERFORM READ-NEXT-REQUEST.

       LOR999.
           EXIT.

       STORE-REQUEST SECTION.
       STR010.

           EXEC SQL
              SELECT COALESCE(MAX(RTP_ID), 0) + 1
              INTO   :HV-RTP-ID
              FROM   REQUEST_TO_PAY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'RTPLOAD failure keying REQUEST_TO_PAY, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
                INSERT INTO REQUEST_TO_PAY
                (
                  RTP_ID               ,
                  RTP_BILLER_ID        ,
                  RTP_BILLER_REF       ,
                  RTP_BILLER_NAME      ,
                  RTP_CREDIT_SORTCODE  ,
                  RTP_CREDIT_ACCOUNT   ,
                  RTP_PAYER_SORTCODE   ,
                  RTP_PAYER_NUMBER     ,
                  RTP_AMOUNT           ,
                  RTP_CURRENCY_CD      ,
                  RTP_REFERENCE        ,
                  RTP_DUE_DATE         ,
                  RTP_EXPIRY_DATE      ,
                  RTP_STATUS           ,
                  RTP_RECEIVED_DATE    ,
                  RTP_STATUS_DATE
                )
                VALUES
                (
                  :HV-RTP-ID              ,
                  :HV-RTP-BILLER-ID       ,
                  :HV-RTP-BILLER-REF      ,
                  :HV-RTP-BILLER-NAME     ,
                  :HV-RTP-CREDIT-SORTCODE ,
                  :HV-RTP-CREDIT-ACCOUNT  ,
                  :HV-RTP-PAYER-SORTCODE  ,
                  :HV-RTP-PAYER-NUMBER    ,
                  :HV-RTP-AMOUNT          ,
                  :HV-RTP-CURRENCY-CD     ,
                  :HV-RTP-REFERENCE       ,
                  :HV-RTP-DUE-DATE        ,
                  :HV-RTP-EXPIRY-DATE     ,
                  'O'                     ,
                  :HV-TODAY               ,
                  :HV-TODAY
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'RTPLOAD unable to store request '
                      HV-RTP-BILLER-ID '/' HV-RTP-BILLER-REF
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 'UNABLE TO STORE REQUEST' TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO STR999
           END-IF.

           ADD 1 TO NUMBER-OF-REQUESTS-LOADED.

       STR999.
           EXIT.

       WRITE-TO-REJECTS SECTION.
       WTR010.

           MOVE RTI-BILLER-ID          TO REJ-BILLER-ID.
           MOVE RTI-BILLER-REF         TO REJ-BILLER-REF.
           MOVE RTI-PAYER-SORTCODE     TO REJ-PAYER-SORTCODE.
           MOVE RTI-PAYER-ACCOUNT      TO REJ-PAYER-ACCOUNT.
           MOVE WS-REJECT-REASON       TO REJ-REASON.

           WRITE RTP-REJECT-RECORD.

           IF REJ-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the RTPLOAD rejects file, '
                      ' status=' REJ-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-REQUESTS-REJECTED.

       WTR999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
