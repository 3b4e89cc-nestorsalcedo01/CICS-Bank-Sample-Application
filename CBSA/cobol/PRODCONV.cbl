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
      * Title: PRODCONV                                                *
      *                                                                *
      *                                                                *
      * Description: Product conversion batch.  Each request          *
      *              on CONVIN moves an account to a different        *
      *              account type in place, on the date it names,     *
      *              keeping the account number.  Requests are        *
      *              captured as pending PRODUCT_CONVERSION rows;     *
      *              every pending conversion whose date has come     *
      *              is then checked against the new type's           *
      *              ACCT_TYPE_RULES and the account's live           *
      *              consents and mandates, the interest accrued at   *
      *              the old type's rates is capitalized, the old     *
      *              type's monthly fee is charged pro rata for the   *
      *              days already run, ACCOUNT_TYPE moves on the      *
      *              account journal and a customer notice is         *
      *              queued (COMMQ).  Runs ahead of INTACCR, so the   *
      *              effective date accrues at the new type.          *
      *                                                                *
      * Input:  The conversion request file CONVIN                     *
      * Output: The results report PRODCONV                            *
      *         Customer product change notices on COMMS_QUEUE         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODCONV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONV-RQST-FILE
                  ASSIGN TO CONVIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RQT-FILE-STATUS.

           SELECT CONV-RPT-FILE
                  ASSIGN TO PRODCONV
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  CONV-RQST-FILE.
       01  CONV-RQST-RECORD.
           05 CNV-SORT-CODE                 PIC 9(6).
           05 CNV-ACCOUNT-NUMBER            PIC 9(8).
           05 CNV-NEW-TYPE                  PIC X(8).
      *    YYYY-MM-DD; spaces for today.
           05 CNV-EFFECTIVE-DATE            PIC X(10).
           05 CNV-REQUESTED-BY              PIC X(8).

       FD  CONV-RPT-FILE.
       01  CONV-RPT-RECORD.
           05 RPT-VERDICT                PIC X(8).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-SORTCODE               PIC X(6).
           05 FILLER                     PIC X(1) VALUE '/'.
           05 RPT-NUMBER                 PIC X(9).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-OLD-TYPE               PIC X(8).
           05 FILLER                     PIC X(4) VALUE ' TO '.
           05 RPT-NEW-TYPE               PIC X(8).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-EFFECTIVE-DATE         PIC X(10).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-REASON                 PIC X(40).

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

      * Get the ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCDB2
           END-EXEC.

      * Get the PRODUCT_CONVERSION DB2 copybook
           EXEC SQL
              INCLUDE PCNVDB2
           END-EXEC.

      * Get the ACCT_TYPE_RULES DB2 copybook
           EXEC SQL
              INCLUDE ACTYDB2
           END-EXEC.

      * Get the CONSENT DB2 copybook
           EXEC SQL
              INCLUDE CONSTDB2
           END-EXEC.

      * Get the DD_MANDATE DB2 copybook
           EXEC SQL
              INCLUDE DDMDB2
           END-EXEC.

      * Get the EOD_BALANCE DB2 copybook
           EXEC SQL
              INCLUDE EODDB2
           END-EXEC.

      * Get the ACCOUNT_DORMANCY DB2 copybook
           EXEC SQL
              INCLUDE DORMDB2
           END-EXEC.

      *    The accrual accumulator INTACCR maintains, settled here
      *    at the old type's rates before the type moves.
           EXEC SQL DECLARE ACCOUNT_ACCRUAL TABLE
              (
               ACCRUAL_SORTCODE                CHAR(6) NOT NULL,
               ACCRUAL_NUMBER                  CHAR(9) NOT NULL,
               ACCRUED_AMOUNT                  DECIMAL(14, 6) NOT NULL,
               LAST_ACCRUAL_DATE               DATE NOT NULL
              )
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

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 WS-PAY-STATUS-DATA.
          COPY PAYSTAT.

      * PRODUCT_CONVERSION host variables for DB2
       01 HOST-CONVERSION-ROW.
          03 HV-PCNV-ID                    PIC S9(9) COMP.
          03 HV-PCNV-SORTCODE              PIC X(6).
          03 HV-PCNV-NUMBER                PIC X(9).
          03 HV-PCNV-OLD-TYPE              PIC X(8).
          03 HV-PCNV-NEW-TYPE              PIC X(8).
          03 HV-PCNV-EFFECTIVE-DATE        PIC X(10).
          03 HV-PCNV-REQUESTED-BY          PIC X(8).
          03 HV-PCNV-INTEREST              PIC S9(10)V99 COMP-3.
          03 HV-PCNV-FEE                   PIC S9(10)V99 COMP-3.
          03 HV-PCNV-REASON                PIC X(40).

      * ACCOUNT host variables for the account being converted
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-CUST-NO            PIC X(10).
          03 HV-ACCOUNT-TYPE               PIC X(8).
          03 HV-ACCOUNT-CURRENCY-CD        PIC X(3).
          03 HV-ACCOUNT-DEBIT-AC           PIC X(16).

      * ACCT_TYPE_RULES host variables: the new type's eligibility
      * and the old type's pricing.
       01 HOST-RULE-ROW.
          03 HV-RULE-DEBIT-ALLOWED         PIC X(1).
          03 HV-RULE-TXN-CEILING           PIC S9(10)V99 COMP-3.
          03 HV-RULE-NOTICE-DAYS           PIC S9(9) COMP.
          03 HV-RULE-MONTHLY-FEE           PIC S9(6)V99 COMP-3.
          03 HV-RULE-WAIVER-MIN-BAL        PIC S9(10)V99 COMP-3.

      *    The old type's fee for the part of the month it ran: the
      *    days of the month before the effective date, the days in
      *    that month, and the average snapshot balance over them.
       01 HOST-FEE-ROW.
          03 HV-FEE-DAYS-USED              PIC S9(4) COMP.
          03 HV-FEE-DAYS-IN-MONTH          PIC S9(4) COMP.
          03 HV-FEE-AVG-BALANCE            PIC S9(10)V99 COMP-3.

       01 HV-BLOCKER-COUNT                 PIC S9(8) COMP.
       01 HV-RULE-COUNT                    PIC S9(8) COMP.
       01 HV-ACCRUED-AMOUNT                PIC S9(8)V9(6) COMP-3.
       01 HV-MOVE-AMOUNT                   PIC S9(10)V99 COMP-3.
       01 HV-PROCTRAN-TIME                 PIC X(6).
       01 HV-PROCTRAN-TYPE                 PIC X(3).
       01 HV-PROCTRAN-DESC                 PIC X(40).
       01 HV-CURR-TIMESTAMP                PIC X(26).
       01 HV-TODAY                         PIC X(10).
       01 HV-CHECK-DATE                    PIC X(10).

      * Declare the CURSOR for every pending conversion falling due,
      * held across the commit each conversion takes.
           EXEC SQL DECLARE DUE-CONV-CURSOR CURSOR WITH HOLD FOR
              SELECT PCNV_ID,
                     PCNV_SORTCODE,
                     PCNV_NUMBER,
                     PCNV_OLD_TYPE,
                     PCNV_NEW_TYPE,
                     CHAR(PCNV_EFFECTIVE_DATE, ISO),
                     PCNV_REQUESTED_BY
                     FROM PRODUCT_CONVERSION
                     WHERE PCNV_STATUS = 'P'
                     AND   PCNV_EFFECTIVE_DATE <= CURRENT DATE
                     ORDER BY PCNV_EFFECTIVE_DATE, PCNV_ID
                     FOR FETCH ONLY
           END-EXEC.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

       01 WS-ACCJRNL-PGM                 PIC X(8) VALUE 'ACCJRNL'.
       01 WS-ACCJRNL-PARMS.
           COPY ACCJRNL.

      *    The customer communications queue each notice goes on,
      *    and the product change notice's wording.
       01 WS-COMMQ-PGM                   PIC X(8) VALUE 'COMMQ'.
       01 WS-COMMQ-PARMS.
           COPY COMMQ.
       01 WS-NOTICE-TEXT.
           05 FILLER                     PIC X(25) VALUE
              'YOUR ACCOUNT CHANGES FROM'.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-NOTICE-OLD-TYPE         PIC X(8).
           05 FILLER                     PIC X(4) VALUE ' TO '.
           05 WS-NOTICE-NEW-TYPE         PIC X(8).
           05 FILLER                     PIC X(24) VALUE
              ' - SAME ACCOUNT NUMBER'.

       01 WS-ACCTNO-WIDTH-PARMS.
          COPY ACCWIDTH.

       01 WS-PCNV-ID-DISPLAY             PIC 9(9).

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  RQT-FILE-STATUS               PIC XX.
       01  RPT-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.
       01  WS-DUE-EOF                    PIC X VALUE 'N'.

       01  WS-REFUSE-REASON              PIC X(40).

       01  NUMBER-OF-REQUESTS-READ       PIC 9(8) VALUE 0.
       01  NUMBER-OF-REQUESTS-CAPTURED   PIC 9(8) VALUE 0.
       01  NUMBER-OF-REQUESTS-REJECTED   PIC 9(8) VALUE 0.
       01  NUMBER-OF-ACCOUNTS-CONVERTED  PIC 9(8) VALUE 0.
       01  NUMBER-OF-CONVERSIONS-REFUSED PIC 9(8) VALUE 0.

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

           COMPUTE WS-ACCTNO-PAD-LEN =
              LENGTH OF HV-PCNV-NUMBER
                 - LENGTH OF CNV-ACCOUNT-NUMBER.

           EXEC SQL
              SELECT CURRENT TIMESTAMP, CURRENT DATE
              INTO   :HV-CURR-TIMESTAMP, :HV-TODAY
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT TIMESTAMP IN PGM '
                      'PRODCONV. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-CURR-TIMESTAMP(12:2) TO HV-PROCTRAN-TIME(1:2).
           MOVE HV-CURR-TIMESTAMP(15:2) TO HV-PROCTRAN-TIME(3:2).
           MOVE HV-CURR-TIMESTAMP(18:2) TO HV-PROCTRAN-TIME(5:2).

           OPEN INPUT CONV-RQST-FILE.
           IF RQT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the PRODCONV request file, '
                      ' status=' RQT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT CONV-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the PRODCONV report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

      *
      *    First capture tonight's requests, then apply every
      *    pending conversion whose day has come - including any
      *    just captured for today.
      *
           PERFORM READ-NEXT-REQUEST.
           PERFORM CAPTURE-ONE-REQUEST UNTIL WS-EOF = 'Y'.

           EXEC SQL
              COMMIT
           END-EXEC.

           CLOSE CONV-RQST-FILE.

           EXEC SQL OPEN
              DUE-CONV-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PRODCONV unable to open DUE-CONV-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM APPLY-ONE-CONVERSION UNTIL WS-DUE-EOF = 'Y'.

           EXEC SQL CLOSE
              DUE-CONV-CURSOR
           END-EXEC.

           CLOSE CONV-RPT-FILE.

           DISPLAY 'PRODCONV read ' NUMBER-OF-REQUESTS-READ
                   ' request(s), captured '
                   NUMBER-OF-REQUESTS-CAPTURED ', rejected '
                   NUMBER-OF-REQUESTS-REJECTED '; converted '
                   NUMBER-OF-ACCOUNTS-CONVERTED ' account(s), '
                   'refused ' NUMBER-OF-CONVERSIONS-REFUSED '.'.

           IF NUMBER-OF-REQUESTS-REJECTED > 0
              OR NUMBER-OF-CONVERSIONS-REFUSED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       READ-NEXT-REQUEST SECTION.
       RNR010.

           READ CONV-RQST-FILE.

           IF RQT-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF RQT-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the PRODCONV request file, '
                         ' status=' RQT-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              ELSE
                 ADD 1 TO NUMBER-OF-REQUESTS-READ
              END-IF
           END-IF.

       RNR999.
           EXIT.

      *
      *    One request onto PRODUCT_CONVERSION as pending: the
      *    account must exist and not already be of the new type,
      *    the new type must be one the product desk has ruled on,
      *    the date must be a real one not already past, and the
      *    account must not have another conversion waiting.
      *
       CAPTURE-ONE-REQUEST SECTION.
       COR010.

           MOVE SPACES TO WS-REFUSE-REASON.

           MOVE CNV-SORT-CODE TO HV-PCNV-SORTCODE.
           STRING WS-ACCTNO-ZERO-PAD(1:WS-ACCTNO-PAD-LEN)
                     DELIMITED BY SIZE,
                  CNV-ACCOUNT-NUMBER DELIMITED BY SIZE
                  INTO HV-PCNV-NUMBER
           END-STRING.
           MOVE CNV-NEW-TYPE       TO HV-PCNV-NEW-TYPE.
           MOVE CNV-REQUESTED-BY   TO HV-PCNV-REQUESTED-BY.
           MOVE CNV-EFFECTIVE-DATE TO HV-PCNV-EFFECTIVE-DATE.
           MOVE SPACES             TO HV-PCNV-OLD-TYPE.

           IF HV-PCNV-EFFECTIVE-DATE = SPACES
              MOVE HV-TODAY TO HV-PCNV-EFFECTIVE-DATE
           END-IF.

           EXEC SQL
                SELECT ACCOUNT_TYPE
                INTO   :HV-PCNV-OLD-TYPE
                FROM   ACCOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-PCNV-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-PCNV-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'ACCOUNT NOT FOUND' TO WS-REFUSE-REASON
              PERFORM REJECT-ONE-REQUEST
              GO TO COR998
           END-IF.

           IF HV-PCNV-NEW-TYPE = SPACES
              OR HV-PCNV-NEW-TYPE = HV-PCNV-OLD-TYPE
              MOVE 'NO CHANGE OF ACCOUNT TYPE REQUESTED'
                 TO WS-REFUSE-REASON
              PERFORM REJECT-ONE-REQUEST
              GO TO COR998
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-RULE-COUNT
              FROM   ACCT_TYPE_RULES
              WHERE  ACCT_TYPE = :HV-PCNV-NEW-TYPE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PRODCONV failure reading ACCT_TYPE_RULES, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-RULE-COUNT = 0
              MOVE 'NEW ACCOUNT TYPE HAS NO RULE ROW'
                 TO WS-REFUSE-REASON
              PERFORM REJECT-ONE-REQUEST
              GO TO COR998
           END-IF.

           EXEC SQL
              SELECT CHAR(DATE(:HV-PCNV-EFFECTIVE-DATE), ISO)
              INTO   :HV-CHECK-DATE
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'EFFECTIVE DATE IS NOT A VALID DATE'
                 TO WS-REFUSE-REASON
              PERFORM REJECT-ONE-REQUEST
              GO TO COR998
           END-IF.

           IF HV-CHECK-DATE < HV-TODAY
              MOVE 'EFFECTIVE DATE IS ALREADY PAST'
                 TO WS-REFUSE-REASON
              PERFORM REJECT-ONE-REQUEST
              GO TO COR998
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-BLOCKER-COUNT
              FROM   PRODUCT_CONVERSION
              WHERE  PCNV_SORTCODE = :HV-PCNV-SORTCODE
              AND    PCNV_NUMBER   = :HV-PCNV-NUMBER
              AND    PCNV_STATUS   = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PRODCONV failure reading PRODUCT_CONVERSION, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-BLOCKER-COUNT > 0
              MOVE 'A CONVERSION IS ALREADY PENDING ON ACCOUNT'
                 TO WS-REFUSE-REASON
              PERFORM REJECT-ONE-REQUEST
              GO TO COR998
           END-IF.

           EXEC SQL
              SELECT COALESCE(MAX(PCNV_ID), 0) + 1
              INTO   :HV-PCNV-ID
              FROM   PRODUCT_CONVERSION
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PRODCONV unable to number a conversion, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
                INSERT INTO PRODUCT_CONVERSION
                (
                  PCNV_ID              ,
                  PCNV_SORTCODE        ,
                  PCNV_NUMBER          ,
                  PCNV_OLD_TYPE        ,
                  PCNV_NEW_TYPE        ,
                  PCNV_EFFECTIVE_DATE  ,
                  PCNV_STATUS          ,
                  PCNV_REQUESTED_BY    ,
                  PCNV_CAPTURED_DATE
                )
                VALUES
                (
                  :HV-PCNV-ID             ,
                  :HV-PCNV-SORTCODE       ,
                  :HV-PCNV-NUMBER         ,
                  :HV-PCNV-OLD-TYPE       ,
                  :HV-PCNV-NEW-TYPE       ,
                  :HV-CHECK-DATE          ,
                  'P'                     ,
                  :HV-PCNV-REQUESTED-BY   ,
                  :HV-TODAY
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PRODCONV unable to capture a conversion, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-CHECK-DATE TO HV-PCNV-EFFECTIVE-DATE.
           MOVE 'CAPTURED'    TO RPT-VERDICT.
           MOVE SPACES        TO WS-REFUSE-REASON.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO NUMBER-OF-REQUESTS-CAPTURED.

       COR998.
           PERFORM READ-NEXT-REQUEST.

       COR999.
           EXIT.

      *
      *    One due conversion: the account must still be of the
      *    type it was captured from and must pass the new type's
      *    rules as it stands today.  Then, all as one unit of
      *    recovery, the old type is settled - its accrued
      *    interest capitalized and its fee for the days of the
      *    month already run - the type moves on the journal, the
      *    customer's notice is queued and the conversion closes.
      *
       APPLY-ONE-CONVERSION SECTION.
       AOC010.

           EXEC SQL FETCH FROM DUE-CONV-CURSOR
              INTO :HV-PCNV-ID,
                   :HV-PCNV-SORTCODE,
                   :HV-PCNV-NUMBER,
                   :HV-PCNV-OLD-TYPE,
                   :HV-PCNV-NEW-TYPE,
                   :HV-PCNV-EFFECTIVE-DATE,
                   :HV-PCNV-REQUESTED-BY
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-DUE-EOF
              GO TO AOC999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PRODCONV failure fetching DUE-CONV-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE SPACES TO WS-REFUSE-REASON.
           MOVE 0      TO HV-PCNV-INTEREST.
           MOVE 0      TO HV-PCNV-FEE.

           EXEC SQL
                SELECT ACCOUNT_CUSTOMER_NUMBER,
                       ACCOUNT_TYPE,
                       COALESCE(ACCOUNT_CURRENCY_CD, 'GBP')
                INTO   :HV-ACCOUNT-CUST-NO,
                       :HV-ACCOUNT-TYPE,
                       :HV-ACCOUNT-CURRENCY-CD
                FROM   ACCOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-PCNV-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-PCNV-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'ACCOUNT NOT FOUND' TO WS-REFUSE-REASON
              PERFORM REFUSE-ONE-CONVERSION
              GO TO AOC999
           END-IF.

           IF HV-ACCOUNT-TYPE NOT = HV-PCNV-OLD-TYPE
              MOVE 'ACCOUNT TYPE HAS CHANGED SINCE CAPTURE'
                 TO WS-REFUSE-REASON
              PERFORM REFUSE-ONE-CONVERSION
              GO TO AOC999
           END-IF.

           PERFORM CHECK-NEW-TYPE-ELIGIBILITY.
           IF WS-REFUSE-REASON NOT = SPACES
              PERFORM REFUSE-ONE-CONVERSION
              GO TO AOC999
           END-IF.

           PERFORM SETTLE-ACCRUED-INTEREST.
           PERFORM CHARGE-OLD-TYPE-FEE.

           MOVE HV-PCNV-ID           TO WS-PCNV-ID-DISPLAY.
           MOVE SPACES               TO AJR-REASON.
           STRING 'PRODUCT CONVERSION ' DELIMITED BY SIZE
                  WS-PCNV-ID-DISPLAY DELIMITED BY SIZE
                  INTO AJR-REASON
           END-STRING.
           MOVE HV-PCNV-SORTCODE     TO AJR-SORTCODE.
           MOVE HV-PCNV-NUMBER       TO AJR-NUMBER.
           MOVE HV-PCNV-REQUESTED-BY TO AJR-CHANGED-BY.
           MOVE 'B'                  TO AJR-REQUEST.
           PERFORM JOURNAL-ACCOUNT-CHANGE.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_TYPE     = :HV-PCNV-NEW-TYPE
                WHERE  ACCOUNT_SORTCODE = :HV-PCNV-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-PCNV-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PRODCONV unable to move the type for '
                 'ACCOUNT ' HV-PCNV-SORTCODE '/' HV-PCNV-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'A'                  TO AJR-REQUEST.
           PERFORM JOURNAL-ACCOUNT-CHANGE.

           INITIALIZE WS-COMMQ-PARMS.
           MOVE 'PRODCONV'              TO CMQ-MSG-TYPE.
           MOVE HV-ACCOUNT-CUST-NO      TO CMQ-CUSTOMER.
           MOVE HV-PCNV-SORTCODE        TO CMQ-SORTCODE.
           MOVE HV-PCNV-NUMBER          TO CMQ-NUMBER.
           MOVE HV-PCNV-EFFECTIVE-DATE  TO CMQ-REFERENCE.
           MOVE HV-PCNV-INTEREST        TO CMQ-AMOUNT.
           MOVE HV-ACCOUNT-CURRENCY-CD  TO CMQ-CURRENCY-CD.
           MOVE HV-PCNV-OLD-TYPE        TO WS-NOTICE-OLD-TYPE.
           MOVE HV-PCNV-NEW-TYPE        TO WS-NOTICE-NEW-TYPE.
           MOVE WS-NOTICE-TEXT          TO CMQ-TEXT.
           PERFORM QUEUE-CUSTOMER-NOTICE.

           EXEC SQL
                UPDATE PRODUCT_CONVERSION
                SET    PCNV_STATUS           = 'A',
                       PCNV_APPLIED_DATE     = :HV-TODAY,
                       PCNV_INTEREST_SETTLED = :HV-PCNV-INTEREST,
                       PCNV_FEE_CHARGED      = :HV-PCNV-FEE
                WHERE  PCNV_ID = :HV-PCNV-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PRODCONV unable to close conversion '
                      WS-PCNV-ID-DISPLAY
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           MOVE 'CONVERTD' TO RPT-VERDICT.
           MOVE SPACES     TO WS-REFUSE-REASON.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO NUMBER-OF-ACCOUNTS-CONVERTED.

       AOC999.
           EXIT.

      *
      *    The new type's ACCT_TYPE_RULES against what already
      *    stands on the account, so a conversion cannot leave a
      *    live instruction the new product would refuse: a type
      *    that may not be debited takes no live consent or direct
      *    debit mandate; a ceiling no live consent above it; and
      *    a notice-period type no standing debit - a recurring or
      *    VRP series or a live mandate - that would fall due
      *    without notice.  "Live" is what ACCCLOSE treats as
      *    non-terminal.  A type with no rule row is unrestricted.
      *
       CHECK-NEW-TYPE-ELIGIBILITY SECTION.
       CNE010.

           MOVE SPACES TO WS-REFUSE-REASON.

           EXEC SQL
              SELECT DEBIT_ALLOWED, TXN_CEILING,
                     COALESCE(NOTICE_DAYS, 0)
              INTO   :HV-RULE-DEBIT-ALLOWED, :HV-RULE-TXN-CEILING,
                     :HV-RULE-NOTICE-DAYS
              FROM   ACCT_TYPE_RULES
              WHERE  ACCT_TYPE = :HV-PCNV-NEW-TYPE
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 GO TO CNE999
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'PRODCONV failure reading ACCT_TYPE_RULES, '
                         'SQLCODE=' WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
           END-EVALUATE.

           MOVE SPACES TO HV-ACCOUNT-DEBIT-AC.
           STRING HV-PCNV-SORTCODE DELIMITED BY SIZE,
                  HV-PCNV-NUMBER(2:8) DELIMITED BY SIZE
                  INTO HV-ACCOUNT-DEBIT-AC
           END-STRING.

           IF HV-RULE-DEBIT-ALLOWED NOT = 'Y'
              PERFORM COUNT-LIVE-CONSENTS
              IF HV-BLOCKER-COUNT > 0
                 MOVE 'NEW TYPE MAY NOT BE DEBITED - LIVE CONSENTS'
                    TO WS-REFUSE-REASON
                 GO TO CNE999
              END-IF
              PERFORM COUNT-LIVE-MANDATES
              IF HV-BLOCKER-COUNT > 0
                 MOVE 'NEW TYPE MAY NOT BE DEBITED - LIVE MANDATES'
                    TO WS-REFUSE-REASON
                 GO TO CNE999
              END-IF
           END-IF.

           IF HV-RULE-TXN-CEILING > 0
              EXEC SQL
                 SELECT COUNT(*)
                 INTO   :HV-BLOCKER-COUNT
                 FROM   CONSENT
                 WHERE  DEBIT_AC = :HV-ACCOUNT-DEBIT-AC
                 AND    CONSENT_STATUS = 'A'
                 AND    CONSENT_AMOUNT > :HV-RULE-TXN-CEILING
                 AND    (DOMESTIC_PAY_STATUS IN
                           (:PYST-PENDING, :PYST-PENDING-AUTH,
                            :PYST-HELD)
                         OR EXEC_DATE > CURRENT DATE
                         OR (CONSENT_TYPE = 'R'
                             AND (RECUR_OCCURRENCES_LEFT > 0
                                  OR RECUR_END_DATE > CURRENT DATE))
                         OR CONSENT_KIND = 'V')
              END-EXEC
              PERFORM CHECK-BLOCKER-COUNT
              IF HV-BLOCKER-COUNT > 0
                 MOVE 'LIVE CONSENT EXCEEDS NEW TYPE CEILING'
                    TO WS-REFUSE-REASON
                 GO TO CNE999
              END-IF
           END-IF.

           IF HV-RULE-NOTICE-DAYS > 0
              EXEC SQL
                 SELECT COUNT(*)
                 INTO   :HV-BLOCKER-COUNT
                 FROM   CONSENT
                 WHERE  DEBIT_AC = :HV-ACCOUNT-DEBIT-AC
                 AND    CONSENT_STATUS = 'A'
                 AND    ((CONSENT_TYPE = 'R'
                          AND (RECUR_OCCURRENCES_LEFT > 0
                               OR RECUR_END_DATE > CURRENT DATE))
                         OR CONSENT_KIND = 'V')
              END-EXEC
              PERFORM CHECK-BLOCKER-COUNT
              IF HV-BLOCKER-COUNT > 0
                 MOVE 'NOTICE TYPE CANNOT CARRY STANDING ORDERS'
                    TO WS-REFUSE-REASON
                 GO TO CNE999
              END-IF
              PERFORM COUNT-LIVE-MANDATES
              IF HV-BLOCKER-COUNT > 0
                 MOVE 'NOTICE TYPE CANNOT CARRY DIRECT DEBITS'
                    TO WS-REFUSE-REASON
                 GO TO CNE999
              END-IF
           END-IF.

       CNE999.
           EXIT.

       COUNT-LIVE-CONSENTS SECTION.
       CLC010.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-BLOCKER-COUNT
              FROM   CONSENT
              WHERE  DEBIT_AC = :HV-ACCOUNT-DEBIT-AC
              AND    CONSENT_STATUS = 'A'
              AND    (DOMESTIC_PAY_STATUS IN
                        (:PYST-PENDING, :PYST-PENDING-AUTH,
                         :PYST-HELD)
                      OR EXEC_DATE > CURRENT DATE
                      OR (CONSENT_TYPE = 'R'
                          AND (RECUR_OCCURRENCES_LEFT > 0
                               OR RECUR_END_DATE > CURRENT DATE))
                      OR CONSENT_KIND = 'V')
           END-EXEC.

           PERFORM CHECK-BLOCKER-COUNT.

       CLC999.
           EXIT.

       COUNT-LIVE-MANDATES SECTION.
       CLM010.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-BLOCKER-COUNT
              FROM   DD_MANDATE
              WHERE  MANDATE_SORTCODE = :HV-PCNV-SORTCODE
              AND    MANDATE_NUMBER   = :HV-PCNV-NUMBER
              AND    MANDATE_STATUS   = 'A'
           END-EXEC.

           PERFORM CHECK-BLOCKER-COUNT.

       CLM999.
           EXIT.

       CHECK-BLOCKER-COUNT SECTION.
       CBC010.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PRODCONV failure checking live instructions '
                      'on ACCOUNT ' HV-PCNV-SORTCODE '/'
                      HV-PCNV-NUMBER ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CBC999.
           EXIT.

      *
      *    The interest INTACCR has accrued on the account to date
      *    was accrued day by day at the old type's PRODUCT_RATES
      *    tiers (or its flat rate).  PRODCONV runs ahead of
      *    INTACCR, so on the effective date the accrual stands at
      *    the old type up to the day before; it capitalizes now as
      *    an 'INT' entry, carrying only the sub-penny residual
      *    forward, and the new type accrues from the effective
      *    date itself.
      *
       SETTLE-ACCRUED-INTEREST SECTION.
       SAI010.

           EXEC SQL
                SELECT ACCRUED_AMOUNT
                INTO   :HV-ACCRUED-AMOUNT
                FROM   ACCOUNT_ACCRUAL
                WHERE  ACCRUAL_SORTCODE = :HV-PCNV-SORTCODE
                AND    ACCRUAL_NUMBER   = :HV-PCNV-NUMBER
           END-EXEC.

           IF SQLCODE = 100
              GO TO SAI999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PRODCONV failure reading ACCOUNT_ACCRUAL for '
                 'ACCOUNT ' HV-PCNV-SORTCODE '/' HV-PCNV-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           COMPUTE HV-PCNV-INTEREST ROUNDED = HV-ACCRUED-AMOUNT.

           IF HV-PCNV-INTEREST = 0
              GO TO SAI999
           END-IF.

           MOVE HV-PCNV-INTEREST TO HV-MOVE-AMOUNT.
           MOVE 'INT'            TO HV-PROCTRAN-TYPE.
           IF HV-PCNV-INTEREST < 0
              MOVE 'DEBIT INTEREST TO PRODUCT CONVERSION'
                 TO HV-PROCTRAN-DESC
           ELSE
              MOVE 'INTEREST TO PRODUCT CONVERSION'
                 TO HV-PROCTRAN-DESC
           END-IF.
           PERFORM POST-ONE-ENTRY.

           COMPUTE HV-ACCRUED-AMOUNT =
              HV-ACCRUED-AMOUNT - HV-PCNV-INTEREST.

           EXEC SQL
                UPDATE ACCOUNT_ACCRUAL
                SET    ACCRUED_AMOUNT   = :HV-ACCRUED-AMOUNT
                WHERE  ACCRUAL_SORTCODE = :HV-PCNV-SORTCODE
                AND    ACCRUAL_NUMBER   = :HV-PCNV-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PRODCONV unable to clear accrual for '
                 'ACCOUNT ' HV-PCNV-SORTCODE '/' HV-PCNV-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       SAI999.
           EXIT.

      *
      *    The old type's MONTHLY_FEE for the days of the effective
      *    date's month that ran before it, pro rata; MNTFEE charges
      *    the new type's fee for the rest of the month at month
      *    end.  The old type's waiver is judged on the average
      *    snapshot balance over those same days, and a dormant
      *    account is not charged, as at month end.  A conversion
      *    effective on the 1st owes the old type nothing.
      *
       CHARGE-OLD-TYPE-FEE SECTION.
       COF010.

           EXEC SQL
              SELECT MONTHLY_FEE, WAIVER_MIN_AVG_BAL
              INTO   :HV-RULE-MONTHLY-FEE, :HV-RULE-WAIVER-MIN-BAL
              FROM   ACCT_TYPE_RULES
              WHERE  ACCT_TYPE = :HV-PCNV-OLD-TYPE
           END-EXEC.

           IF SQLCODE = 100
              GO TO COF999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PRODCONV failure reading ACCT_TYPE_RULES, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-RULE-MONTHLY-FEE NOT > 0
              GO TO COF999
           END-IF.

           EXEC SQL
              SELECT DAY(DATE(:HV-PCNV-EFFECTIVE-DATE)) - 1,
                     DAY(LAST_DAY(DATE(:HV-PCNV-EFFECTIVE-DATE))),
                     COALESCE(
                        ( SELECT AVG(B.SNAP_ACTUAL_BALANCE)
                          FROM EOD_BALANCE B
                          WHERE B.SNAP_SORTCODE = :HV-PCNV-SORTCODE
                          AND   B.SNAP_NUMBER   = :HV-PCNV-NUMBER
                          AND   B.SNAP_DATE <
                                   DATE(:HV-PCNV-EFFECTIVE-DATE)
                          AND   YEAR(B.SNAP_DATE) =
                                   YEAR(DATE(:HV-PCNV-EFFECTIVE-DATE))
                          AND   MONTH(B.SNAP_DATE) =
                                   MONTH(DATE(:HV-PCNV-EFFECTIVE-DATE))
                        ), 0)
              INTO   :HV-FEE-DAYS-USED,
                     :HV-FEE-DAYS-IN-MONTH,
                     :HV-FEE-AVG-BALANCE
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PRODCONV unable to pro-rate the fee for '
                 'ACCOUNT ' HV-PCNV-SORTCODE '/' HV-PCNV-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-FEE-DAYS-USED = 0
              GO TO COF999
           END-IF.

           IF HV-RULE-WAIVER-MIN-BAL > 0
              AND HV-FEE-AVG-BALANCE >= HV-RULE-WAIVER-MIN-BAL
              GO TO COF999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-BLOCKER-COUNT
              FROM   ACCOUNT_DORMANCY
              WHERE  DORM_SORTCODE = :HV-PCNV-SORTCODE
              AND    DORM_NUMBER   = :HV-PCNV-NUMBER
              AND    DORM_STATUS   = 'D'
           END-EXEC.

           IF SQLCODE = 0 AND HV-BLOCKER-COUNT > 0
              GO TO COF999
           END-IF.

           COMPUTE HV-PCNV-FEE ROUNDED =
              HV-RULE-MONTHLY-FEE * HV-FEE-DAYS-USED
                 / HV-FEE-DAYS-IN-MONTH.

           IF HV-PCNV-FEE = 0
              GO TO COF999
           END-IF.

           COMPUTE HV-MOVE-AMOUNT = 0 - HV-PCNV-FEE.
           MOVE 'CHG'            TO HV-PROCTRAN-TYPE.
           MOVE 'MAINTENANCE FEE TO PRODUCT CONVERSION'
                                 TO HV-PROCTRAN-DESC.
           PERFORM POST-ONE-ENTRY.

       COF999.
           EXIT.

       POST-ONE-ENTRY SECTION.
       POE010.

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
                  :HV-PCNV-SORTCODE       ,
                  :HV-PCNV-NUMBER         ,
                  :HV-TODAY               ,
                  :HV-PROCTRAN-TIME       ,
                  '000000000000'          ,
                  :HV-PROCTRAN-TYPE       ,
                  :HV-PROCTRAN-DESC       ,
                  :HV-MOVE-AMOUNT         ,
                  0                       ,
                  '000000000'
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PRODCONV unable to post a ledger entry for '
                 'ACCOUNT ' HV-PCNV-SORTCODE '/' HV-PCNV-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-PROCTRAN-TYPE TO PCT-TYPE.
           MOVE HV-MOVE-AMOUNT   TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
                          ACCOUNT_ACTUAL_BALANCE + :HV-MOVE-AMOUNT,
                       ACCOUNT_AVAILABLE_BALANCE =
                          ACCOUNT_AVAILABLE_BALANCE + :HV-MOVE-AMOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-PCNV-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-PCNV-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PRODCONV unable to move balances for '
                 'ACCOUNT ' HV-PCNV-SORTCODE '/' HV-PCNV-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       POE999.
           EXIT.

      *
      *    A request that cannot be captured is only reported - it
      *    never reaches PRODUCT_CONVERSION.
      *
       REJECT-ONE-REQUEST SECTION.
       RJR010.

           MOVE 'REJECTED' TO RPT-VERDICT.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO NUMBER-OF-REQUESTS-REJECTED.

       RJR999.
           EXIT.

      *
      *    A due conversion the account no longer qualifies for is
      *    closed as refused with its reason, so it is not retried
      *    every night; the product desk captures it afresh once
      *    the blocker is cleared.
      *
       REFUSE-ONE-CONVERSION SECTION.
       ROC010.

           MOVE WS-REFUSE-REASON TO HV-PCNV-REASON.

           EXEC SQL
                UPDATE PRODUCT_CONVERSION
                SET    PCNV_STATUS       = 'R',
                       PCNV_APPLIED_DATE = :HV-TODAY,
                       PCNV_REASON       = :HV-PCNV-REASON
                WHERE  PCNV_ID = :HV-PCNV-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PRODCONV unable to refuse conversion '
                      HV-PCNV-ID ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           MOVE 'REFUSED ' TO RPT-VERDICT.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO NUMBER-OF-CONVERSIONS-REFUSED.

       ROC999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           MOVE HV-PCNV-SORTCODE       TO RPT-SORTCODE.
           MOVE HV-PCNV-NUMBER         TO RPT-NUMBER.
           MOVE HV-PCNV-OLD-TYPE       TO RPT-OLD-TYPE.
           MOVE HV-PCNV-NEW-TYPE       TO RPT-NEW-TYPE.
           MOVE HV-PCNV-EFFECTIVE-DATE TO RPT-EFFECTIVE-DATE.
           MOVE WS-REFUSE-REASON       TO RPT-REASON.

           WRITE CONV-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the PRODCONV report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WRL999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'PRODCONV' TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'PRODCONV unable to claim a ledger posting, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RPC999.
           EXIT.

      *
      *    The type move goes on the account master change journal
      *    with the change that made it; a journal that cannot be
      *    written stops the run like the move itself would.
      *
       JOURNAL-ACCOUNT-CHANGE SECTION.
       JAC010.

           MOVE 'PRODCONV' TO AJR-PROGRAM.

           CALL WS-ACCJRNL-PGM USING WS-ACCJRNL-PARMS.

           IF AJR-RETURN-CD NOT = 0
              MOVE AJR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'PRODCONV unable to journal the change to '
                 'ACCOUNT ' AJR-SORTCODE '/' AJR-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       JAC999.
           EXIT.

      *
      *    The notice goes on the communications queue with the
      *    conversion it tells the customer about.
      *
       QUEUE-CUSTOMER-NOTICE SECTION.
       QCN010.

           MOVE 'PRODCONV' TO CMQ-PROGRAM.
           CALL WS-COMMQ-PGM USING WS-COMMQ-PARMS.

           IF CMQ-RETURN-CD NOT = 0
              MOVE CMQ-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'PRODCONV unable to queue the product change '
                 'notice for ACCOUNT ' CMQ-SORTCODE '/' CMQ-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       QCN999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
