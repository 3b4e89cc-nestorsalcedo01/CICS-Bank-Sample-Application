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
      * Title: CHQINW                                                  *
      *                                                                *
      *                                                                *
      * Description: Inward cheque clearing.  Reads the presentment    *
      *              file of cheques our customers have written and    *
      *              other banks have presented for payment, and       *
      *              decides each one.  A cheque is returned unpaid    *
      *              when the account is not ours or is closed, is     *
      *              stopped (ACCT_STOP) or dormant, when the same     *
      *              cheque has already been paid, when the customer   *
      *              has stopped it (STOP_CHEQUE, single cheque or     *
      *              serial range), or when it would take the account  *
      *              past its available balance plus arranged          *
      *              overdraft.  Everything else is paid: a 'CHQ'      *
      *              PROCTRAN debit off actual and available alike,    *
      *              priced through ACCFXCNV into the currency of the  *
      *              account it is drawn on.                           *
      *              Returns go back to the presenting bank on the     *
      *              returns file with a reason code; the clearing     *
      *              cycle allows until the end of the business day    *
      *              after presentment, and a return decided after     *
      *              that is flagged late so operations can agree it   *
      *              with the presenting bank by hand.                 *
      *                                                                *
      * Input:  The inward presentment file CHQIIN                     *
      * Output: The returns file CHQIRTN for the presenting banks,     *
      *         the clearing report CHQIRPT                            *
      *                                                                *
      * Return codes: 0  every item paid within the cycle              *
      *               4  items returned, or returned late              *
      *               12 the run failed                                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQINW.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQ-IN-FILE
                  ASSIGN TO CHQIIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS IN-FILE-STATUS.

           SELECT CHQ-RTN-FILE
                  ASSIGN TO CHQIRTN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RTN-FILE-STATUS.

           SELECT CHQ-RPT-FILE
                  ASSIGN TO CHQIRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    One presented cheque: who presented it and their item
      *    reference, the account it is drawn on, its serial and
      *    amount, the date it was presented and the payee.
       FD  CHQ-IN-FILE.
       01  CHQ-IN-RECORD.
           05 CHI-PRESENTING-SORT           PIC X(6).
           05 CHI-ITEM-REF                  PIC X(12).
           05 CHI-DRAWER-SORTCODE           PIC X(6).
           05 CHI-DRAWER-NUMBER             PIC X(9).
           05 CHI-SERIAL                    PIC 9(6).
           05 CHI-AMOUNT                    PIC 9(10)V99.
           05 CHI-PRESENTED-DATE            PIC X(10).
           05 CHI-PAYEE                     PIC X(20).

      *    One returned cheque, back to the bank that presented it.
      *    RTN-REASON:  NOAC no such account     CLSD account closed
      *                 FROZ account stopped      DORM account dormant
      *                 DUPL already paid         STOP payment stopped
      *                 RTDR refer to drawer (insufficient funds)
      *                 NOFX no rate held for the account's currency
      *    RTN-LATE-FLAG 'L' when decided after the clearing cycle.
       FD  CHQ-RTN-FILE.
       01  CHQ-RTN-RECORD.
           05 RTN-PRESENTING-SORT           PIC X(6).
           05 RTN-ITEM-REF                  PIC X(12).
           05 RTN-DRAWER-SORTCODE           PIC X(6).
           05 RTN-DRAWER-NUMBER             PIC X(9).
           05 RTN-SERIAL                    PIC 9(6).
           05 RTN-AMOUNT                    PIC 9(10)V99.
           05 RTN-REASON                    PIC X(4).
           05 RTN-RETURN-DATE               PIC X(10).
           05 RTN-LATE-FLAG                 PIC X(1).

       FD  CHQ-RPT-FILE.
       01  CHQ-RPT-RECORD.
           05 RPT-ITEM-REF               PIC X(12).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-SORTCODE               PIC X(6).
           05 FILLER                     PIC X(1) VALUE '/'.
           05 RPT-NUMBER                 PIC X(9).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-SERIAL                 PIC 9(6).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-AMOUNT                 PIC Z(9)9.99.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-OUTCOME                PIC X(13).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-REASON                 PIC X(4).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-DEADLINE               PIC X(10).

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

      * Get the STOP_CHEQUE DB2 copybook
           EXEC SQL
              INCLUDE SCHQDB2
           END-EXEC.

      * Get the ACCT_STOP DB2 copybook
           EXEC SQL
              INCLUDE STOPDB2
           END-EXEC.

      * Get the ACCOUNT_DORMANCY DB2 copybook
           EXEC SQL
              INCLUDE DORMDB2
           END-EXEC.

      * Get the CLOSURE_AUDIT DB2 copybook
           EXEC SQL
              INCLUDE ACLSDB2
           END-EXEC.

      * Get the BANK_CALENDAR DB2 copybook
           EXEC SQL
              INCLUDE CALDB2
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

       01 HV-TODAY                         PIC X(10).
       01 HV-NOW                           PIC X(26).
       01 HV-POST-TIME                     PIC X(6).
       01 HV-POST-SORTCODE                 PIC X(6).
       01 HV-POST-NUMBER                   PIC X(9).
       01 HV-POST-REF                      PIC X(12).
       01 HV-POST-DESC                     PIC X(40).
       01 HV-POST-AMOUNT                   PIC S9(10)V99 COMP-3.
       01 HV-CHEQUE-AMOUNT                 PIC S9(10)V99 COMP-3.
       01 HV-SERIAL                        PIC X(6).
       01 HV-AVAILABLE-BALANCE             PIC S9(10)V99 COMP-3.
       01 HV-OVERDRAFT-LIMIT               PIC S9(9) COMP.
       01 HV-ROW-COUNT                     PIC S9(9) COMP.

      *    Business-day arithmetic for the clearing-cycle deadline,
      *    on the same rule GETBDAY applies for the online side: a
      *    Monday-to-Friday date with no holiday row on
      *    BANK_CALENDAR.  DAYOFWEEK_ISO: 1 Monday .. 7 Sunday.
       01 HV-WORK-DATE                     PIC X(10).
       01 HV-DAY-OF-WEEK                   PIC S9(4) COMP.
       01 HV-HOLIDAY-COUNT                 PIC S9(9) COMP.
       01 WS-DAY-IS-WORKING                PIC X VALUE 'N'.

      *    The deadline is worked out once per presentment date -
      *    a file is almost always one day's presentments.
       01 WS-LAST-PRESENTED-DATE           PIC X(10) VALUE SPACES.
       01 WS-RETURN-DEADLINE               PIC X(10) VALUE SPACES.

       01 WS-RETURN-REASON                 PIC X(4).
       01 WS-SERIAL-DISPLAY                PIC 9(6).

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

      *    The outbound file register entry for each file sent out.
       01 WS-OUTFREG-PGM                 PIC X(8) VALUE 'OUTFREG'.
       01 WS-OUTFREG-PARMS.
           COPY OUTFREG.

      *    Cheques are drawn in sterling; ACCFXCNV prices one drawn
      *    on a currency account in the account's own currency -
      *    quoted first for the funds check, then dealt, moving the
      *    FX position, once the cheque is certain to be paid.
       01 WS-ACCFXCNV-PGM                PIC X(8) VALUE 'ACCFXCNV'.
       01 WS-ACCFXCNV-PARMS.
           COPY ACCFXCNV.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  IN-FILE-STATUS                PIC XX.
       01  RTN-FILE-STATUS               PIC XX.
       01  RPT-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.

       01  NUMBER-OF-ITEMS-READ          PIC 9(8) VALUE 0.
       01  NUMBER-OF-ITEMS-PAID          PIC 9(8) VALUE 0.
       01  NUMBER-OF-ITEMS-RETURNED      PIC 9(8) VALUE 0.
       01  NUMBER-OF-RETURNS-LATE        PIC 9(8) VALUE 0.
       01  WS-AMOUNT-PAID                PIC S9(13)V99 COMP-3
                                         VALUE 0.
       01  WS-AMOUNT-RETURNED            PIC S9(13)V99 COMP-3
                                         VALUE 0.

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
                      'CHQINW. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-NOW(12:2) TO HV-POST-TIME(1:2).
           MOVE HV-NOW(15:2) TO HV-POST-TIME(3:2).
           MOVE HV-NOW(18:2) TO HV-POST-TIME(5:2).

           OPEN INPUT CHQ-IN-FILE.
           IF IN-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the CHQIIN presentment file, '
                      ' status=' IN-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT CHQ-RTN-FILE.
           IF RTN-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the CHQIRTN returns file, '
                      ' status=' RTN-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT CHQ-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the CHQIRPT report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM CLEAR-ONE-CHEQUE UNTIL WS-EOF = 'Y'.

           CLOSE CHQ-IN-FILE.
           CLOSE CHQ-RTN-FILE.
           CLOSE CHQ-RPT-FILE.

           DISPLAY 'CHQINW read ' NUMBER-OF-ITEMS-READ
                   ' cheque(s): ' NUMBER-OF-ITEMS-PAID
                   ' paid, ' NUMBER-OF-ITEMS-RETURNED
                   ' returned (' NUMBER-OF-RETURNS-LATE
                   ' outside the clearing cycle).'.

           IF NUMBER-OF-ITEMS-RETURNED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE 'CHQIRTN'                TO OFR-FILE-NAME.
           MOVE HV-TODAY                 TO OFR-BUSINESS-DATE.
           MOVE NUMBER-OF-ITEMS-RETURNED TO OFR-RECORD-COUNT.
           MOVE WS-AMOUNT-RETURNED       TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    Decide one presented cheque.  The checks run in the
      *    order below and the first that fails is the reason it
      *    goes back.
      *
       CLEAR-ONE-CHEQUE SECTION.
       COC010.

           READ CHQ-IN-FILE.

           IF IN-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
              GO TO COC999
           END-IF.

           IF IN-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error reading the CHQIIN presentment file, '
                      ' status=' IN-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-ITEMS-READ.

           IF CHI-SERIAL IS NOT NUMERIC
              OR CHI-AMOUNT IS NOT NUMERIC
              DISPLAY 'CHQINW item ' CHI-ITEM-REF
                      ' has a serial or amount that is not numeric'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE SPACES              TO CHQ-RPT-RECORD.
           MOVE CHI-ITEM-REF        TO RPT-ITEM-REF.
           MOVE CHI-DRAWER-SORTCODE TO RPT-SORTCODE.
           MOVE CHI-DRAWER-NUMBER   TO RPT-NUMBER.
           MOVE CHI-SERIAL          TO RPT-SERIAL.
           MOVE CHI-AMOUNT          TO RPT-AMOUNT.

           IF CHI-PRESENTED-DATE NOT = WS-LAST-PRESENTED-DATE
              PERFORM FIND-RETURN-DEADLINE
           END-IF.
           MOVE WS-RETURN-DEADLINE  TO RPT-DEADLINE.

           MOVE CHI-DRAWER-SORTCODE TO HV-POST-SORTCODE.
           MOVE CHI-DRAWER-NUMBER   TO HV-POST-NUMBER.
           MOVE CHI-SERIAL          TO WS-SERIAL-DISPLAY.
           MOVE WS-SERIAL-DISPLAY   TO HV-SERIAL.
           MOVE CHI-AMOUNT          TO HV-CHEQUE-AMOUNT.
           MOVE SPACES              TO HV-POST-REF.
           STRING 'ICHQ' DELIMITED BY SIZE,
                  HV-SERIAL DELIMITED BY SIZE
                  INTO HV-POST-REF
           END-STRING.
           MOVE SPACES              TO WS-RETURN-REASON.

           PERFORM CHECK-CHEQUE.

           IF WS-RETURN-REASON = SPACES
              PERFORM PAY-CHEQUE
           ELSE
              PERFORM RETURN-CHEQUE
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           PERFORM WRITE-REPORT-LINE.

       COC999.
           EXIT.

      *
      *    The checks, in order.  Each one that fails sets the
      *    return reason and stops the rest.
      *
       CHECK-CHEQUE SECTION.
       CCQ010.

           EXEC SQL
                SELECT ACCOUNT_AVAILABLE_BALANCE,
                       ACCOUNT_OVERDRAFT_LIMIT
                INTO   :HV-AVAILABLE-BALANCE,
                       :HV-OVERDRAFT-LIMIT
                FROM   ACCOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-POST-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-POST-NUMBER
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 SELECT COUNT(*)
                 INTO   :HV-ROW-COUNT
                 FROM   CLOSURE_AUDIT
                 WHERE  CLSR_SORTCODE = :HV-POST-SORTCODE
                 AND    CLSR_NUMBER   = :HV-POST-NUMBER
              END-EXEC
              IF SQLCODE = 0 AND HV-ROW-COUNT > 0
                 MOVE 'CLSD' TO WS-RETURN-REASON
              ELSE
                 MOVE 'NOAC' TO WS-RETURN-REASON
              END-IF
              GO TO CCQ999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CHQINW failure reading ACCOUNT '
                      HV-POST-SORTCODE '/' HV-POST-NUMBER
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-ROW-COUNT
              FROM   ACCT_STOP
              WHERE  STOP_SORTCODE = :HV-POST-SORTCODE
              AND    STOP_NUMBER   = :HV-POST-NUMBER
              AND    STOP_STATUS   = 'S'
           END-EXEC.

           IF SQLCODE = 0 AND HV-ROW-COUNT > 0
              MOVE 'FROZ' TO WS-RETURN-REASON
              GO TO CCQ999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-ROW-COUNT
              FROM   ACCOUNT_DORMANCY
              WHERE  DORM_SORTCODE = :HV-POST-SORTCODE
              AND    DORM_NUMBER   = :HV-POST-NUMBER
              AND    DORM_STATUS   = 'D'
           END-EXEC.

           IF SQLCODE = 0 AND HV-ROW-COUNT > 0
              MOVE 'DORM' TO WS-RETURN-REASON
              GO TO CCQ999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-ROW-COUNT
              FROM   PROCTRAN
              WHERE  PROCTRAN_SORTCODE = :HV-POST-SORTCODE
              AND    PROCTRAN_NUMBER   = :HV-POST-NUMBER
              AND    PROCTRAN_TYPE     = 'CHQ'
              AND    PROCTRAN_REF      = :HV-POST-REF
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-ROW-COUNT > 0
              MOVE 'DUPL' TO WS-RETURN-REASON
              GO TO CCQ999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-ROW-COUNT
              FROM   STOP_CHEQUE
              WHERE  SCHQ_SORTCODE = :HV-POST-SORTCODE
              AND    SCHQ_NUMBER   = :HV-POST-NUMBER
              AND    SCHQ_STATUS   = 'A'
              AND    :HV-SERIAL BETWEEN SCHQ_SERIAL_FROM
                                    AND SCHQ_SERIAL_TO
              AND    (SCHQ_AMOUNT = 0
                      OR SCHQ_AMOUNT = :HV-CHEQUE-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0 AND HV-ROW-COUNT > 0
              MOVE 'STOP' TO WS-RETURN-REASON
              GO TO CCQ999
           END-IF.

           MOVE 'Q' TO AFX-REQUEST.
           PERFORM PRICE-CHEQUE.
           IF AFX-RETURN-CD = 8
              MOVE 'NOFX' TO WS-RETURN-REASON
              GO TO CCQ999
           END-IF.

           IF HV-AVAILABLE-BALANCE + HV-OVERDRAFT-LIMIT
                 < 0 - AFX-POST-AMOUNT
              MOVE 'RTDR' TO WS-RETURN-REASON
           END-IF.

       CCQ999.
           EXIT.

      *
      *    Pay the cheque: a 'CHQ' debit, off the actual and the
      *    available balance together.
      *
       PAY-CHEQUE SECTION.
       PYC010.

           MOVE 'P' TO AFX-REQUEST.
           PERFORM PRICE-CHEQUE.
           MOVE AFX-POST-AMOUNT TO HV-POST-AMOUNT.

           MOVE SPACES TO HV-POST-DESC.
           STRING 'CHEQUE ' DELIMITED BY SIZE,
                  HV-SERIAL DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  CHI-PAYEE DELIMITED BY SIZE
                  INTO HV-POST-DESC
           END-STRING.

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
                  :HV-POST-TIME           ,
                  :HV-POST-REF            ,
                  'CHQ'                   ,
                  :HV-POST-DESC           ,
                  :HV-POST-AMOUNT         ,
                  0                       ,
                  '000000000'
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CHQINW failure inserting PROCTRAN for item '
                      CHI-ITEM-REF ', SQLCODE=' WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'CHQ'          TO PCT-TYPE.
           MOVE HV-POST-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
                          ACCOUNT_ACTUAL_BALANCE + :HV-POST-AMOUNT,
                       ACCOUNT_AVAILABLE_BALANCE =
                          ACCOUNT_AVAILABLE_BALANCE + :HV-POST-AMOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-POST-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-POST-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CHQINW failure updating ACCOUNT '
                      HV-POST-SORTCODE '/' HV-POST-NUMBER
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-ITEMS-PAID.
           ADD HV-CHEQUE-AMOUNT TO WS-AMOUNT-PAID.
           MOVE 'PAID' TO RPT-OUTCOME.

       PYC999.
           EXIT.

      *
      *    Price the cheque, as a debit, into the account's currency
      *    through ACCFXCNV for the AFX-REQUEST already set.  A
      *    missing rate is left for the caller to return; anything
      *    else is a database failure.
      *
       PRICE-CHEQUE SECTION.
       PRC010.

           MOVE HV-POST-SORTCODE TO AFX-SORTCODE.
           MOVE HV-POST-NUMBER   TO AFX-NUMBER.
           MOVE 'GBP'            TO AFX-TXN-CURRENCY.
           COMPUTE AFX-TXN-AMOUNT = 0 - HV-CHEQUE-AMOUNT.
           MOVE 'CHQINW'         TO AFX-SOURCE.
           CALL WS-ACCFXCNV-PGM USING WS-ACCFXCNV-PARMS.

           IF AFX-RETURN-CD NOT = 0 AND AFX-RETURN-CD NOT = 8
              MOVE AFX-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'CHQINW unable to convert the cheque for '
                      HV-POST-SORTCODE '/' HV-POST-NUMBER
                      ', RC=' WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       PRC999.
           EXIT.

      *
      *    Return the cheque unpaid to the bank that presented it.
      *    A cheque refused because the account is stopped is also
      *    recorded on ACCT_STOP_REFUSAL, as every refusal a stop
      *    causes is.
      *
       RETURN-CHEQUE SECTION.
       RTC010.

           IF WS-RETURN-REASON = 'FROZ'
              EXEC SQL
                   INSERT INTO ACCT_STOP_REFUSAL
                   (
                     REF_SORTCODE ,
                     REF_NUMBER   ,
                     REFUSED_TS   ,
                     SOURCE_PGM   ,
                     REF_AMOUNT
                   )
                   VALUES
                   (
                     :HV-POST-SORTCODE    ,
                     :HV-POST-NUMBER      ,
                     CURRENT TIMESTAMP    ,
                     'CHQINW'             ,
                     :HV-CHEQUE-AMOUNT
                   )
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'CHQINW failure recording the stop refusal '
                         'for ' HV-POST-SORTCODE '/' HV-POST-NUMBER
                         ', SQLCODE=' WS-SQLCODE-DISPLAY
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           END-IF.

           MOVE SPACES              TO CHQ-RTN-RECORD.
           MOVE CHI-PRESENTING-SORT TO RTN-PRESENTING-SORT.
           MOVE CHI-ITEM-REF        TO RTN-ITEM-REF.
           MOVE CHI-DRAWER-SORTCODE TO RTN-DRAWER-SORTCODE.
           MOVE CHI-DRAWER-NUMBER   TO RTN-DRAWER-NUMBER.
           MOVE CHI-SERIAL          TO RTN-SERIAL.
           MOVE CHI-AMOUNT          TO RTN-AMOUNT.
           MOVE WS-RETURN-REASON    TO RTN-REASON.
           MOVE HV-TODAY            TO RTN-RETURN-DATE.

           ADD 1 TO NUMBER-OF-ITEMS-RETURNED.
           ADD HV-CHEQUE-AMOUNT TO WS-AMOUNT-RETURNED.
           MOVE WS-RETURN-REASON    TO RPT-REASON.

           IF HV-TODAY > WS-RETURN-DEADLINE
              MOVE 'L'              TO RTN-LATE-FLAG
              ADD 1 TO NUMBER-OF-RETURNS-LATE
              MOVE 'RETURNED LATE'  TO RPT-OUTCOME
           ELSE
              MOVE 'RETURNED'       TO RPT-OUTCOME
           END-IF.

           WRITE CHQ-RTN-RECORD.

           IF RTN-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the CHQIRTN returns file, '
                      ' status=' RTN-FILE-STATUS
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RTC999.
           EXIT.

      *
      *    The last day a cheque presented on CHI-PRESENTED-DATE
      *    can be returned: the next business day after it.
      *
       FIND-RETURN-DEADLINE SECTION.
       FRD010.

           MOVE CHI-PRESENTED-DATE TO WS-LAST-PRESENTED-DATE.
           MOVE CHI-PRESENTED-DATE TO HV-WORK-DATE.
           MOVE 'N' TO WS-DAY-IS-WORKING.

           PERFORM STEP-TO-NEXT-WORKING-DAY
              UNTIL WS-DAY-IS-WORKING = 'Y'.

           MOVE HV-WORK-DATE TO WS-RETURN-DEADLINE.

       FRD999.
           EXIT.

       STEP-TO-NEXT-WORKING-DAY SECTION.
       SNW010.

           EXEC SQL
              SELECT CHAR(DATE(:HV-WORK-DATE) + 1 DAY, ISO)
              INTO   :HV-WORK-DATE
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CHQINW presentment date ' CHI-PRESENTED-DATE
                      ' on item ' CHI-ITEM-REF
                      ' is not a date, SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM CHECK-WORKING-DAY.

       SNW999.
           EXIT.

       CHECK-WORKING-DAY SECTION.
       CWD010.

           MOVE 'N' TO WS-DAY-IS-WORKING.

           EXEC SQL
              SELECT DAYOFWEEK_ISO(DATE(:HV-WORK-DATE))
              INTO   :HV-DAY-OF-WEEK
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-DAY-OF-WEEK >= 6
              GO TO CWD999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-HOLIDAY-COUNT
              FROM   BANK_CALENDAR
              WHERE  CAL_DATE = :HV-WORK-DATE
              AND    DAY_TYPE = 'H'
           END-EXEC.

           IF SQLCODE = 0 AND HV-HOLIDAY-COUNT = 0
              MOVE 'Y' TO WS-DAY-IS-WORKING
           END-IF.

       CWD999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           WRITE CHQ-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the CHQIRPT report file, '
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

           MOVE 'CHQINW'   TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'CHQINW unable to claim a ledger posting, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK
              END-EXEC
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

           MOVE 'CHQINW'   TO OFR-PROGRAM.
           CALL WS-OUTFREG-PGM USING WS-OUTFREG-PARMS.

           IF OFR-RETURN-CD NOT = 0
              MOVE OFR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'CHQINW unable to register outbound file '
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
