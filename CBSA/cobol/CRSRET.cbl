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
      * Title: CRSRET                                                  *
      *                                                                *
      *                                                                *
      * Description: Annual CRS/FATCA reportable-account return.       *
      *                                                                *
      * Input:  The year parameter file CRSRPRM                        *
      * Output: The return file CRSRET                                 *
      *         The TIN follow-up list CRSFUP                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRSRET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRSR-PARM-FILE
                  ASSIGN TO CRSRPRM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PRM-FILE-STATUS.

           SELECT CRSR-OUT-FILE
                  ASSIGN TO CRSRET
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS OUT-FILE-STATUS.

           SELECT CRSR-FUP-FILE
                  ASSIGN TO CRSFUP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FUP-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    The reporting year's first and last dates.
       FD  CRSR-PARM-FILE.
       01  CRSR-PARM-RECORD.
           05 CRP-FROM-DATE                 PIC X(10).
           05 CRP-TO-DATE                   PIC X(10).

      *    'H' header / 'D' detail / 'T' trailer, the record-type-
      *    prefix convention the suite's structured files carry.
      *    One detail per reportable account per reportable
      *    jurisdiction of each holder - a joint account with two
      *    reportable holders is reported under each, with the
      *    whole balance, as the CRS rules attribute it.  The
      *    trailer's amounts are hash totals across currencies.
       FD  CRSR-OUT-FILE.
       01  CRSR-OUT-RECORD.
           05 RET-REC-TYPE                  PIC X(1).
           05 RET-REC-BODY                  PIC X(265).
           05 RET-HEADER-VIEW REDEFINES RET-REC-BODY.
              10 RET-HDR-FROM-DATE          PIC X(10).
              10 RET-HDR-TO-DATE            PIC X(10).
              10 RET-HDR-PRODUCED-DATE      PIC X(10).
              10 FILLER                     PIC X(235).
           05 RET-DETAIL-VIEW REDEFINES RET-REC-BODY.
              10 RET-CUSTOMER               PIC X(10).
              10 RET-COUNTRY                PIC X(2).
              10 RET-TIN                    PIC X(20).
              10 RET-NAME                   PIC X(60).
              10 RET-ADDR1                  PIC X(40).
              10 RET-ADDR2                  PIC X(40).
              10 RET-ADDR3                  PIC X(40).
              10 RET-POSTCODE               PIC X(10).
              10 RET-SORTCODE               PIC X(6).
              10 RET-ACCOUNT-NUMBER         PIC X(9).
              10 RET-CURRENCY-CD            PIC X(3).
              10 RET-BALANCE                PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 RET-GROSS-INTEREST         PIC 9(10)V99.
           05 RET-TRAILER-VIEW REDEFINES RET-REC-BODY.
              10 RET-TRL-COUNT              PIC 9(8).
              10 RET-TRL-BALANCE-TOTAL      PIC S9(13)V99
                                            SIGN LEADING SEPARATE.
              10 RET-TRL-INTEREST-TOTAL     PIC 9(13)V99.
              10 RET-TRL-HOLDER-COUNT       PIC 9(8).
              10 FILLER                     PIC X(218).

      *    The follow-up list: a reportable holder the return had to
      *    go out for without a TIN, and an account with no retained
      *    year-end balance snapshot.
       FD  CRSR-FUP-FILE.
       01  CRSR-FUP-RECORD.
           05 FUP-REASON                 PIC X(20).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 FUP-CUSTOMER               PIC X(10).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 FUP-COUNTRY                PIC X(2).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 FUP-SORTCODE               PIC X(6).
           05 FILLER                     PIC X(1) VALUE '/'.
           05 FUP-NUMBER                 PIC X(9).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 FUP-NAME                   PIC X(60).

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
      *    number and currency the current schema carries.
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

      * Get the CUSTOMER_DATA DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * Get the CUSTOMER_TAX_RES DB2 copybook
           EXEC SQL
              INCLUDE TAXRDB2
           END-EXEC.

      * Get the ACCOUNT_OWNER DB2 copybook
           EXEC SQL
              INCLUDE OWNDB2
           END-EXEC.

      * Get the EOD_BALANCE DB2 copybook
           EXEC SQL
              INCLUDE EODDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * Host variables for the reportable account being worked
       01 HOST-REPORTABLE-ROW.
          03 HV-RPT-CUSTOMER               PIC X(10).
          03 HV-RPT-COUNTRY                PIC X(2).
          03 HV-RPT-TIN                    PIC X(20).
          03 HV-RPT-NAME                   PIC X(60).
          03 HV-RPT-ADDR1                  PIC X(40).
          03 HV-RPT-ADDR2                  PIC X(40).
          03 HV-RPT-ADDR3                  PIC X(40).
          03 HV-RPT-POSTCODE               PIC X(10).
          03 HV-RPT-SORTCODE               PIC X(6).
          03 HV-RPT-NUMBER                 PIC X(9).
          03 HV-RPT-CURRENCY               PIC X(3).

       01 HV-SNAP-BALANCE                  PIC S9(10)V99 COMP-3.
       01 HV-SNAP-CURRENCY                 PIC X(3).
       01 HV-YEAR-FROM                     PIC X(10).
       01 HV-YEAR-TO                       PIC X(10).
       01 HV-TODAY                         PIC X(10).

      *    The home jurisdiction.  A customer tax resident only here
      *    is not reportable; every other residency - 'US' included,
      *    which carries FATCA - puts the customer's accounts on
      *    the return.
       01 HV-HOME-COUNTRY                  PIC X(2) VALUE 'GB'.

      *    Every account, in customer/jurisdiction order, held -
      *    solely or as a live joint holder - by a customer with a
      *    residency outside the home jurisdiction, that was open
      *    by the year end.  ISAs are excluded accounts under the
      *    CRS rules and never appear.
           EXEC SQL DECLARE RETURN-CURSOR CURSOR FOR
              SELECT R.TAXR_CUSTOMER,
                     R.TAXR_COUNTRY,
                     COALESCE(R.TAXR_TIN, ' '),
                     D.CUST_NAME,
                     COALESCE(D.CUST_ADDR1, ' '),
                     COALESCE(D.CUST_ADDR2, ' '),
                     COALESCE(D.CUST_ADDR3, ' '),
                     COALESCE(D.CUST_POSTCODE, ' '),
                     A.ACCOUNT_SORTCODE,
                     A.ACCOUNT_NUMBER,
                     COALESCE(A.ACCOUNT_CURRENCY_CD, 'GBP')
                     FROM CUSTOMER_TAX_RES R,
                          CUSTOMER_DATA D,
                          ACCOUNT A
                     WHERE R.TAXR_COUNTRY <> :HV-HOME-COUNTRY
                     AND   D.CUST_NUMBER = R.TAXR_CUSTOMER
                     AND   D.CUST_STATUS = 'A'
                     AND   SUBSTR(A.ACCOUNT_TYPE, 1, 3) <> 'ISA'
                     AND   (A.ACCOUNT_OPENED IS NULL
                            OR A.ACCOUNT_OPENED <= DATE(:HV-YEAR-TO))
                     AND   (A.ACCOUNT_CUSTOMER_NUMBER = R.TAXR_CUSTOMER
                            OR EXISTS
                               (SELECT 1
                                FROM   ACCOUNT_OWNER O
                                WHERE  O.OWNR_SORTCODE =
                                          A.ACCOUNT_SORTCODE
                                AND    O.OWNR_NUMBER   =
                                          A.ACCOUNT_NUMBER
                                AND    O.OWNR_CUSTOMER =
                                          R.TAXR_CUSTOMER
                                AND    O.OWNR_STATUS   = 'A'))
                     ORDER BY R.TAXR_CUSTOMER,
                              R.TAXR_COUNTRY,
                              A.ACCOUNT_SORTCODE,
                              A.ACCOUNT_NUMBER
                     FOR FETCH ONLY
           END-EXEC.

      *    The outbound file register entry for each file sent out.
       01 WS-OUTFREG-PGM                 PIC X(8) VALUE 'OUTFREG'.
       01 WS-OUTFREG-PARMS.
           COPY OUTFREG.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  PRM-FILE-STATUS               PIC XX.
       01  OUT-FILE-STATUS               PIC XX.
       01  FUP-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.

      *    The reporting year: a calendar year, as the return is.
       01  WS-PRIOR-YEAR                 PIC 9(4).

      *    The archive-aware history reader, driven per account over
      *    the reporting year.
       01  WS-PROHIST-PGM                PIC X(8) VALUE 'PROHIST'.
       01  WS-PROHIST-PARMS.
           COPY PROHIST.

      *    Control-break state: the holder and jurisdiction last
      *    reported, so each is counted - and a missing TIN listed
      *    for follow-up - once, not once per account.
       01  WS-LAST-HOLDER.
           03 WS-LAST-CUSTOMER           PIC X(10) VALUE SPACES.
           03 WS-LAST-COUNTRY            PIC X(2)  VALUE SPACES.
       01  WS-THIS-HOLDER.
           03 WS-THIS-CUSTOMER           PIC X(10).
           03 WS-THIS-COUNTRY            PIC X(2).

       01  WS-ACCT-INTEREST-PAID         PIC S9(10)V99 COMP-3.
       01  WS-BALANCE-TOTAL              PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-INTEREST-TOTAL             PIC S9(13)V99 COMP-3 VALUE 0.

       01  NUMBER-OF-ACCOUNTS-RETURNED   PIC 9(8) VALUE 0.
       01  NUMBER-OF-HOLDERS-RETURNED    PIC 9(8) VALUE 0.
       01  NUMBER-OF-TINS-MISSING        PIC 9(8) VALUE 0.
       01  NUMBER-OF-SNAPSHOTS-MISSING   PIC 9(8) VALUE 0.

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
              SELECT CURRENT DATE
              INTO   :HV-TODAY
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT DATE IN PGM '
                      'CRSRET. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM ESTABLISH-REPORTING-YEAR.

           OPEN OUTPUT CRSR-OUT-FILE.
           IF OUT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the CRSRET return file, '
                      ' status=' OUT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT CRSR-FUP-FILE.
           IF FUP-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the CRSRET follow-up file, '
                      ' status=' FUP-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           INITIALIZE CRSR-OUT-RECORD.
           MOVE 'H'          TO RET-REC-TYPE.
           MOVE HV-YEAR-FROM TO RET-HDR-FROM-DATE.
           MOVE HV-YEAR-TO   TO RET-HDR-TO-DATE.
           MOVE HV-TODAY     TO RET-HDR-PRODUCED-DATE.
           PERFORM WRITE-RETURN-RECORD.

           EXEC SQL OPEN
              RETURN-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CRSRET unable to open RETURN-CURSOR, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM RETURN-ONE-ACCOUNT UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              RETURN-CURSOR
           END-EXEC.

           INITIALIZE CRSR-OUT-RECORD.
           MOVE 'T'                        TO RET-REC-TYPE.
           MOVE NUMBER-OF-ACCOUNTS-RETURNED TO RET-TRL-COUNT.
           MOVE WS-BALANCE-TOTAL           TO RET-TRL-BALANCE-TOTAL.
           MOVE WS-INTEREST-TOTAL          TO RET-TRL-INTEREST-TOTAL.
           MOVE NUMBER-OF-HOLDERS-RETURNED TO RET-TRL-HOLDER-COUNT.
           PERFORM WRITE-RETURN-RECORD.

           CLOSE CRSR-OUT-FILE.
           CLOSE CRSR-FUP-FILE.

           DISPLAY 'CRSRET returned ' NUMBER-OF-ACCOUNTS-RETURNED
                   ' account(s) for ' NUMBER-OF-HOLDERS-RETURNED
                   ' reportable holder(s), ' HV-YEAR-FROM
                   ' to ' HV-YEAR-TO '.'.
           DISPLAY 'CRSRET listed ' NUMBER-OF-TINS-MISSING
                   ' missing TIN(s) and ' NUMBER-OF-SNAPSHOTS-MISSING
                   ' missing year-end balance(s) for follow-up.'.

           IF NUMBER-OF-TINS-MISSING > 0
              OR NUMBER-OF-SNAPSHOTS-MISSING > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE 'CRSRET'                    TO OFR-FILE-NAME.
           MOVE HV-YEAR-TO                  TO OFR-BUSINESS-DATE.
           MOVE NUMBER-OF-ACCOUNTS-RETURNED TO OFR-RECORD-COUNT.
           MOVE WS-BALANCE-TOTAL            TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    The reporting year: the CRSRPRM from/to dates when the
      *    parameter file is present, otherwise the previous
      *    calendar year - so the unparameterized run after the
      *    year end just does the obvious thing.
      *
       ESTABLISH-REPORTING-YEAR SECTION.
       ERY010.

           OPEN INPUT CRSR-PARM-FILE.
           IF PRM-FILE-STATUS = '00'
              READ CRSR-PARM-FILE
              IF PRM-FILE-STATUS = '00'
                 AND CRSR-PARM-RECORD NOT = SPACES
                 MOVE CRP-FROM-DATE TO HV-YEAR-FROM
                 MOVE CRP-TO-DATE   TO HV-YEAR-TO
                 CLOSE CRSR-PARM-FILE
                 GO TO ERY999
              END-IF
              CLOSE CRSR-PARM-FILE
           END-IF.

           DISPLAY 'CRSRPRM not found or empty - defaulting to the '
                   'previous calendar year'.

           COMPUTE WS-PRIOR-YEAR = FUNCTION NUMVAL(HV-TODAY(1:4)) - 1.
           MOVE SPACES TO HV-YEAR-FROM.
           MOVE SPACES TO HV-YEAR-TO.
           STRING WS-PRIOR-YEAR '-01-01' DELIMITED BY SIZE
              INTO HV-YEAR-FROM
           END-STRING.
           STRING WS-PRIOR-YEAR '-12-31' DELIMITED BY SIZE
              INTO HV-YEAR-TO
           END-STRING.

       ERY999.
           EXIT.

      *
      *    One reportable account under one holder and jurisdiction:
      *    its year-end balance from the last EOD_BALANCE snapshot
      *    on or before the year end, in the currency it was held
      *    in that day, and the gross interest paid to it in the
      *    year through PROHIST.
      *
       RETURN-ONE-ACCOUNT SECTION.
       ROA010.

           EXEC SQL FETCH FROM RETURN-CURSOR
              INTO :HV-RPT-CUSTOMER,
                   :HV-RPT-COUNTRY,
                   :HV-RPT-TIN,
                   :HV-RPT-NAME,
                   :HV-RPT-ADDR1,
                   :HV-RPT-ADDR2,
                   :HV-RPT-ADDR3,
                   :HV-RPT-POSTCODE,
                   :HV-RPT-SORTCODE,
                   :HV-RPT-NUMBER,
                   :HV-RPT-CURRENCY
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO ROA999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CRSRET failure fetching RETURN-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-RPT-CUSTOMER TO WS-THIS-CUSTOMER.
           MOVE HV-RPT-COUNTRY  TO WS-THIS-COUNTRY.

           IF WS-THIS-HOLDER NOT = WS-LAST-HOLDER
              MOVE WS-THIS-HOLDER TO WS-LAST-HOLDER
              ADD 1 TO NUMBER-OF-HOLDERS-RETURNED
              IF HV-RPT-TIN = SPACES
                 MOVE 'TIN MISSING' TO FUP-REASON
                 MOVE SPACES        TO FUP-SORTCODE
                 MOVE SPACES        TO FUP-NUMBER
                 PERFORM WRITE-FOLLOW-UP
                 ADD 1 TO NUMBER-OF-TINS-MISSING
              END-IF
           END-IF.

           EXEC SQL
              SELECT SNAP_ACTUAL_BALANCE,
                     COALESCE(SNAP_CURRENCY_CD, 'GBP')
              INTO   :HV-SNAP-BALANCE,
                     :HV-SNAP-CURRENCY
              FROM   EOD_BALANCE
              WHERE  SNAP_SORTCODE = :HV-RPT-SORTCODE
              AND    SNAP_NUMBER   = :HV-RPT-NUMBER
              AND    SNAP_DATE =
                        (SELECT MAX(SNAP_DATE)
                         FROM   EOD_BALANCE
                         WHERE  SNAP_SORTCODE = :HV-RPT-SORTCODE
                         AND    SNAP_NUMBER   = :HV-RPT-NUMBER
                         AND    SNAP_DATE <= DATE(:HV-YEAR-TO))
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 0               TO HV-SNAP-BALANCE
                 MOVE HV-RPT-CURRENCY TO HV-SNAP-CURRENCY
                 MOVE 'NO YEAR-END BALANCE' TO FUP-REASON
                 MOVE HV-RPT-SORTCODE TO FUP-SORTCODE
                 MOVE HV-RPT-NUMBER   TO FUP-NUMBER
                 PERFORM WRITE-FOLLOW-UP
                 ADD 1 TO NUMBER-OF-SNAPSHOTS-MISSING
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'CRSRET failure reading EOD_BALANCE for '
                         HV-RPT-SORTCODE '/' HV-RPT-NUMBER
                         ', SQLCODE=' WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
           END-EVALUATE.

           PERFORM SWEEP-ACCOUNT-INTEREST.

           INITIALIZE CRSR-OUT-RECORD.
           MOVE 'D'                   TO RET-REC-TYPE.
           MOVE HV-RPT-CUSTOMER       TO RET-CUSTOMER.
           MOVE HV-RPT-COUNTRY        TO RET-COUNTRY.
           MOVE HV-RPT-TIN            TO RET-TIN.
           MOVE HV-RPT-NAME           TO RET-NAME.
           MOVE HV-RPT-ADDR1          TO RET-ADDR1.
           MOVE HV-RPT-ADDR2          TO RET-ADDR2.
           MOVE HV-RPT-ADDR3          TO RET-ADDR3.
           MOVE HV-RPT-POSTCODE       TO RET-POSTCODE.
           MOVE HV-RPT-SORTCODE       TO RET-SORTCODE.
           MOVE HV-RPT-NUMBER         TO RET-ACCOUNT-NUMBER.
           MOVE HV-SNAP-CURRENCY      TO RET-CURRENCY-CD.
           MOVE HV-SNAP-BALANCE       TO RET-BALANCE.
           MOVE WS-ACCT-INTEREST-PAID TO RET-GROSS-INTEREST.
           PERFORM WRITE-RETURN-RECORD.

           ADD HV-SNAP-BALANCE       TO WS-BALANCE-TOTAL.
           ADD WS-ACCT-INTEREST-PAID TO WS-INTEREST-TOTAL.
           ADD 1 TO NUMBER-OF-ACCOUNTS-RETURNED.

       ROA999.
           EXIT.

      *
      *    The year's 'INT' credits for one account, served by
      *    PROHIST from live PROCTRAN and the PROARCH archive merged,
      *    exactly as INTCERT sweeps them - the return wants the
      *    gross interest paid, so debit interest is left out.
      *
       SWEEP-ACCOUNT-INTEREST SECTION.
       SAI010.

           MOVE 0 TO WS-ACCT-INTEREST-PAID.

           INITIALIZE WS-PROHIST-PARMS.
           MOVE 'S'             TO PH-REQUEST.
           MOVE HV-RPT-SORTCODE TO PH-SORTCODE.
           MOVE HV-RPT-NUMBER   TO PH-NUMBER.
           MOVE HV-YEAR-FROM    TO PH-FROM-DATE.
           MOVE HV-YEAR-TO      TO PH-TO-DATE.

           CALL WS-PROHIST-PGM USING WS-PROHIST-PARMS.

           IF PH-RETURN-CD NOT = 0 AND PH-RETURN-CD NOT = 4
              DISPLAY 'CRSRET unable to open history for ACCOUNT '
                 HV-RPT-SORTCODE '/' HV-RPT-NUMBER
                 ' PROHIST code=' PH-RETURN-CD
              GO TO SAI999
           END-IF.

           IF PH-RETURN-CD = 4
              DISPLAY 'CRSRET archived history overflowed for '
                 'ACCOUNT ' HV-RPT-SORTCODE '/'
                 HV-RPT-NUMBER ' - interest may be short'
           END-IF.

           PERFORM UNTIL PH-EOF-FLAG = 'Y'
              MOVE 'N' TO PH-REQUEST
              CALL WS-PROHIST-PGM USING WS-PROHIST-PARMS
              IF PH-RETURN-CD NOT = 0 AND PH-RETURN-CD NOT = 4
                 DISPLAY 'CRSRET history read failed for ACCOUNT '
                    HV-RPT-SORTCODE '/' HV-RPT-NUMBER
                    ' PROHIST code=' PH-RETURN-CD
                 MOVE 'Y' TO PH-EOF-FLAG
              ELSE
                 IF PH-EOF-FLAG NOT = 'Y'
                    AND PH-ROW-TYPE = 'INT'
                    AND PH-ROW-AMOUNT > 0
                    ADD PH-ROW-AMOUNT TO WS-ACCT-INTEREST-PAID
                 END-IF
              END-IF
           END-PERFORM.

           MOVE 'C' TO PH-REQUEST.
           CALL WS-PROHIST-PGM USING WS-PROHIST-PARMS.

       SAI999.
           EXIT.

       WRITE-FOLLOW-UP SECTION.
       WFU010.

           MOVE HV-RPT-CUSTOMER TO FUP-CUSTOMER.
           MOVE HV-RPT-COUNTRY  TO FUP-COUNTRY.
           MOVE HV-RPT-NAME     TO FUP-NAME.

           WRITE CRSR-FUP-RECORD.

           IF FUP-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the CRSRET follow-up file, '
                      ' status=' FUP-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WFU999.
           EXIT.

       WRITE-RETURN-RECORD SECTION.
       WRR010.

           WRITE CRSR-OUT-RECORD.

           IF OUT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the CRSRET return file, '
                      ' status=' OUT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WRR999.
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

           MOVE 'CRSRET'   TO OFR-PROGRAM.
           CALL WS-OUTFREG-PGM USING WS-OUTFREG-PARMS.

           IF OFR-RETURN-CD NOT = 0
              MOVE OFR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'CRSRET unable to register outbound file '
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
