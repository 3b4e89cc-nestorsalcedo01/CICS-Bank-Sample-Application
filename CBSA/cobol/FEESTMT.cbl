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
      * Title: FEESTMT                                                 *
      *                                                                *
      *                                                                *
      * Description: Annual statement of fees.  For every account      *
      *              open during the calendar year, every fee and the  *
      *              debit interest charged on it over the year is     *
      *              gathered through PROHIST - live PROCTRAN and the  *
      *              PROARCH archive merged, so a year straddling the  *
      *              purge cutoff is whole - and totalled by service:  *
      *              the PROCTRAN type, broken out where one type      *
      *              serves several fees by the FEESVC service table.  *
      *              One statement per account is written in the same  *
      *              record layout STMTGEN's statements use - header,  *
      *              address, one line per service charged, summary -  *
      *              and registered on STMT_INDEX as a fee statement,  *
      *              so STMTRPR can reprint it on request.  An account *
      *              already holding a fee statement for the year is   *
      *              passed over, so a rerun only completes the year.  *
      *                                                                *
      * Input:  The optional statement-year parameter FEEPRM           *
      * Output: The fee statement file FEESTMT                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEESTMT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-PARM-FILE
                  ASSIGN TO FEEPRM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PARM-FILE-STATUS.

           SELECT STMT-FILE
                  ASSIGN TO FEESTMT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS STMT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    The calendar year to state.  Absent, the year just ended.
       FD  FEE-PARM-FILE.
       01  FEE-PARM-RECORD.
           05 FPR-YEAR                      PIC 9(4).

      *    STMTGEN's statement record, the lines used as it uses
      *    them:
      *       'H' - header: account, customer, the year as the
      *             period, the account's currency, and
      *             'ANNUAL STATEMENT OF FEES' in the description
      *       'A' - name and address lines
      *       'D' - one per service charged in the year: the
      *             PROCTRAN type, the service name, the total
      *             charged, how many times, and the running total
      *             of fees in the balance column
      *       'S' - summary: the number of charges and the total
      *             fees and debit interest for the year
       FD  STMT-FILE.
       01  STMT-RECORD-STRUCTURE.
           05 STMT-REC-TYPE                 PIC X(1).
           05 STMT-SORTCODE                 PIC X(6).
           05 STMT-ACCOUNT-NUMBER           PIC X(9).
           05 STMT-CUSTOMER-NUMBER          PIC X(10).
           05 STMT-PERIOD-FROM              PIC X(10).
           05 STMT-PERIOD-TO                PIC X(10).
           05 STMT-TRAN-DATE                PIC X(10).
           05 STMT-TRAN-TYPE                PIC X(3).
           05 STMT-TRAN-DESC                PIC X(40).
           05 STMT-TRAN-AMOUNT              PIC -(9)9.99.
           05 STMT-TRAN-COUNT               PIC 9(6).
           05 STMT-BALANCE                  PIC -(9)9.99.
           05 STMT-CURRENCY-CD              PIC X(3).

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

      * Get the CUSTOMER_DATA DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * Get the STMT_INDEX DB2 copybook
           EXEC SQL
              INCLUDE STIXDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * ACCOUNT host variables for DB2
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-SORT-CODE          PIC X(6).
          03 HV-ACCOUNT-NUMBER             PIC X(9).
          03 HV-ACCOUNT-CUST-NO            PIC X(10).
          03 HV-ACCOUNT-CURRENCY-CD        PIC X(3).

      * CUSTOMER_DATA host variables for the statement addressing
       01 HOST-CUSTOMER-ROW.
          03 HV-CUST-NAME               PIC X(60).
          03 HV-CUST-ADDR1              PIC X(40).
          03 HV-CUST-ADDR2              PIC X(40).
          03 HV-CUST-ADDR3              PIC X(40).
          03 HV-CUST-POSTCODE           PIC X(10).

       01 HV-TODAY                         PIC X(10).
       01 HV-PERIOD-FROM                   PIC X(10).
       01 HV-PERIOD-TO                     PIC X(10).
       01 HV-STIX-SEQUENCE                 PIC S9(9) COMP.
       01 HV-STIX-TRAN-COUNT               PIC S9(9) COMP.
       01 HV-STIX-FEE-TOTAL                PIC S9(10)V99 COMP-3.

      *    Every account open at some point in the year that does
      *    not yet have its fee statement for it.  Held across the
      *    COMMIT taken per statement.
           EXEC SQL DECLARE FEE-ACC-CURSOR CURSOR WITH HOLD FOR
              SELECT A.ACCOUNT_SORTCODE,
                     A.ACCOUNT_NUMBER,
                     A.ACCOUNT_CUSTOMER_NUMBER,
                     COALESCE(A.ACCOUNT_CURRENCY_CD, 'GBP')
                     FROM ACCOUNT A
                     WHERE A.ACCOUNT_NUMBER NOT LIKE '0999999%'
                     AND   A.ACCOUNT_OPENED <= :HV-PERIOD-TO
                     AND   NOT EXISTS
                           ( SELECT 1 FROM STMT_INDEX S
                             WHERE S.STIX_SORTCODE =
                                      A.ACCOUNT_SORTCODE
                             AND   S.STIX_NUMBER   =
                                      A.ACCOUNT_NUMBER
                             AND   S.STIX_STMT_KIND   = 'F'
                             AND   S.STIX_PERIOD_FROM =
                                      :HV-PERIOD-FROM )
                     ORDER BY A.ACCOUNT_SORTCODE,
                              A.ACCOUNT_NUMBER
           END-EXEC.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  PARM-FILE-STATUS              PIC XX.
       01  STMT-FILE-STATUS              PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.

      *    The statement year, from FEEPRM or the year before today.
       01  WS-FEE-YEAR                   PIC 9(4).

      *    The archive-aware history reader, driven per account over
      *    the year.
       01  WS-PROHIST-PGM                PIC X(8) VALUE 'PROHIST'.
       01  WS-PROHIST-PARMS.
           COPY PROHIST.

      *    The services a fee can be charged for.
       01  WS-FEE-SERVICES.
           COPY FEESVC.

      *    One account's fees for the year, by service - the same
      *    subscript as the service table.
       01  WS-FEE-TOTALS.
           05 WS-FEE-TOTAL-ENTRY         OCCURS 7 TIMES.
              10 WS-FEE-SVC-AMOUNT       PIC S9(10)V99 COMP-3.
              10 WS-FEE-SVC-COUNT        PIC 9(6).
       01  WS-SVC-SUB                    PIC 9(2).
       01  WS-FEE-RUNNING-TOTAL          PIC S9(10)V99 COMP-3.
       01  WS-FEE-CHARGE-COUNT           PIC 9(6).

       01  NUMBER-OF-STATEMENTS-PRODUCED PIC 9(8) VALUE 0.
       01  NUMBER-OF-NIL-STATEMENTS      PIC 9(8) VALUE 0.
       01  NUMBER-OF-HISTORY-SHORT       PIC 9(8) VALUE 0.

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
                      'FEESTMT. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM LOAD-FEE-YEAR.

           OPEN OUTPUT STMT-FILE.
           IF STMT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the FEESTMT statement file, '
                      ' status=' STMT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL OPEN
              FEE-ACC-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FEESTMT unable to open FEE-ACC-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM PRODUCE-ONE-STATEMENT UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              FEE-ACC-CURSOR
           END-EXEC.

           CLOSE STMT-FILE.

           DISPLAY 'FEESTMT produced ' NUMBER-OF-STATEMENTS-PRODUCED
                   ' statement(s) of fees for ' WS-FEE-YEAR ', '
                   NUMBER-OF-NIL-STATEMENTS ' with no fees charged.'.

           IF NUMBER-OF-HISTORY-SHORT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    The year to state: FEEPRM when it is there, otherwise the
      *    calendar year before today's.
      *
       LOAD-FEE-YEAR SECTION.
       LFY010.

           MOVE HV-TODAY(1:4) TO WS-FEE-YEAR.
           SUBTRACT 1 FROM WS-FEE-YEAR.

           OPEN INPUT FEE-PARM-FILE.
           IF PARM-FILE-STATUS = '00'
              READ FEE-PARM-FILE
              IF PARM-FILE-STATUS = '00'
                 AND FPR-YEAR IS NUMERIC
                 AND FPR-YEAR > 0
                 MOVE FPR-YEAR TO WS-FEE-YEAR
              END-IF
              CLOSE FEE-PARM-FILE
           END-IF.

           MOVE SPACES        TO HV-PERIOD-FROM.
           MOVE WS-FEE-YEAR   TO HV-PERIOD-FROM(1:4).
           MOVE '-01-01'      TO HV-PERIOD-FROM(5:6).
           MOVE SPACES        TO HV-PERIOD-TO.
           MOVE WS-FEE-YEAR   TO HV-PERIOD-TO(1:4).
           MOVE '-12-31'      TO HV-PERIOD-TO(5:6).

           DISPLAY 'FEESTMT statement of fees for ' HV-PERIOD-FROM
                   ' to ' HV-PERIOD-TO.

       LFY999.
           EXIT.

      *
      *    One account: its fees for the year by service, written
      *    as a statement and registered on the index in the same
      *    unit of work.
      *
       PRODUCE-ONE-STATEMENT SECTION.
       POS010.

           EXEC SQL FETCH FROM FEE-ACC-CURSOR
              INTO :HV-ACCOUNT-SORT-CODE,
                   :HV-ACCOUNT-NUMBER,
                   :HV-ACCOUNT-CUST-NO,
                   :HV-ACCOUNT-CURRENCY-CD
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO POS999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FEESTMT failure fetching FEE-ACC-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM GATHER-YEARS-FEES.

           INITIALIZE STMT-RECORD-STRUCTURE.
           MOVE 'H'                    TO STMT-REC-TYPE.
           MOVE HV-ACCOUNT-SORT-CODE   TO STMT-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER      TO STMT-ACCOUNT-NUMBER.
           MOVE HV-ACCOUNT-CUST-NO     TO STMT-CUSTOMER-NUMBER.
           MOVE HV-PERIOD-FROM         TO STMT-PERIOD-FROM.
           MOVE HV-PERIOD-TO           TO STMT-PERIOD-TO.
           MOVE 'ANNUAL STATEMENT OF FEES' TO STMT-TRAN-DESC.
           MOVE 0                      TO STMT-BALANCE.
           MOVE HV-ACCOUNT-CURRENCY-CD TO STMT-CURRENCY-CD.
           PERFORM WRITE-STMT-RECORD.

           PERFORM WRITE-STATEMENT-ADDRESS-LINES.

           MOVE 0 TO WS-FEE-RUNNING-TOTAL.
           PERFORM WRITE-SERVICE-LINE
              VARYING WS-SVC-SUB FROM 1 BY 1
              UNTIL WS-SVC-SUB > FEE-SERVICE-COUNT.

           INITIALIZE STMT-RECORD-STRUCTURE.
           MOVE 'S'                    TO STMT-REC-TYPE.
           MOVE HV-ACCOUNT-SORT-CODE   TO STMT-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER      TO STMT-ACCOUNT-NUMBER.
           MOVE WS-FEE-CHARGE-COUNT    TO STMT-TRAN-COUNT.
           MOVE WS-FEE-RUNNING-TOTAL   TO STMT-TRAN-AMOUNT.
           MOVE WS-FEE-RUNNING-TOTAL   TO STMT-BALANCE.
           PERFORM WRITE-STMT-RECORD.

           PERFORM REGISTER-FEE-STATEMENT.

           EXEC SQL
              COMMIT
           END-EXEC.

           ADD 1 TO NUMBER-OF-STATEMENTS-PRODUCED.
           IF WS-FEE-CHARGE-COUNT = 0
              ADD 1 TO NUMBER-OF-NIL-STATEMENTS
           END-IF.

       POS999.
           EXIT.

      *
      *    The account's year through PROHIST, every entry offered
      *    to the service table.
      *
       GATHER-YEARS-FEES SECTION.
       GYF010.

           INITIALIZE WS-FEE-TOTALS.
           MOVE 0 TO WS-FEE-CHARGE-COUNT.

           INITIALIZE WS-PROHIST-PARMS.
           MOVE 'S'                  TO PH-REQUEST.
           MOVE HV-ACCOUNT-SORT-CODE TO PH-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER    TO PH-NUMBER.
           MOVE HV-PERIOD-FROM       TO PH-FROM-DATE.
           MOVE HV-PERIOD-TO         TO PH-TO-DATE.

           CALL WS-PROHIST-PGM USING WS-PROHIST-PARMS.

           IF PH-RETURN-CD NOT = 0 AND PH-RETURN-CD NOT = 4
              DISPLAY 'FEESTMT unable to open history for ACCOUNT '
                 HV-ACCOUNT-SORT-CODE '/' HV-ACCOUNT-NUMBER
                 ' PROHIST code=' PH-RETURN-CD
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF PH-RETURN-CD = 4
              DISPLAY 'WARNING - archived history overflow for '
                 'ACCOUNT ' HV-ACCOUNT-SORT-CODE '/'
                 HV-ACCOUNT-NUMBER ' - oldest archived fees beyond '
                 'the window are not on this statement'
              ADD 1 TO NUMBER-OF-HISTORY-SHORT
           END-IF.

           MOVE 'N' TO PH-EOF-FLAG.
           PERFORM CLASSIFY-ONE-ENTRY UNTIL PH-EOF-FLAG = 'Y'.

           MOVE 'C' TO PH-REQUEST.
           CALL WS-PROHIST-PGM USING WS-PROHIST-PARMS.

       GYF999.
           EXIT.

      *
      *    One history row: a debit whose type (and, for a type
      *    several services share, description) is on the service
      *    table is a fee charged for that service.
      *
       CLASSIFY-ONE-ENTRY SECTION.
       COE010.

           MOVE 'N' TO PH-REQUEST.
           CALL WS-PROHIST-PGM USING WS-PROHIST-PARMS.

           IF PH-RETURN-CD NOT = 0 AND PH-RETURN-CD NOT = 4
              DISPLAY 'FEESTMT history read failed for ACCOUNT '
                 HV-ACCOUNT-SORT-CODE '/' HV-ACCOUNT-NUMBER
                 ' PROHIST code=' PH-RETURN-CD
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF PH-EOF-FLAG = 'Y'
              OR PH-ROW-AMOUNT NOT < 0
              GO TO COE999
           END-IF.

           SET FSV-IDX TO 1.
           SEARCH FEE-SERVICE-ENTRY
              AT END
                 GO TO COE999
              WHEN FSV-PROCTRAN-TYPE(FSV-IDX) = PH-ROW-TYPE
                 AND (FSV-DESC-KEY(FSV-IDX) = SPACES
                      OR FSV-DESC-KEY(FSV-IDX) = PH-ROW-DESC(1:24))
                 SET WS-SVC-SUB TO FSV-IDX
           END-SEARCH.

           SUBTRACT PH-ROW-AMOUNT FROM WS-FEE-SVC-AMOUNT(WS-SVC-SUB).
           ADD 1 TO WS-FEE-SVC-COUNT(WS-SVC-SUB).
           ADD 1 TO WS-FEE-CHARGE-COUNT.

       COE999.
           EXIT.

      *
      *    One line per service the account was charged for in the
      *    year; a service not charged is left off.
      *
       WRITE-SERVICE-LINE SECTION.
       WSL010.

           IF WS-FEE-SVC-COUNT(WS-SVC-SUB) = 0
              GO TO WSL999
           END-IF.

           ADD WS-FEE-SVC-AMOUNT(WS-SVC-SUB) TO WS-FEE-RUNNING-TOTAL.

           INITIALIZE STMT-RECORD-STRUCTURE.
           MOVE 'D'                    TO STMT-REC-TYPE.
           MOVE HV-ACCOUNT-SORT-CODE   TO STMT-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER      TO STMT-ACCOUNT-NUMBER.
           MOVE FSV-PROCTRAN-TYPE(WS-SVC-SUB) TO STMT-TRAN-TYPE.
           MOVE FSV-SERVICE-NAME(WS-SVC-SUB)  TO STMT-TRAN-DESC.
           MOVE WS-FEE-SVC-AMOUNT(WS-SVC-SUB) TO STMT-TRAN-AMOUNT.
           MOVE WS-FEE-SVC-COUNT(WS-SVC-SUB)  TO STMT-TRAN-COUNT.
           MOVE WS-FEE-RUNNING-TOTAL   TO STMT-BALANCE.
           PERFORM WRITE-STMT-RECORD.

       WSL999.
           EXIT.

      *
      *    Address the statement from the customer standing data,
      *    the way STMTGEN addresses its statements.  A customer
      *    with no standing-data row gets a numbered statement.
      *
       WRITE-STATEMENT-ADDRESS-LINES SECTION.
       WSA010.

           EXEC SQL
                SELECT CUST_NAME,
                       COALESCE(CUST_ADDR1, ' '),
                       COALESCE(CUST_ADDR2, ' '),
                       COALESCE(CUST_ADDR3, ' '),
                       COALESCE(CUST_POSTCODE, ' ')
                INTO   :HV-CUST-NAME,
                       :HV-CUST-ADDR1,
                       :HV-CUST-ADDR2,
                       :HV-CUST-ADDR3,
                       :HV-CUST-POSTCODE
                FROM   CUSTOMER_DATA
                WHERE  CUST_NUMBER = :HV-ACCOUNT-CUST-NO
                AND    CUST_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO WSA999
           END-IF.

           INITIALIZE STMT-RECORD-STRUCTURE.
           MOVE HV-CUST-NAME(1:40) TO STMT-TRAN-DESC.
           PERFORM WRITE-ADDRESS-LINE.

           IF HV-CUST-ADDR1 NOT = SPACES
              MOVE HV-CUST-ADDR1 TO STMT-TRAN-DESC
              PERFORM WRITE-ADDRESS-LINE
           END-IF.
           IF HV-CUST-ADDR2 NOT = SPACES
              MOVE HV-CUST-ADDR2 TO STMT-TRAN-DESC
              PERFORM WRITE-ADDRESS-LINE
           END-IF.
           IF HV-CUST-ADDR3 NOT = SPACES
              MOVE HV-CUST-ADDR3 TO STMT-TRAN-DESC
              PERFORM WRITE-ADDRESS-LINE
           END-IF.
           IF HV-CUST-POSTCODE NOT = SPACES
              MOVE HV-CUST-POSTCODE TO STMT-TRAN-DESC
              PERFORM WRITE-ADDRESS-LINE
           END-IF.

       WSA999.
           EXIT.

       WRITE-ADDRESS-LINE SECTION.
       WAL010.

           MOVE 'A'                  TO STMT-REC-TYPE.
           MOVE HV-ACCOUNT-SORT-CODE TO STMT-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER    TO STMT-ACCOUNT-NUMBER.
           PERFORM WRITE-STMT-RECORD.

       WAL999.
           EXIT.

      *
      *    Register the statement as the account's next in sequence,
      *    marked as a fee statement: the year as its period, a zero
      *    opening balance and the year's fees as its total and
      *    closing figure - what a STMTRPR reprint must reproduce.
      *
       REGISTER-FEE-STATEMENT SECTION.
       RFS010.

           EXEC SQL
              SELECT COALESCE(MAX(STIX_SEQUENCE), 0) + 1
              INTO   :HV-STIX-SEQUENCE
              FROM   STMT_INDEX
              WHERE  STIX_SORTCODE = :HV-ACCOUNT-SORT-CODE
              AND    STIX_NUMBER   = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'Unable to sequence the statement index for '
                 'ACCOUNT ' HV-ACCOUNT-SORT-CODE '/'
                 HV-ACCOUNT-NUMBER ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE WS-FEE-CHARGE-COUNT  TO HV-STIX-TRAN-COUNT.
           MOVE WS-FEE-RUNNING-TOTAL TO HV-STIX-FEE-TOTAL.

           EXEC SQL
                INSERT INTO STMT_INDEX
                (
                  STIX_SORTCODE        ,
                  STIX_NUMBER          ,
                  STIX_SEQUENCE        ,
                  STIX_CUSTOMER        ,
                  STIX_PERIOD_FROM     ,
                  STIX_PERIOD_TO       ,
                  STIX_OPENING_BALANCE ,
                  STIX_CLOSING_BALANCE ,
                  STIX_TRAN_COUNT      ,
                  STIX_PERIOD_TOTAL    ,
                  STIX_PRODUCED_DATE   ,
                  STIX_CURRENCY_CD     ,
                  STIX_STMT_KIND
                )
                VALUES
                (
                  :HV-ACCOUNT-SORT-CODE   ,
                  :HV-ACCOUNT-NUMBER      ,
                  :HV-STIX-SEQUENCE       ,
                  :HV-ACCOUNT-CUST-NO     ,
                  :HV-PERIOD-FROM         ,
                  :HV-PERIOD-TO           ,
                  0                       ,
                  :HV-STIX-FEE-TOTAL      ,
                  :HV-STIX-TRAN-COUNT     ,
                  :HV-STIX-FEE-TOTAL      ,
                  CURRENT DATE            ,
                  :HV-ACCOUNT-CURRENCY-CD ,
                  'F'
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'Unable to register the statement index for '
                 'ACCOUNT ' HV-ACCOUNT-SORT-CODE '/'
                 HV-ACCOUNT-NUMBER ' SQLCODE=' WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RFS999.
           EXIT.

       WRITE-STMT-RECORD SECTION.
       WSR010.

           WRITE STMT-RECORD-STRUCTURE.

           IF STMT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the FEESTMT statement file, '
                      'status=' STMT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WSR999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
