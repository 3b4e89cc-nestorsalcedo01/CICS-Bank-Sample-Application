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
      * Title: ESTMTGEN                                                *
      *                                                                *
      *                                                                *
      * Description: Machine-readable account statements.  For every   *
      *              account with a live ESTMT_OPTION whose next       *
      *              statement period has ended - each business day    *
      *              for a daily option, each month end for a monthly  *
      *              one - the period's activity is read through       *
      *              PROHIST, the same archive-aware history STMTGEN   *
      *              reads, and written as one electronic statement to *
      *              the camt.053-style file or the MT940-style file   *
      *              the customer chose.  Every entry carries its      *
      *              booking and value dates, the PROCTRAN_REF, the    *
      *              END_TO_END_ID of the consent it settled and the   *
      *              counterparty account; the opening and closing     *
      *              booked and available balances come from the      *
      *              EOD_BALANCE snapshots either side of the period.  *
      *              Each statement is indexed on STMT_INDEX as an     *
      *              electronic statement and the option moved on to   *
      *              the period just stated, in one unit of work.  A   *
      *              statement the customer needs again is re-issued   *
      *              on request from its index row, regenerated from   *
      *              PROHIST and proven against the index before it    *
      *              goes out as a duplicate.  Each file carries a     *
      *              header and a trailer of control totals and is     *
      *              registered as an outbound file.                   *
      *                                                                *
      * Input:  The optional business-date parameter ESTMPRM           *
      *         The optional re-issue request file ESTMRQST            *
      * Output: The camt.053-style statement file ESTM053              *
      *         The MT940-style statement file ESTM940                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTMTGEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTM-PARM-FILE
                  ASSIGN TO ESTMPRM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PARM-FILE-STATUS.

           SELECT RQST-FILE
                  ASSIGN TO ESTMRQST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RQST-FILE-STATUS.

           SELECT CAMT-FILE
                  ASSIGN TO ESTM053
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CAMT-FILE-STATUS.

           SELECT MT94-FILE
                  ASSIGN TO ESTM940
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS MT94-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    The business date to state up to, ISO.  Absent, today.
       FD  ESTM-PARM-FILE.
       01  ESTM-PARM-RECORD.
           05 EPR-BUSINESS-DATE             PIC X(10).

      *    One re-issue per record: the account and the STMT_INDEX
      *    sequence number of the electronic statement wanted.
       FD  RQST-FILE.
       01  RQST-RECORD.
           05 RQT-SORT-CODE                 PIC 9(6).
           05 RQT-ACCOUNT-NUMBER            PIC 9(8).
           05 RQT-SEQUENCE                  PIC 9(4).

      *    Both statement files share the WS-ESTMT-RECORD layout;
      *    each record is built there and written FROM it.
       FD  CAMT-FILE.
       01  CAMT-RECORD                      PIC X(200).

       FD  MT94-FILE.
       01  MT94-RECORD                      PIC X(200).

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

      * Get the ESTMT_OPTION DB2 copybook
           EXEC SQL
              INCLUDE ESTMDB2
           END-EXEC.

      * Get the EOD_BALANCE DB2 copybook
           EXEC SQL
              INCLUDE EODDB2
           END-EXEC.

      * Get the STMT_INDEX DB2 copybook
           EXEC SQL
              INCLUDE STIXDB2
           END-EXEC.

      * Get the CONSENT DB2 copybook
           EXEC SQL
              INCLUDE CONSTDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * The account being stated and its option
       01 HOST-STATEMENT-ROW.
          03 HV-ACCOUNT-SORT-CODE          PIC X(6).
          03 HV-ACCOUNT-NUMBER             PIC X(9).
          03 HV-ESTO-FORMAT                PIC X(1).
          03 HV-ESTO-FREQUENCY             PIC X(1).
          03 HV-ESTO-FIRST                 PIC X(1).
          03 HV-ACCOUNT-CUST-NO            PIC X(10).
          03 HV-ACCOUNT-CURRENCY-CD        PIC X(3).
          03 HV-ACCOUNT-ACTUAL-BAL         PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-AVAIL-BAL          PIC S9(10)V99 COMP-3.

      * The period stated and its balances
       01 HOST-PERIOD-ROW.
          03 HV-PERIOD-FROM                PIC X(10).
          03 HV-PERIOD-TO                  PIC X(10).
          03 HV-OPEN-BOOKED                PIC S9(10)V99 COMP-3.
          03 HV-OPEN-AVAIL                 PIC S9(10)V99 COMP-3.
          03 HV-CLOSE-BOOKED               PIC S9(10)V99 COMP-3.
          03 HV-CLOSE-AVAIL                PIC S9(10)V99 COMP-3.

      * STMT_INDEX host variables for DB2
       01 HOST-INDEX-ROW.
          03 HV-STIX-SEQUENCE              PIC S9(9) COMP.
          03 HV-STIX-TRAN-COUNT            PIC S9(9) COMP.
          03 HV-STIX-PERIOD-TOTAL          PIC S9(10)V99 COMP-3.
          03 HV-STIX-STMT-KIND             PIC X(1).

       01 HV-TODAY                         PIC X(10).
       01 HV-BUSINESS-DATE                 PIC X(10).
       01 HV-MONTH-END                     PIC X(10).
       01 HV-MONTH-START                   PIC X(10).
       01 HV-CONSENT-ID                    PIC S9(9) COMP.
       01 HV-END-TO-END-ID                 PIC X(12).

      *    Every live option whose next period has ended by the
      *    business date - the day itself for a daily option, the
      *    last month end for a monthly one - with the day the next
      *    statement starts.  Held across the COMMIT taken per
      *    statement.
           EXEC SQL DECLARE ESTM-OPT-CURSOR CURSOR WITH HOLD FOR
              SELECT O.ESTO_SORTCODE,
                     O.ESTO_NUMBER,
                     O.ESTO_FORMAT,
                     O.ESTO_FREQUENCY,
                     CHAR(COALESCE(O.ESTO_LAST_PERIOD_TO + 1 DAY,
                                   O.ESTO_START_DATE), ISO),
                     CASE WHEN O.ESTO_LAST_PERIOD_TO IS NULL
                          THEN 'Y' ELSE 'N' END,
                     A.ACCOUNT_CUSTOMER_NUMBER,
                     COALESCE(A.ACCOUNT_CURRENCY_CD, 'GBP'),
                     A.ACCOUNT_ACTUAL_BALANCE,
                     A.ACCOUNT_AVAILABLE_BALANCE
                     FROM ESTMT_OPTION O,
                          ACCOUNT A
                     WHERE A.ACCOUNT_SORTCODE = O.ESTO_SORTCODE
                     AND   A.ACCOUNT_NUMBER   = O.ESTO_NUMBER
                     AND   O.ESTO_STATUS      = 'A'
                     AND   O.ESTO_START_DATE <= :HV-BUSINESS-DATE
                     AND ( O.ESTO_LAST_PERIOD_TO IS NULL
                        OR O.ESTO_LAST_PERIOD_TO <
                           CASE O.ESTO_FREQUENCY
                                WHEN 'D' THEN DATE(:HV-BUSINESS-DATE)
                                ELSE DATE(:HV-MONTH-END) END )
                     ORDER BY O.ESTO_FORMAT,
                              O.ESTO_SORTCODE,
                              O.ESTO_NUMBER
           END-EXEC.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  PARM-FILE-STATUS              PIC XX.
       01  RQST-FILE-STATUS              PIC XX.
       01  CAMT-FILE-STATUS              PIC XX.
       01  MT94-FILE-STATUS              PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.
       01  WS-RQST-EOF                   PIC X VALUE 'N'.

       01 WS-ACCTNO-WIDTH-PARMS.
          COPY ACCWIDTH.

       COPY SORTCODE.

      *    The archive-aware history reader, driven per statement.
       01  WS-PROHIST-PGM                PIC X(8) VALUE 'PROHIST'.
       01  WS-PROHIST-PARMS.
           COPY PROHIST.

      *    The outbound file register.
       01  WS-OUTFREG-PGM                PIC X(8) VALUE 'OUTFREG'.
       01  WS-OUTFREG-PARMS.
           COPY OUTFREG.

      *    The statement record both files are written from:
      *       'H' - file header: this bank's sort code, the day the
      *             file was made, the message type and the
      *             business date stated up to
      *       'S' - statement: its identifier (sort code, account
      *             and index sequence), the account, customer and
      *             currency, the period, and ORIG or DUPL
      *       'B' - balance: the ISO balance type (OPBD/OPAV
      *             opening booked/available, CLBD/CLAV closing),
      *             the MT940 field it maps to where one exists,
      *             its date, amount and credit/debit mark
      *       'E' - entry: booking and value dates, amount and
      *             credit/debit mark, the PROCTRAN type as the
      *             bank transaction code, PROCTRAN_REF, the
      *             END_TO_END_ID (NONREF where the entry settled
      *             no consent), the counterparty account and the
      *             narrative
      *       'Z' - statement trailer: entries, credits, debits
      *       'T' - file trailer: statements, entries and the hash
      *             of every entry amount
      *    The camt.053 file marks credit/debit CRDT/DBIT, the
      *    MT940 file C/D.
       01  WS-ESTMT-RECORD.
           05 ESR-REC-TYPE                  PIC X(1).
           05 ESR-REC-BODY                  PIC X(199).
           05 ESR-HEADER-VIEW REDEFINES ESR-REC-BODY.
              10 ESR-ORIGINATOR-ID          PIC X(10).
              10 ESR-CREATED-DATE           PIC X(10).
              10 ESR-MESSAGE-TYPE           PIC X(8).
              10 ESR-BUSINESS-DATE          PIC X(10).
              10 FILLER                     PIC X(161).
           05 ESR-STATEMENT-VIEW REDEFINES ESR-REC-BODY.
              10 ESR-STMT-ID.
                 15 ESR-STMT-ID-SORTCODE    PIC X(6).
                 15 ESR-STMT-ID-NUMBER      PIC X(9).
                 15 ESR-STMT-ID-SEQUENCE    PIC 9(5).
              10 ESR-SORTCODE               PIC X(6).
              10 ESR-ACCOUNT-NUMBER         PIC X(9).
              10 ESR-CUSTOMER-NUMBER        PIC X(10).
              10 ESR-CURRENCY-CD            PIC X(3).
              10 ESR-PERIOD-FROM            PIC X(10).
              10 ESR-PERIOD-TO              PIC X(10).
              10 ESR-COPY-IND               PIC X(4).
              10 FILLER                     PIC X(127).
           05 ESR-BALANCE-VIEW REDEFINES ESR-REC-BODY.
              10 ESR-BAL-TYPE               PIC X(4).
              10 ESR-BAL-MT-TAG             PIC X(4).
              10 ESR-BAL-DATE               PIC X(10).
              10 ESR-BAL-AMOUNT             PIC 9(10)V99.
              10 ESR-BAL-CDI                PIC X(4).
              10 ESR-BAL-CURRENCY-CD        PIC X(3).
              10 FILLER                     PIC X(162).
           05 ESR-ENTRY-VIEW REDEFINES ESR-REC-BODY.
              10 ESR-BOOKING-DATE           PIC X(10).
              10 ESR-VALUE-DATE             PIC X(10).
              10 ESR-ENTRY-AMOUNT           PIC 9(10)V99.
              10 ESR-ENTRY-CDI              PIC X(4).
              10 ESR-TRAN-CODE              PIC X(3).
              10 ESR-BANK-REF               PIC X(12).
              10 ESR-END-TO-END-ID          PIC X(12).
              10 ESR-COUNTERPARTY-AC        PIC X(9).
              10 ESR-ENTRY-DESC             PIC X(40).
              10 FILLER                     PIC X(87).
           05 ESR-STMT-TRAILER-VIEW REDEFINES ESR-REC-BODY.
              10 ESR-STMT-ENTRY-COUNT       PIC 9(6).
              10 ESR-STMT-CREDITS           PIC 9(11)V99.
              10 ESR-STMT-DEBITS            PIC 9(11)V99.
              10 FILLER                     PIC X(167).
           05 ESR-FILE-TRAILER-VIEW REDEFINES ESR-REC-BODY.
              10 ESR-FILE-STMT-COUNT        PIC 9(8).
              10 ESR-FILE-ENTRY-COUNT       PIC 9(8).
              10 ESR-FILE-HASH              PIC 9(13)V99.
              10 FILLER                     PIC X(168).

      *    Per file: 1 the camt.053 file, 2 the MT940 file.
       01  WS-FILE-TOTALS.
           05 WS-FILE-ENTRY               OCCURS 2 TIMES.
              10 WS-FILE-MESSAGE-TYPE     PIC X(8).
              10 WS-FILE-DD-NAME          PIC X(8).
              10 WS-FILE-STMT-COUNT       PIC 9(8).
              10 WS-FILE-ENTRY-COUNT      PIC 9(8).
              10 WS-FILE-HASH             PIC 9(13)V99.
       01  WS-FMT-SUB                    PIC 9(1).

      *    The statement being written.
       01  WS-COPY-IND                   PIC X(4).
       01  WS-STMT-MOVEMENT              PIC S9(10)V99 COMP-3.
       01  WS-STMT-ENTRY-COUNT           PIC 9(6).
       01  WS-STMT-CREDITS               PIC 9(11)V99.
       01  WS-STMT-DEBITS                PIC 9(11)V99.
       01  WS-ABS-AMOUNT                 PIC 9(10)V99.
       01  WS-HISTORY-SHORT              PIC X VALUE 'N'.

      *    Snapshot lookups either side of the period.
       01  WS-OPEN-SNAP-FOUND            PIC X.
       01  WS-CLOSE-SNAP-FOUND           PIC X.

      *    A balance record's content, set before it is written.
       01  WS-BAL-TYPE                   PIC X(4).
       01  WS-BAL-MT-TAG                 PIC X(4).
       01  WS-BAL-DATE                   PIC X(10).
       01  WS-BAL-AMOUNT                 PIC S9(10)V99 COMP-3.
       01  WS-CD-MARK                    PIC X(4).

       01  NUMBER-OF-STATEMENTS-PRODUCED PIC 9(8) VALUE 0.
       01  NUMBER-OF-STATEMENTS-UNBAL    PIC 9(8) VALUE 0.
       01  NUMBER-OF-HISTORY-SHORT       PIC 9(8) VALUE 0.
       01  NUMBER-OF-REISSUES-READ       PIC 9(8) VALUE 0.
       01  NUMBER-OF-REISSUES-PRODUCED   PIC 9(8) VALUE 0.
       01  NUMBER-OF-REISSUES-REFUSED    PIC 9(8) VALUE 0.

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
              LENGTH OF HV-ACCOUNT-NUMBER
                 - LENGTH OF RQT-ACCOUNT-NUMBER.

           EXEC SQL
              SELECT CURRENT DATE
              INTO   :HV-TODAY
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT DATE IN PGM '
                      'ESTMTGEN. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM LOAD-BUSINESS-DATE.

           OPEN OUTPUT CAMT-FILE.
           IF CAMT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the ESTM053 statement file, '
                      ' status=' CAMT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT MT94-FILE.
           IF MT94-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the ESTM940 statement file, '
                      ' status=' MT94-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           INITIALIZE WS-FILE-TOTALS.
           MOVE 'CAMT.053' TO WS-FILE-MESSAGE-TYPE(1).
           MOVE 'ESTM053'  TO WS-FILE-DD-NAME(1).
           MOVE 'MT940'    TO WS-FILE-MESSAGE-TYPE(2).
           MOVE 'ESTM940'  TO WS-FILE-DD-NAME(2).

           PERFORM WRITE-FILE-HEADER
              VARYING WS-FMT-SUB FROM 1 BY 1 UNTIL WS-FMT-SUB > 2.

           EXEC SQL OPEN
              ESTM-OPT-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ESTMTGEN unable to open ESTM-OPT-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM PRODUCE-ONE-STATEMENT UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              ESTM-OPT-CURSOR
           END-EXEC.

           PERFORM REISSUE-REQUESTED-STATEMENTS.

           PERFORM WRITE-FILE-TRAILER
              VARYING WS-FMT-SUB FROM 1 BY 1 UNTIL WS-FMT-SUB > 2.

           CLOSE CAMT-FILE.
           CLOSE MT94-FILE.

           PERFORM REGISTER-OUTBOUND-FILE
              VARYING WS-FMT-SUB FROM 1 BY 1 UNTIL WS-FMT-SUB > 2.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'ESTMTGEN produced ' NUMBER-OF-STATEMENTS-PRODUCED
                   ' electronic statement(s) to ' HV-BUSINESS-DATE
                   ', ' NUMBER-OF-STATEMENTS-UNBAL
                   ' not balancing to the snapshots.'.
           DISPLAY 'ESTMTGEN read ' NUMBER-OF-REISSUES-READ
                   ' re-issue request(s), re-issued '
                   NUMBER-OF-REISSUES-PRODUCED ', refused '
                   NUMBER-OF-REISSUES-REFUSED '.'.

           IF NUMBER-OF-STATEMENTS-UNBAL > 0
              OR NUMBER-OF-HISTORY-SHORT > 0
              OR NUMBER-OF-REISSUES-REFUSED > 0
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    The business date: ESTMPRM when it is there, otherwise
      *    today - the run follows EODSNAP, so today's snapshot is
      *    the closing position.  A monthly option states to the
      *    month end on or before it.
      *
       LOAD-BUSINESS-DATE SECTION.
       LBD010.

           MOVE HV-TODAY TO HV-BUSINESS-DATE.

           OPEN INPUT ESTM-PARM-FILE.
           IF PARM-FILE-STATUS = '00'
              READ ESTM-PARM-FILE
              IF PARM-FILE-STATUS = '00'
                 AND EPR-BUSINESS-DATE NOT = SPACES
                 MOVE EPR-BUSINESS-DATE TO HV-BUSINESS-DATE
              END-IF
              CLOSE ESTM-PARM-FILE
           END-IF.

           EXEC SQL
              SELECT CHAR(CASE WHEN DAY(DATE(:HV-BUSINESS-DATE)
                                        + 1 DAY) = 1
                               THEN DATE(:HV-BUSINESS-DATE)
                               ELSE DATE(:HV-BUSINESS-DATE)
                                    - DAY(DATE(:HV-BUSINESS-DATE))
                                      DAYS
                          END, ISO)
              INTO   :HV-MONTH-END
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ESTMTGEN invalid business date '
                      HV-BUSINESS-DATE ', SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-MONTH-END      TO HV-MONTH-START.
           MOVE '01'              TO HV-MONTH-START(9:2).

           DISPLAY 'ESTMTGEN electronic statements to '
                   HV-BUSINESS-DATE ', monthly to ' HV-MONTH-END.

       LBD999.
           EXIT.

      *
      *    One account whose next period has ended: the period, its
      *    balances and its activity written to the customer's
      *    chosen file, indexed, and the option moved on.
      *
       PRODUCE-ONE-STATEMENT SECTION.
       POS010.

           EXEC SQL FETCH FROM ESTM-OPT-CURSOR
              INTO :HV-ACCOUNT-SORT-CODE,
                   :HV-ACCOUNT-NUMBER,
                   :HV-ESTO-FORMAT,
                   :HV-ESTO-FREQUENCY,
                   :HV-PERIOD-FROM,
                   :HV-ESTO-FIRST,
                   :HV-ACCOUNT-CUST-NO,
                   :HV-ACCOUNT-CURRENCY-CD,
                   :HV-ACCOUNT-ACTUAL-BAL,
                   :HV-ACCOUNT-AVAIL-BAL
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO POS999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ESTMTGEN failure fetching ESTM-OPT-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

      *
      *    A daily statement runs to the business date; a monthly
      *    one to the month end, its first statement starting no
      *    earlier than that month began.  An option starting after
      *    the month end has nothing to state yet.
      *
           IF HV-ESTO-FREQUENCY = 'D'
              MOVE HV-BUSINESS-DATE TO HV-PERIOD-TO
           ELSE
              MOVE HV-MONTH-END     TO HV-PERIOD-TO
              IF HV-ESTO-FIRST = 'Y'
                 AND HV-PERIOD-FROM < HV-MONTH-START
                 MOVE HV-MONTH-START TO HV-PERIOD-FROM
              END-IF
           END-IF.

           IF HV-PERIOD-FROM > HV-PERIOD-TO
              GO TO POS999
           END-IF.

           PERFORM ESTABLISH-BALANCES.

           PERFORM NEXT-INDEX-SEQUENCE.

           MOVE 'ORIG' TO WS-COPY-IND.
           PERFORM WRITE-ELECTRONIC-STATEMENT.

           IF HV-OPEN-BOOKED + WS-STMT-MOVEMENT NOT = HV-CLOSE-BOOKED
              DISPLAY 'WARNING - electronic statement for ACCOUNT '
                      HV-ACCOUNT-SORT-CODE '/' HV-ACCOUNT-NUMBER
                      ' ' HV-PERIOD-FROM ' to ' HV-PERIOD-TO
                      ' - activity does not balance to the closing '
                      'snapshot'
              ADD 1 TO NUMBER-OF-STATEMENTS-UNBAL
           END-IF.

           PERFORM REGISTER-ELECTRONIC-STATEMENT.

           EXEC SQL
                UPDATE ESTMT_OPTION
                SET    ESTO_LAST_PERIOD_TO = :HV-PERIOD-TO
                WHERE  ESTO_SORTCODE = :HV-ACCOUNT-SORT-CODE
                AND    ESTO_NUMBER   = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ESTMTGEN unable to move on the option for '
                 'ACCOUNT ' HV-ACCOUNT-SORT-CODE '/'
                 HV-ACCOUNT-NUMBER ' SQLCODE=' WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           ADD 1 TO NUMBER-OF-STATEMENTS-PRODUCED.

       POS999.
           EXIT.

      *
      *    The closing position is the latest snapshot on or before
      *    the period end - or, with none, the account as it stands.
      *    The opening position is the latest snapshot before the
      *    period starts; an account with none (opened inside the
      *    period, or older than the snapshot retention) opens at
      *    its closing position less the period's activity, its
      *    available balance the same distance from its booked
      *    balance as at the close.
      *
       ESTABLISH-BALANCES SECTION.
       EB010.

           PERFORM READ-CLOSING-SNAPSHOT.

           IF WS-CLOSE-SNAP-FOUND NOT = 'Y'
              MOVE HV-ACCOUNT-ACTUAL-BAL TO HV-CLOSE-BOOKED
              MOVE HV-ACCOUNT-AVAIL-BAL  TO HV-CLOSE-AVAIL
           END-IF.

           PERFORM READ-OPENING-SNAPSHOT.

           IF WS-OPEN-SNAP-FOUND NOT = 'Y'
              PERFORM TOTAL-PERIOD-ACTIVITY
              COMPUTE HV-OPEN-BOOKED =
                 HV-CLOSE-BOOKED - WS-STMT-MOVEMENT
              COMPUTE HV-OPEN-AVAIL =
                 HV-OPEN-BOOKED + HV-CLOSE-AVAIL - HV-CLOSE-BOOKED
           END-IF.

       EB999.
           EXIT.

       READ-CLOSING-SNAPSHOT SECTION.
       RCS010.

           MOVE 'N' TO WS-CLOSE-SNAP-FOUND.

           EXEC SQL
                SELECT SNAP_ACTUAL_BALANCE,
                       SNAP_AVAILABLE_BALANCE
                INTO   :HV-CLOSE-BOOKED,
                       :HV-CLOSE-AVAIL
                FROM   EOD_BALANCE
                WHERE  SNAP_SORTCODE = :HV-ACCOUNT-SORT-CODE
                AND    SNAP_NUMBER   = :HV-ACCOUNT-NUMBER
                AND    SNAP_DATE     =
                       ( SELECT MAX(SNAP_DATE)
                         FROM   EOD_BALANCE
                         WHERE  SNAP_SORTCODE = :HV-ACCOUNT-SORT-CODE
                         AND    SNAP_NUMBER   = :HV-ACCOUNT-NUMBER
                         AND    SNAP_DATE    <= :HV-PERIOD-TO )
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'Y' TO WS-CLOSE-SNAP-FOUND
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'ESTMTGEN failure reading EOD_BALANCE, '
                         'SQLCODE=' WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
           END-EVALUATE.

       RCS999.
           EXIT.

       READ-OPENING-SNAPSHOT SECTION.
       ROS010.

           MOVE 'N' TO WS-OPEN-SNAP-FOUND.

           EXEC SQL
                SELECT SNAP_ACTUAL_BALANCE,
                       SNAP_AVAILABLE_BALANCE
                INTO   :HV-OPEN-BOOKED,
                       :HV-OPEN-AVAIL
                FROM   EOD_BALANCE
                WHERE  SNAP_SORTCODE = :HV-ACCOUNT-SORT-CODE
                AND    SNAP_NUMBER   = :HV-ACCOUNT-NUMBER
                AND    SNAP_DATE     =
                       ( SELECT MAX(SNAP_DATE)
                         FROM   EOD_BALANCE
                         WHERE  SNAP_SORTCODE = :HV-ACCOUNT-SORT-CODE
                         AND    SNAP_NUMBER   = :HV-ACCOUNT-NUMBER
                         AND    SNAP_DATE     < :HV-PERIOD-FROM )
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'Y' TO WS-OPEN-SNAP-FOUND
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'ESTMTGEN failure reading EOD_BALANCE, '
                         'SQLCODE=' WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
           END-EVALUATE.

       ROS999.
           EXIT.

      *
      *    The period's entry count and net movement, without
      *    writing anything.
      *
       TOTAL-PERIOD-ACTIVITY SECTION.
       TPA010.

           MOVE 0 TO WS-STMT-MOVEMENT.
           MOVE 0 TO WS-STMT-ENTRY-COUNT.

           PERFORM START-HISTORY.

           PERFORM TOTAL-ONE-ENTRY UNTIL PH-EOF-FLAG = 'Y'.

           MOVE 'C' TO PH-REQUEST.
           CALL WS-PROHIST-PGM USING WS-PROHIST-PARMS.

       TPA999.
           EXIT.

       TOTAL-ONE-ENTRY SECTION.
       TOE010.

           PERFORM NEXT-HISTORY-ENTRY.

           IF PH-EOF-FLAG = 'Y'
              GO TO TOE999
           END-IF.

           ADD PH-ROW-AMOUNT TO WS-STMT-MOVEMENT.
           ADD 1 TO WS-STMT-ENTRY-COUNT.

       TOE999.
           EXIT.

      *
      *    Open the account's history over the period.  History
      *    beyond PROHIST's archive window leaves the statement
      *    short, which is reported.
      *
       START-HISTORY SECTION.
       SH010.

           MOVE 'N' TO WS-HISTORY-SHORT.

           INITIALIZE WS-PROHIST-PARMS.
           MOVE 'S'                  TO PH-REQUEST.
           MOVE HV-ACCOUNT-SORT-CODE TO PH-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER    TO PH-NUMBER.
           MOVE HV-PERIOD-FROM       TO PH-FROM-DATE.
           MOVE HV-PERIOD-TO         TO PH-TO-DATE.

           CALL WS-PROHIST-PGM USING WS-PROHIST-PARMS.

           IF PH-RETURN-CD NOT = 0 AND PH-RETURN-CD NOT = 4
              DISPLAY 'ESTMTGEN unable to open history for ACCOUNT '
                 HV-ACCOUNT-SORT-CODE '/' HV-ACCOUNT-NUMBER
                 ' PROHIST code=' PH-RETURN-CD
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF PH-RETURN-CD = 4
              DISPLAY 'WARNING - archived history overflow for '
                 'ACCOUNT ' HV-ACCOUNT-SORT-CODE '/'
                 HV-ACCOUNT-NUMBER ' - oldest archived entries '
                 'beyond the window are not on this statement'
              MOVE 'Y' TO WS-HISTORY-SHORT
              ADD 1 TO NUMBER-OF-HISTORY-SHORT
           END-IF.

           MOVE 'N' TO PH-EOF-FLAG.

       SH999.
           EXIT.

       NEXT-HISTORY-ENTRY SECTION.
       NHE010.

           MOVE 'N' TO PH-REQUEST.
           CALL WS-PROHIST-PGM USING WS-PROHIST-PARMS.

           IF PH-RETURN-CD NOT = 0 AND PH-RETURN-CD NOT = 4
              DISPLAY 'ESTMTGEN history read failed for ACCOUNT '
                 HV-ACCOUNT-SORT-CODE '/' HV-ACCOUNT-NUMBER
                 ' PROHIST code=' PH-RETURN-CD
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       NHE999.
           EXIT.

      *
      *    One electronic statement to the file for its format:
      *    the statement record, the opening balances, an entry per
      *    history row, the closing balances and the statement
      *    trailer.  The file's totals take in the statement.
      *
       WRITE-ELECTRONIC-STATEMENT SECTION.
       WES010.

           IF HV-ESTO-FORMAT = 'M'
              MOVE 2 TO WS-FMT-SUB
           ELSE
              MOVE 1 TO WS-FMT-SUB
           END-IF.

           INITIALIZE WS-ESTMT-RECORD.
           MOVE 'S'                    TO ESR-REC-TYPE.
           MOVE HV-ACCOUNT-SORT-CODE   TO ESR-STMT-ID-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER      TO ESR-STMT-ID-NUMBER.
           MOVE HV-STIX-SEQUENCE       TO ESR-STMT-ID-SEQUENCE.
           MOVE HV-ACCOUNT-SORT-CODE   TO ESR-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER      TO ESR-ACCOUNT-NUMBER.
           MOVE HV-ACCOUNT-CUST-NO     TO ESR-CUSTOMER-NUMBER.
           MOVE HV-ACCOUNT-CURRENCY-CD TO ESR-CURRENCY-CD.
           MOVE HV-PERIOD-FROM         TO ESR-PERIOD-FROM.
           MOVE HV-PERIOD-TO           TO ESR-PERIOD-TO.
           MOVE WS-COPY-IND            TO ESR-COPY-IND.
           PERFORM WRITE-ESTMT-RECORD.

           MOVE 'OPBD'           TO WS-BAL-TYPE.
           MOVE '60F'            TO WS-BAL-MT-TAG.
           MOVE HV-PERIOD-FROM   TO WS-BAL-DATE.
           MOVE HV-OPEN-BOOKED   TO WS-BAL-AMOUNT.
           PERFORM WRITE-BALANCE-RECORD.

           MOVE 'OPAV'           TO WS-BAL-TYPE.
           MOVE SPACES           TO WS-BAL-MT-TAG.
           MOVE HV-OPEN-AVAIL    TO WS-BAL-AMOUNT.
           PERFORM WRITE-BALANCE-RECORD.

           MOVE 0 TO WS-STMT-MOVEMENT.
           MOVE 0 TO WS-STMT-ENTRY-COUNT.
           MOVE 0 TO WS-STMT-CREDITS.
           MOVE 0 TO WS-STMT-DEBITS.

           PERFORM START-HISTORY.

           PERFORM WRITE-ONE-ENTRY UNTIL PH-EOF-FLAG = 'Y'.

           MOVE 'C' TO PH-REQUEST.
           CALL WS-PROHIST-PGM USING WS-PROHIST-PARMS.

           MOVE 'CLBD'           TO WS-BAL-TYPE.
           MOVE '62F'            TO WS-BAL-MT-TAG.
           MOVE HV-PERIOD-TO     TO WS-BAL-DATE.
           MOVE HV-CLOSE-BOOKED  TO WS-BAL-AMOUNT.
           PERFORM WRITE-BALANCE-RECORD.

           MOVE 'CLAV'           TO WS-BAL-TYPE.
           MOVE '64'             TO WS-BAL-MT-TAG.
           MOVE HV-CLOSE-AVAIL   TO WS-BAL-AMOUNT.
           PERFORM WRITE-BALANCE-RECORD.

           INITIALIZE WS-ESTMT-RECORD.
           MOVE 'Z'                 TO ESR-REC-TYPE.
           MOVE WS-STMT-ENTRY-COUNT TO ESR-STMT-ENTRY-COUNT.
           MOVE WS-STMT-CREDITS     TO ESR-STMT-CREDITS.
           MOVE WS-STMT-DEBITS      TO ESR-STMT-DEBITS.
           PERFORM WRITE-ESTMT-RECORD.

           ADD 1 TO WS-FILE-STMT-COUNT(WS-FMT-SUB).

       WES999.
           EXIT.

      *
      *    One history row as a statement entry.  The END_TO_END_ID
      *    is the one the entry's consent carried; an entry that
      *    settled no consent, or whose consent has since been
      *    archived, is NONREF.
      *
       WRITE-ONE-ENTRY SECTION.
       WOE010.

           PERFORM NEXT-HISTORY-ENTRY.

           IF PH-EOF-FLAG = 'Y'
              GO TO WOE999
           END-IF.

           MOVE 'NONREF' TO HV-END-TO-END-ID.

           IF PH-ROW-CONSENT-ID > 0
              MOVE PH-ROW-CONSENT-ID TO HV-CONSENT-ID
              EXEC SQL
                   SELECT END_TO_END_ID
                   INTO   :HV-END-TO-END-ID
                   FROM   CONSENT
                   WHERE  CONSENT_ID = :HV-CONSENT-ID
                   AND    END_TO_END_ID IS NOT NULL
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'NONREF' TO HV-END-TO-END-ID
              END-IF
           END-IF.

           IF PH-ROW-AMOUNT < 0
              COMPUTE WS-ABS-AMOUNT = 0 - PH-ROW-AMOUNT
              ADD WS-ABS-AMOUNT TO WS-STMT-DEBITS
           ELSE
              MOVE PH-ROW-AMOUNT TO WS-ABS-AMOUNT
              ADD WS-ABS-AMOUNT TO WS-STMT-CREDITS
           END-IF.

           INITIALIZE WS-ESTMT-RECORD.
           MOVE 'E'                 TO ESR-REC-TYPE.
           MOVE PH-ROW-DATE         TO ESR-BOOKING-DATE.
           MOVE PH-ROW-VALUE-DATE   TO ESR-VALUE-DATE.
           MOVE WS-ABS-AMOUNT       TO ESR-ENTRY-AMOUNT.
           IF PH-ROW-AMOUNT < 0
              PERFORM SET-DEBIT-MARK
           ELSE
              PERFORM SET-CREDIT-MARK
           END-IF.
           MOVE WS-CD-MARK          TO ESR-ENTRY-CDI.
           MOVE PH-ROW-TYPE         TO ESR-TRAN-CODE.
           MOVE PH-ROW-REF          TO ESR-BANK-REF.
           MOVE HV-END-TO-END-ID    TO ESR-END-TO-END-ID.
           MOVE PH-ROW-COUNTER-ACC  TO ESR-COUNTERPARTY-AC.
           MOVE PH-ROW-DESC         TO ESR-ENTRY-DESC.
           PERFORM WRITE-ESTMT-RECORD.

           ADD PH-ROW-AMOUNT TO WS-STMT-MOVEMENT.
           ADD 1 TO WS-STMT-ENTRY-COUNT.
           ADD 1 TO WS-FILE-ENTRY-COUNT(WS-FMT-SUB).
           ADD WS-ABS-AMOUNT TO WS-FILE-HASH(WS-FMT-SUB).

       WOE999.
           EXIT.

       WRITE-BALANCE-RECORD SECTION.
       WBR010.

           INITIALIZE WS-ESTMT-RECORD.
           MOVE 'B'                    TO ESR-REC-TYPE.
           MOVE WS-BAL-TYPE            TO ESR-BAL-TYPE.
           IF WS-FMT-SUB = 2
              MOVE WS-BAL-MT-TAG       TO ESR-BAL-MT-TAG
           END-IF.
           MOVE WS-BAL-DATE            TO ESR-BAL-DATE.
           MOVE HV-ACCOUNT-CURRENCY-CD TO ESR-BAL-CURRENCY-CD.

           IF WS-BAL-AMOUNT < 0
              COMPUTE ESR-BAL-AMOUNT = 0 - WS-BAL-AMOUNT
              PERFORM SET-DEBIT-MARK
           ELSE
              MOVE WS-BAL-AMOUNT TO ESR-BAL-AMOUNT
              PERFORM SET-CREDIT-MARK
           END-IF.
           MOVE WS-CD-MARK             TO ESR-BAL-CDI.

           PERFORM WRITE-ESTMT-RECORD.

       WBR999.
           EXIT.

      *
      *    The credit/debit mark in the current file's convention.
      *
       SET-CREDIT-MARK SECTION.
       SCM010.

           IF WS-FMT-SUB = 2
              MOVE 'C'    TO WS-CD-MARK
           ELSE
              MOVE 'CRDT' TO WS-CD-MARK
           END-IF.

       SCM999.
           EXIT.

       SET-DEBIT-MARK SECTION.
       SDM010.

           IF WS-FMT-SUB = 2
              MOVE 'D'    TO WS-CD-MARK
           ELSE
              MOVE 'DBIT' TO WS-CD-MARK
           END-IF.

       SDM999.
           EXIT.

      *
      *    The account's next statement sequence number on the
      *    index, shared with its printed statements so every
      *    statement it has ever had is one keyed read.
      *
       NEXT-INDEX-SEQUENCE SECTION.
       NIS010.

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

       NIS999.
           EXIT.

      *
      *    Register the statement, marked as electronic: its first
      *    and last days, opening and closing booked balances, its
      *    entry count and net movement - what a re-issue must
      *    reproduce.
      *
       REGISTER-ELECTRONIC-STATEMENT SECTION.
       RES010.

           MOVE WS-STMT-ENTRY-COUNT  TO HV-STIX-TRAN-COUNT.
           MOVE WS-STMT-MOVEMENT     TO HV-STIX-PERIOD-TOTAL.

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
                  :HV-OPEN-BOOKED         ,
                  :HV-CLOSE-BOOKED        ,
                  :HV-STIX-TRAN-COUNT     ,
                  :HV-STIX-PERIOD-TOTAL   ,
                  CURRENT DATE            ,
                  :HV-ACCOUNT-CURRENCY-CD ,
                  'E'
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

       RES999.
           EXIT.

      *
      *    Re-issues, when a request file is supplied.  No file
      *    means nothing was asked for.
      *
       REISSUE-REQUESTED-STATEMENTS SECTION.
       RRS010.

           OPEN INPUT RQST-FILE.
           IF RQST-FILE-STATUS NOT EQUAL '00'
              GO TO RRS999
           END-IF.

           PERFORM READ-NEXT-REQUEST.

           PERFORM REISSUE-ONE-STATEMENT UNTIL WS-RQST-EOF = 'Y'.

           CLOSE RQST-FILE.

       RRS999.
           EXIT.

       READ-NEXT-REQUEST SECTION.
       RNR010.

           READ RQST-FILE.

           IF RQST-FILE-STATUS = '10'
              MOVE 'Y' TO WS-RQST-EOF
           ELSE
              IF RQST-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the ESTMRQST request file, '
                         ' status=' RQST-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              ELSE
                 ADD 1 TO NUMBER-OF-REISSUES-READ
              END-IF
           END-IF.

       RNR999.
           EXIT.

      *
      *    One re-issue: the index row says what the statement was;
      *    PROHIST says what history can still reproduce.  Only a
      *    copy whose entry count and movement prove against the
      *    index goes out, marked DUPL, in the account's current
      *    format; one that no longer proves is refused and
      *    reported rather than sent as the original.
      *
       REISSUE-ONE-STATEMENT SECTION.
       ROE010.

           MOVE RQT-SORT-CODE TO HV-ACCOUNT-SORT-CODE.
           STRING WS-ACCTNO-ZERO-PAD(1:WS-ACCTNO-PAD-LEN)
                     DELIMITED BY SIZE,
                  RQT-ACCOUNT-NUMBER DELIMITED BY SIZE
                  INTO HV-ACCOUNT-NUMBER
           END-STRING.
           MOVE RQT-SEQUENCE  TO HV-STIX-SEQUENCE.

           EXEC SQL
                SELECT COALESCE(STIX_CUSTOMER, ' '),
                       CHAR(STIX_PERIOD_FROM, ISO),
                       CHAR(STIX_PERIOD_TO, ISO),
                       STIX_OPENING_BALANCE,
                       STIX_CLOSING_BALANCE,
                       STIX_TRAN_COUNT,
                       STIX_PERIOD_TOTAL,
                       COALESCE(STIX_CURRENCY_CD, 'GBP'),
                       COALESCE(STIX_STMT_KIND, 'P')
                INTO   :HV-ACCOUNT-CUST-NO,
                       :HV-PERIOD-FROM,
                       :HV-PERIOD-TO,
                       :HV-OPEN-BOOKED,
                       :HV-CLOSE-BOOKED,
                       :HV-STIX-TRAN-COUNT,
                       :HV-STIX-PERIOD-TOTAL,
                       :HV-ACCOUNT-CURRENCY-CD,
                       :HV-STIX-STMT-KIND
                FROM   STMT_INDEX
                WHERE  STIX_SORTCODE = :HV-ACCOUNT-SORT-CODE
                AND    STIX_NUMBER   = :HV-ACCOUNT-NUMBER
                AND    STIX_SEQUENCE = :HV-STIX-SEQUENCE
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 DISPLAY 'ESTMTGEN no indexed statement '
                         RQT-SEQUENCE ' for ACCOUNT '
                         RQT-SORT-CODE '/' RQT-ACCOUNT-NUMBER
                 ADD 1 TO NUMBER-OF-REISSUES-REFUSED
                 GO TO ROE900
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'ESTMTGEN failure reading STMT_INDEX, '
                         'SQLCODE=' WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
           END-EVALUATE.

           IF HV-STIX-STMT-KIND NOT = 'E'
              DISPLAY 'ESTMTGEN statement ' RQT-SEQUENCE
                      ' for ACCOUNT ' RQT-SORT-CODE '/'
                      RQT-ACCOUNT-NUMBER ' is not an electronic '
                      'statement - reprint it through STMTRPR'
              ADD 1 TO NUMBER-OF-REISSUES-REFUSED
              GO TO ROE900
           END-IF.

           EXEC SQL
                SELECT ESTO_FORMAT
                INTO   :HV-ESTO-FORMAT
                FROM   ESTMT_OPTION
                WHERE  ESTO_SORTCODE = :HV-ACCOUNT-SORT-CODE
                AND    ESTO_NUMBER   = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'C' TO HV-ESTO-FORMAT
           END-IF.

           PERFORM TOTAL-PERIOD-ACTIVITY.

           IF WS-HISTORY-SHORT = 'Y'
              OR WS-STMT-ENTRY-COUNT NOT = HV-STIX-TRAN-COUNT
              OR WS-STMT-MOVEMENT NOT = HV-STIX-PERIOD-TOTAL
              DISPLAY 'ESTMTGEN statement ' RQT-SEQUENCE
                      ' for ACCOUNT ' RQT-SORT-CODE '/'
                      RQT-ACCOUNT-NUMBER ' no longer proves against '
                      'the original - not re-issued'
              ADD 1 TO NUMBER-OF-REISSUES-REFUSED
              GO TO ROE900
           END-IF.

      *
      *    The booked balances are the index's; the available ones
      *    the snapshots', or the booked where the snapshots have
      *    since been purged.
      *
           PERFORM READ-CLOSING-SNAPSHOT.
           PERFORM READ-OPENING-SNAPSHOT.

           EXEC SQL
                SELECT STIX_OPENING_BALANCE,
                       STIX_CLOSING_BALANCE
                INTO   :HV-OPEN-BOOKED,
                       :HV-CLOSE-BOOKED
                FROM   STMT_INDEX
                WHERE  STIX_SORTCODE = :HV-ACCOUNT-SORT-CODE
                AND    STIX_NUMBER   = :HV-ACCOUNT-NUMBER
                AND    STIX_SEQUENCE = :HV-STIX-SEQUENCE
           END-EXEC.

           IF WS-CLOSE-SNAP-FOUND NOT = 'Y'
              MOVE HV-CLOSE-BOOKED TO HV-CLOSE-AVAIL
           END-IF.
           IF WS-OPEN-SNAP-FOUND NOT = 'Y'
              MOVE HV-OPEN-BOOKED  TO HV-OPEN-AVAIL
           END-IF.

           MOVE 'DUPL' TO WS-COPY-IND.
           PERFORM WRITE-ELECTRONIC-STATEMENT.

           ADD 1 TO NUMBER-OF-REISSUES-PRODUCED.

       ROE900.
           PERFORM READ-NEXT-REQUEST.

       ROE999.
           EXIT.

       WRITE-FILE-HEADER SECTION.
       WFH010.

           INITIALIZE WS-ESTMT-RECORD.
           MOVE 'H'                  TO ESR-REC-TYPE.
           MOVE SORTCODE             TO ESR-ORIGINATOR-ID.
           MOVE HV-TODAY             TO ESR-CREATED-DATE.
           MOVE WS-FILE-MESSAGE-TYPE(WS-FMT-SUB)
                                     TO ESR-MESSAGE-TYPE.
           MOVE HV-BUSINESS-DATE     TO ESR-BUSINESS-DATE.
           PERFORM WRITE-ESTMT-RECORD.

       WFH999.
           EXIT.

       WRITE-FILE-TRAILER SECTION.
       WFT010.

           INITIALIZE WS-ESTMT-RECORD.
           MOVE 'T'                  TO ESR-REC-TYPE.
           MOVE WS-FILE-STMT-COUNT(WS-FMT-SUB)
                                     TO ESR-FILE-STMT-COUNT.
           MOVE WS-FILE-ENTRY-COUNT(WS-FMT-SUB)
                                     TO ESR-FILE-ENTRY-COUNT.
           MOVE WS-FILE-HASH(WS-FMT-SUB)
                                     TO ESR-FILE-HASH.
           PERFORM WRITE-ESTMT-RECORD.

       WFT999.
           EXIT.

      *
      *    Write the record built in WS-ESTMT-RECORD to the file
      *    WS-FMT-SUB names.
      *
       WRITE-ESTMT-RECORD SECTION.
       WER010.

           IF WS-FMT-SUB = 2
              WRITE MT94-RECORD FROM WS-ESTMT-RECORD
              IF MT94-FILE-STATUS NOT EQUAL '00' THEN
                 DISPLAY 'Error writing to the ESTM940 statement '
                         'file, status=' MT94-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           ELSE
              WRITE CAMT-RECORD FROM WS-ESTMT-RECORD
              IF CAMT-FILE-STATUS NOT EQUAL '00' THEN
                 DISPLAY 'Error writing to the ESTM053 statement '
                         'file, status=' CAMT-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           END-IF.

       WER999.
           EXIT.

       REGISTER-OUTBOUND-FILE SECTION.
       ROF010.

           MOVE WS-FILE-DD-NAME(WS-FMT-SUB)     TO OFR-FILE-NAME.
           MOVE HV-BUSINESS-DATE                TO OFR-BUSINESS-DATE.
           MOVE WS-FILE-ENTRY-COUNT(WS-FMT-SUB) TO OFR-RECORD-COUNT.
           MOVE WS-FILE-HASH(WS-FMT-SUB)        TO OFR-HASH-TOTAL.
           MOVE 'ESTMTGEN' TO OFR-PROGRAM.
           CALL WS-OUTFREG-PGM USING WS-OUTFREG-PARMS.

           IF OFR-RETURN-CD NOT = 0
              MOVE OFR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'ESTMTGEN unable to register outbound file '
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
