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
      * Title: BOOKRPT                                                 *
      *                                                                *
      *                                                                *
      * Description: Month-end deposit and lending book report.  Run   *
      *              after the last EODSNAP of the month, it takes     *
      *              the month's last EOD_BALANCE snapshot and, for    *
      *              each sort code, ACCOUNT_TYPE and currency,        *
      *              counts the accounts, totals the balances in       *
      *              credit and the overdrawn and loan balances in     *
      *              debit, and weights ACCOUNT_INTEREST_RATE by the   *
      *              size of each balance.  The figures are kept on    *
      *              BOOK_POSITION, and each line shows its movement   *
      *              against the previous month end and the same       *
      *              month last year as reported then ('N/A' where     *
      *              there was no such position).  Branches head       *
      *              with their name and region from BRANCH.  The      *
      *              report ends with bank-wide totals by product      *
      *              and currency, each currency proved to the         *
      *              ledger: today's ACCOUNT balances less the         *
      *              PROCTRAN activity posted since the snapshot       *
      *              must come back to the snapshot's net book.  A     *
      *              currency that does not prove ends the run RC 4.   *
      *              The same figures go to finance as the             *
      *              machine-readable BOOKFIN file, registered as an   *
      *              outbound file.  The reserved internal accounts    *
      *              are not part of the book.  BOOKPRM may name any   *
      *              date in an earlier month to report (or rerun)     *
      *              that month instead.                               *
      *                                                                *
      * Input:  The optional reporting-month parameter BOOKPRM         *
      * Output: The populated report file BOOKRPT                      *
      *         The finance book file BOOKFIN                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-PARM-FILE
                  ASSIGN TO BOOKPRM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PARM-FILE-STATUS.

           SELECT BOOK-RPT-FILE
                  ASSIGN TO BOOKRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

           SELECT BOOK-FIN-FILE
                  ASSIGN TO BOOKFIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FIN-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    Any date in the month to report, ISO.  Absent, the last
      *    month end on or before today.
       FD  BOOK-PARM-FILE.
       01  BOOK-PARM-RECORD.
           05 BPR-REPORT-DATE               PIC X(10).

       FD  BOOK-RPT-FILE.
       01  BOOK-RPT-RECORD                  PIC X(132).

      *    Header 'H' / position 'D' / trailer 'T', the record-type-
      *    prefix convention the suite's structured files carry.  A
      *    position is one sort code, ACCOUNT_TYPE and currency:
      *    its account count, credit and debit totals (the debit
      *    total held positive), weighted rate, and the previous
      *    month end's and the year-ago month end's credit and
      *    debit totals, each flagged 'Y' when there was such a
      *    position and 'N' (with zero totals) when there was not.
      *    The trailer carries the position count and the credit
      *    and debit totals over every position.
       FD  BOOK-FIN-FILE.
       01  BOOK-FIN-RECORD.
           05 BFR-REC-TYPE                  PIC X(1).
           05 BFR-REC-BODY                  PIC X(149).
           05 BFR-HEADER-VIEW REDEFINES BFR-REC-BODY.
              10 BFR-ORIGINATOR-ID          PIC X(6).
              10 BFR-MONTH-END              PIC X(10).
              10 BFR-SNAP-DATE              PIC X(10).
              10 BFR-PRODUCED-DATE          PIC X(10).
              10 FILLER                     PIC X(113).
           05 BFR-POSITION-VIEW REDEFINES BFR-REC-BODY.
              10 BFR-SORTCODE               PIC X(6).
              10 BFR-ACCOUNT-TYPE           PIC X(8).
              10 BFR-CURRENCY-CD            PIC X(3).
              10 BFR-ACCOUNT-COUNT          PIC 9(7).
              10 BFR-CREDIT-TOTAL           PIC 9(13)V99.
              10 BFR-DEBIT-TOTAL            PIC 9(13)V99.
              10 BFR-WEIGHTED-RATE          PIC 9(2)V9(4).
              10 BFR-PREV-FOUND             PIC X(1).
              10 BFR-PREV-CREDIT-TOTAL      PIC 9(13)V99.
              10 BFR-PREV-DEBIT-TOTAL       PIC 9(13)V99.
              10 BFR-YAGO-FOUND             PIC X(1).
              10 BFR-YAGO-CREDIT-TOTAL      PIC 9(13)V99.
              10 BFR-YAGO-DEBIT-TOTAL       PIC 9(13)V99.
              10 FILLER                     PIC X(27).
           05 BFR-TRAILER-VIEW REDEFINES BFR-REC-BODY.
              10 BFR-POSITION-COUNT         PIC 9(8).
              10 BFR-TRL-CREDIT-TOTAL       PIC 9(15)V99.
              10 BFR-TRL-DEBIT-TOTAL        PIC 9(15)V99.
              10 FILLER                     PIC X(107).

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

      * Get the BOOK_POSITION DB2 copybook
           EXEC SQL
              INCLUDE BOOKDB2
           END-EXEC.

      * Get the EOD_BALANCE DB2 copybook
           EXEC SQL
              INCLUDE EODDB2
           END-EXEC.

      * Get the BRANCH DB2 copybook
           EXEC SQL
              INCLUDE BRCHDB2
           END-EXEC.

      * Get the PROCTRAN DB2 copybook
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 HV-TODAY                         PIC X(10).
       01 HV-REPORT-DATE                   PIC X(10).
       01 HV-MONTH-END                     PIC X(10).
       01 HV-MONTH-START                   PIC X(10).
       01 HV-PREV-MONTH-END                PIC X(10).
       01 HV-YAGO-MONTH-END                PIC X(10).
       01 HV-SNAP-DATE                     PIC X(10).
       01 HV-SNAP-DATE-IND                 PIC S9(4) COMP.

      * A position, with its comparatives, as the cursors return it
       01 HOST-POSITION-ROW.
          03 HV-BOOK-SORTCODE              PIC X(6).
          03 HV-BRANCH-NAME                PIC X(35).
          03 HV-BRANCH-REGION              PIC X(20).
          03 HV-BOOK-ACCOUNT-TYPE          PIC X(8).
          03 HV-BOOK-CURRENCY-CD           PIC X(3).
          03 HV-BOOK-ACCOUNT-COUNT         PIC S9(9) COMP.
          03 HV-BOOK-CREDIT-TOTAL          PIC S9(13)V99 COMP-3.
          03 HV-BOOK-DEBIT-TOTAL           PIC S9(13)V99 COMP-3.
          03 HV-BOOK-WEIGHTED-RATE         PIC S9(2)V9(4) COMP-3.
          03 HV-PREV-FOUND                 PIC X(1).
          03 HV-PREV-CREDIT-TOTAL          PIC S9(13)V99 COMP-3.
          03 HV-PREV-DEBIT-TOTAL           PIC S9(13)V99 COMP-3.
          03 HV-YAGO-FOUND                 PIC X(1).
          03 HV-YAGO-CREDIT-TOTAL          PIC S9(13)V99 COMP-3.
          03 HV-YAGO-DEBIT-TOTAL           PIC S9(13)V99 COMP-3.

      * The ledger proof of one currency
       01 HOST-LEDGER-ROW.
          03 HV-LEDGER-CURRENCY-CD         PIC X(3).
          03 HV-LEDGER-NOW                 PIC S9(13)V99 COMP-3.
          03 HV-LEDGER-SINCE               PIC S9(13)V99 COMP-3.

      *    This month's positions branch by branch, each with the
      *    same position at the previous month end and the year-ago
      *    month end where there was one.
           EXEC SQL DECLARE BOOK-BRANCH-CURSOR CURSOR FOR
              SELECT B.BOOK_SORTCODE,
                     COALESCE(R.BRANCH_NAME, ' '),
                     COALESCE(R.BRANCH_REGION, ' '),
                     B.BOOK_ACCOUNT_TYPE,
                     B.BOOK_CURRENCY_CD,
                     B.BOOK_ACCOUNT_COUNT,
                     B.BOOK_CREDIT_TOTAL,
                     B.BOOK_DEBIT_TOTAL,
                     B.BOOK_WEIGHTED_RATE,
                     CASE WHEN P.BOOK_MONTH_END IS NULL
                          THEN 'N' ELSE 'Y' END,
                     COALESCE(P.BOOK_CREDIT_TOTAL, 0),
                     COALESCE(P.BOOK_DEBIT_TOTAL, 0),
                     CASE WHEN Y.BOOK_MONTH_END IS NULL
                          THEN 'N' ELSE 'Y' END,
                     COALESCE(Y.BOOK_CREDIT_TOTAL, 0),
                     COALESCE(Y.BOOK_DEBIT_TOTAL, 0)
                     FROM BOOK_POSITION B
                     LEFT OUTER JOIN BRANCH R
                       ON  R.BRANCH_SORTCODE    = B.BOOK_SORTCODE
                     LEFT OUTER JOIN BOOK_POSITION P
                       ON  P.BOOK_MONTH_END     = :HV-PREV-MONTH-END
                       AND P.BOOK_SORTCODE      = B.BOOK_SORTCODE
                       AND P.BOOK_ACCOUNT_TYPE  = B.BOOK_ACCOUNT_TYPE
                       AND P.BOOK_CURRENCY_CD   = B.BOOK_CURRENCY_CD
                     LEFT OUTER JOIN BOOK_POSITION Y
                       ON  Y.BOOK_MONTH_END     = :HV-YAGO-MONTH-END
                       AND Y.BOOK_SORTCODE      = B.BOOK_SORTCODE
                       AND Y.BOOK_ACCOUNT_TYPE  = B.BOOK_ACCOUNT_TYPE
                       AND Y.BOOK_CURRENCY_CD   = B.BOOK_CURRENCY_CD
                     WHERE B.BOOK_MONTH_END = :HV-MONTH-END
                     ORDER BY B.BOOK_SORTCODE,
                              B.BOOK_ACCOUNT_TYPE,
                              B.BOOK_CURRENCY_CD
                     FOR FETCH ONLY
           END-EXEC.

      *    This month's positions across the bank by currency and
      *    product, each with the bank's same product at the
      *    previous and year-ago month ends.
           EXEC SQL DECLARE BOOK-BANK-CURSOR CURSOR FOR
              SELECT B.BOOK_CURRENCY_CD,
                     B.BOOK_ACCOUNT_TYPE,
                     SUM(B.BOOK_ACCOUNT_COUNT),
                     SUM(B.BOOK_CREDIT_TOTAL),
                     SUM(B.BOOK_DEBIT_TOTAL),
                     CASE WHEN SUM(B.BOOK_CREDIT_TOTAL
                                 + B.BOOK_DEBIT_TOTAL) = 0
                          THEN DECIMAL(AVG(B.BOOK_WEIGHTED_RATE),
                                       6, 4)
                          ELSE DECIMAL(SUM(B.BOOK_WEIGHTED_RATE
                                         * (B.BOOK_CREDIT_TOTAL
                                          + B.BOOK_DEBIT_TOTAL))
                                     / SUM(B.BOOK_CREDIT_TOTAL
                                         + B.BOOK_DEBIT_TOTAL),
                                       6, 4)
                     END,
                     (SELECT CASE WHEN COUNT(*) = 0
                                  THEN 'N' ELSE 'Y' END
                        FROM BOOK_POSITION P
                        WHERE P.BOOK_MONTH_END = :HV-PREV-MONTH-END
                        AND P.BOOK_ACCOUNT_TYPE = B.BOOK_ACCOUNT_TYPE
                        AND P.BOOK_CURRENCY_CD  = B.BOOK_CURRENCY_CD),
                     (SELECT COALESCE(SUM(P.BOOK_CREDIT_TOTAL), 0)
                        FROM BOOK_POSITION P
                        WHERE P.BOOK_MONTH_END = :HV-PREV-MONTH-END
                        AND P.BOOK_ACCOUNT_TYPE = B.BOOK_ACCOUNT_TYPE
                        AND P.BOOK_CURRENCY_CD  = B.BOOK_CURRENCY_CD),
                     (SELECT COALESCE(SUM(P.BOOK_DEBIT_TOTAL), 0)
                        FROM BOOK_POSITION P
                        WHERE P.BOOK_MONTH_END = :HV-PREV-MONTH-END
                        AND P.BOOK_ACCOUNT_TYPE = B.BOOK_ACCOUNT_TYPE
                        AND P.BOOK_CURRENCY_CD  = B.BOOK_CURRENCY_CD),
                     (SELECT CASE WHEN COUNT(*) = 0
                                  THEN 'N' ELSE 'Y' END
                        FROM BOOK_POSITION Y
                        WHERE Y.BOOK_MONTH_END = :HV-YAGO-MONTH-END
                        AND Y.BOOK_ACCOUNT_TYPE = B.BOOK_ACCOUNT_TYPE
                        AND Y.BOOK_CURRENCY_CD  = B.BOOK_CURRENCY_CD),
                     (SELECT COALESCE(SUM(Y.BOOK_CREDIT_TOTAL), 0)
                        FROM BOOK_POSITION Y
                        WHERE Y.BOOK_MONTH_END = :HV-YAGO-MONTH-END
                        AND Y.BOOK_ACCOUNT_TYPE = B.BOOK_ACCOUNT_TYPE
                        AND Y.BOOK_CURRENCY_CD  = B.BOOK_CURRENCY_CD),
                     (SELECT COALESCE(SUM(Y.BOOK_DEBIT_TOTAL), 0)
                        FROM BOOK_POSITION Y
                        WHERE Y.BOOK_MONTH_END = :HV-YAGO-MONTH-END
                        AND Y.BOOK_ACCOUNT_TYPE = B.BOOK_ACCOUNT_TYPE
                        AND Y.BOOK_CURRENCY_CD  = B.BOOK_CURRENCY_CD)
                     FROM BOOK_POSITION B
                     WHERE B.BOOK_MONTH_END = :HV-MONTH-END
                     GROUP BY B.BOOK_CURRENCY_CD,
                              B.BOOK_ACCOUNT_TYPE
                     ORDER BY B.BOOK_CURRENCY_CD,
                              B.BOOK_ACCOUNT_TYPE
                     FOR FETCH ONLY
           END-EXEC.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  PARM-FILE-STATUS              PIC XX.
       01  RPT-FILE-STATUS               PIC XX.
       01  FIN-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.
       01  WS-CURRENT-SORTCODE           PIC X(6) VALUE SPACES.
       01  WS-CURRENT-CURRENCY           PIC X(3) VALUE SPACES.

       COPY SORTCODE.

      *    The outbound file register.
       01  WS-OUTFREG-PGM                PIC X(8) VALUE 'OUTFREG'.
       01  WS-OUTFREG-PARMS.
           COPY OUTFREG.

      *    The finance file's running totals.
       01  WS-FIN-POSITION-COUNT         PIC 9(8) VALUE 0.
       01  WS-FIN-CREDIT-TOTAL           PIC 9(15)V99 VALUE 0.
       01  WS-FIN-DEBIT-TOTAL            PIC 9(15)V99 VALUE 0.

      *    The currency being totalled across the bank.
       01  WS-CCY-ACCOUNT-COUNT          PIC S9(9) COMP.
       01  WS-CCY-CREDIT-TOTAL           PIC S9(15)V99 COMP-3.
       01  WS-CCY-DEBIT-TOTAL            PIC S9(15)V99 COMP-3.
       01  WS-CCY-BOOK-NET               PIC S9(15)V99 COMP-3.
       01  WS-CCY-LEDGER-NET             PIC S9(15)V99 COMP-3.
       01  WS-CCY-DIFFERENCE             PIC S9(15)V99 COMP-3.

      * Report lines
       01  WS-RPT-HEADING.
           05 FILLER                    PIC X(39) VALUE
              'MONTH-END DEPOSIT AND LENDING BOOK AT '.
           05 RPT-HEAD-MONTH-END        PIC X(10).
           05 FILLER                    PIC X(11) VALUE
              ' (SNAPSHOT '.
           05 RPT-HEAD-SNAP-DATE        PIC X(10).
           05 FILLER                    PIC X(16) VALUE
              ') COMPARED WITH '.
           05 RPT-HEAD-PREV-MONTH-END   PIC X(10).
           05 FILLER                    PIC X(5)  VALUE ' AND '.
           05 RPT-HEAD-YAGO-MONTH-END   PIC X(10).
       01  WS-RPT-COLUMNS.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 FILLER                    PIC X(13) VALUE
              'TYPE     CCY'.
           05 FILLER                    PIC X(8)  VALUE
              'ACCOUNTS'.
           05 FILLER                    PIC X(17) VALUE
              '         CREDITS'.
           05 FILLER                    PIC X(17) VALUE
              '          DEBITS'.
           05 FILLER                    PIC X(8)  VALUE
              '   RATE'.
           05 FILLER                    PIC X(16) VALUE
              '  CR V LAST MTH'.
           05 FILLER                    PIC X(16) VALUE
              '  DR V LAST MTH'.
           05 FILLER                    PIC X(16) VALUE
              '  CR V LAST YR'.
           05 FILLER                    PIC X(16) VALUE
              '  DR V LAST YR'.
       01  WS-RPT-BRANCH.
           05 FILLER                    PIC X(7)  VALUE 'BRANCH '.
           05 RPT-BR-SORTCODE           PIC X(6).
           05 FILLER                    PIC X(1)  VALUE SPACE.
           05 RPT-BR-NAME               PIC X(35).
           05 FILLER                    PIC X(1)  VALUE SPACE.
           05 RPT-BR-REGION             PIC X(20).
       01  WS-RPT-BANK-HEADING.
           05 FILLER                    PIC X(40) VALUE
              'BANK-WIDE TOTALS BY CURRENCY AND PRODUCT'.
       01  WS-RPT-DETAIL.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 RPT-ACCOUNT-TYPE          PIC X(8).
           05 FILLER                    PIC X(1)  VALUE SPACE.
           05 RPT-CURRENCY-CD           PIC X(3).
           05 FILLER                    PIC X(1)  VALUE SPACE.
           05 RPT-ACCOUNT-COUNT         PIC Z(6)9.
           05 FILLER                    PIC X(1)  VALUE SPACE.
           05 RPT-CREDIT-TOTAL          PIC Z(12)9.99.
           05 FILLER                    PIC X(1)  VALUE SPACE.
           05 RPT-DEBIT-TOTAL           PIC Z(12)9.99.
           05 FILLER                    PIC X(1)  VALUE SPACE.
           05 RPT-WEIGHTED-RATE         PIC Z9.9999.
           05 FILLER                    PIC X(1)  VALUE SPACE.
           05 RPT-PREV-CR-MOVE          PIC -(11)9.99.
           05 RPT-PREV-CR-NA REDEFINES RPT-PREV-CR-MOVE
                                        PIC X(15).
           05 FILLER                    PIC X(1)  VALUE SPACE.
           05 RPT-PREV-DR-MOVE          PIC -(11)9.99.
           05 RPT-PREV-DR-NA REDEFINES RPT-PREV-DR-MOVE
                                        PIC X(15).
           05 FILLER                    PIC X(1)  VALUE SPACE.
           05 RPT-YAGO-CR-MOVE          PIC -(11)9.99.
           05 RPT-YAGO-CR-NA REDEFINES RPT-YAGO-CR-MOVE
                                        PIC X(15).
           05 FILLER                    PIC X(1)  VALUE SPACE.
           05 RPT-YAGO-DR-MOVE          PIC -(11)9.99.
           05 RPT-YAGO-DR-NA REDEFINES RPT-YAGO-DR-MOVE
                                        PIC X(15).
       01  WS-RPT-CCY-TOTAL.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 FILLER                    PIC X(9)  VALUE 'TOTAL'.
           05 RPT-TOT-CURRENCY-CD       PIC X(3).
           05 FILLER                    PIC X(1)  VALUE SPACE.
           05 RPT-TOT-ACCOUNT-COUNT     PIC Z(6)9.
           05 FILLER                    PIC X(1)  VALUE SPACE.
           05 RPT-TOT-CREDIT-TOTAL      PIC Z(14)9.99.
           05 FILLER                    PIC X(1)  VALUE SPACE.
           05 RPT-TOT-DEBIT-TOTAL       PIC Z(14)9.99.
       01  WS-RPT-LEDGER.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 FILLER                    PIC X(9)  VALUE 'LEDGER'.
           05 RPT-LDG-CURRENCY-CD       PIC X(3).
           05 FILLER                    PIC X(10) VALUE ' BOOK NET '.
           05 RPT-LDG-BOOK-NET          PIC -(14)9.99.
           05 FILLER                    PIC X(8)  VALUE ' LEDGER '.
           05 RPT-LDG-LEDGER-NET        PIC -(14)9.99.
           05 FILLER                    PIC X(12) VALUE
              ' DIFFERENCE '.
           05 RPT-LDG-DIFFERENCE        PIC -(14)9.99.
           05 FILLER                    PIC X(1)  VALUE SPACE.
           05 RPT-LDG-VERDICT           PIC X(14).

       01  NUMBER-OF-POSITIONS           PIC 9(8) VALUE 0.
       01  NUMBER-OF-BRANCHES            PIC 9(8) VALUE 0.
       01  NUMBER-OF-CURRENCIES          PIC 9(8) VALUE 0.
       01  NUMBER-OF-CCY-UNPROVED        PIC 9(8) VALUE 0.

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
              DISPLAY 'FAILED TO READ CURRENT DATE IN PGM BOOKRPT.'
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM LOAD-REPORT-MONTH.

           PERFORM FIND-MONTH-SNAPSHOT.

           PERFORM BUILD-BOOK-POSITIONS.

           OPEN OUTPUT BOOK-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the BOOKRPT report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT BOOK-FIN-FILE.
           IF FIN-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the BOOKFIN finance file, '
                      ' status=' FIN-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-MONTH-END      TO RPT-HEAD-MONTH-END.
           MOVE HV-SNAP-DATE      TO RPT-HEAD-SNAP-DATE.
           MOVE HV-PREV-MONTH-END TO RPT-HEAD-PREV-MONTH-END.
           MOVE HV-YAGO-MONTH-END TO RPT-HEAD-YAGO-MONTH-END.
           MOVE WS-RPT-HEADING    TO BOOK-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-RPT-COLUMNS    TO BOOK-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE.

           INITIALIZE BOOK-FIN-RECORD.
           MOVE 'H'               TO BFR-REC-TYPE.
           MOVE SORTCODE          TO BFR-ORIGINATOR-ID.
           MOVE HV-MONTH-END      TO BFR-MONTH-END.
           MOVE HV-SNAP-DATE      TO BFR-SNAP-DATE.
           MOVE HV-TODAY          TO BFR-PRODUCED-DATE.
           PERFORM WRITE-FINANCE-RECORD.

           EXEC SQL OPEN
              BOOK-BRANCH-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BOOKRPT unable to open BOOK-BRANCH-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM REPORT-ONE-POSITION UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
                BOOK-BRANCH-CURSOR
           END-EXEC.

           MOVE SPACES              TO BOOK-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-RPT-BANK-HEADING TO BOOK-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE.

           MOVE 'N' TO WS-EOF.

           EXEC SQL OPEN
              BOOK-BANK-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BOOKRPT unable to open BOOK-BANK-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM REPORT-ONE-BANK-POSITION UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
                BOOK-BANK-CURSOR
           END-EXEC.

           IF WS-CURRENT-CURRENCY NOT = SPACES
              PERFORM PROVE-CURRENCY-TO-LEDGER
           END-IF.

           INITIALIZE BOOK-FIN-RECORD.
           MOVE 'T'                   TO BFR-REC-TYPE.
           MOVE WS-FIN-POSITION-COUNT TO BFR-POSITION-COUNT.
           MOVE WS-FIN-CREDIT-TOTAL   TO BFR-TRL-CREDIT-TOTAL.
           MOVE WS-FIN-DEBIT-TOTAL    TO BFR-TRL-DEBIT-TOTAL.
           PERFORM WRITE-FINANCE-RECORD.

           CLOSE BOOK-RPT-FILE.
           CLOSE BOOK-FIN-FILE.

           PERFORM REGISTER-OUTBOUND-FILE.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'BOOKRPT reported ' NUMBER-OF-POSITIONS
                   ' position(s) at ' NUMBER-OF-BRANCHES
                   ' branch(es) for the month ending ' HV-MONTH-END
                   ', ' NUMBER-OF-CCY-UNPROVED ' of '
                   NUMBER-OF-CURRENCIES
                   ' currency(ies) not proving to the ledger.'.

           IF NUMBER-OF-CCY-UNPROVED > 0
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    The month to report: the month BOOKPRM's date falls in
      *    when it is there, otherwise the last month end on or
      *    before today - the run follows the day's EODSNAP, so on
      *    the last day of a month that month is complete.  The
      *    comparatives are the month end before it and the same
      *    month end a year earlier.
      *
       LOAD-REPORT-MONTH SECTION.
       LRM010.

           MOVE SPACES TO HV-REPORT-DATE.

           OPEN INPUT BOOK-PARM-FILE.
           IF PARM-FILE-STATUS = '00'
              READ BOOK-PARM-FILE
              IF PARM-FILE-STATUS = '00'
                 AND BPR-REPORT-DATE NOT = SPACES
                 MOVE BPR-REPORT-DATE TO HV-REPORT-DATE
              END-IF
              CLOSE BOOK-PARM-FILE
           END-IF.

           IF HV-REPORT-DATE = SPACES
              EXEC SQL
                 SELECT CHAR(CASE WHEN DAY(DATE(:HV-TODAY)
                                           + 1 DAY) = 1
                                  THEN DATE(:HV-TODAY)
                                  ELSE DATE(:HV-TODAY)
                                       - DAY(DATE(:HV-TODAY)) DAYS
                             END, ISO)
                 INTO   :HV-MONTH-END
                 FROM   SYSIBM.SYSDUMMY1
              END-EXEC
           ELSE
              EXEC SQL
                 SELECT CHAR(DATE(:HV-REPORT-DATE)
                             - (DAY(DATE(:HV-REPORT-DATE)) - 1) DAYS
                             + 1 MONTH - 1 DAY, ISO)
                 INTO   :HV-MONTH-END
                 FROM   SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BOOKRPT invalid reporting date '
                      HV-REPORT-DATE ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-MONTH-END TO HV-MONTH-START.
           MOVE '01'         TO HV-MONTH-START(9:2).

           EXEC SQL
              SELECT CHAR(DATE(:HV-MONTH-END)
                          - DAY(DATE(:HV-MONTH-END)) DAYS, ISO),
                     CHAR(DATE(:HV-MONTH-START) - 1 YEAR
                          + 1 MONTH - 1 DAY, ISO)
              INTO   :HV-PREV-MONTH-END,
                     :HV-YAGO-MONTH-END
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BOOKRPT unable to work out the comparative '
                      'month ends, SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           DISPLAY 'BOOKRPT reporting the month ending '
                   HV-MONTH-END ' against ' HV-PREV-MONTH-END
                   ' and ' HV-YAGO-MONTH-END.

       LRM999.
           EXIT.

      *
      *    The month's position is its last snapshot - the month
      *    end itself unless that day's EODSNAP did not run.  A
      *    month with no snapshot at all cannot be reported.
      *
       FIND-MONTH-SNAPSHOT SECTION.
       FMS010.

           EXEC SQL
              SELECT CHAR(MAX(SNAP_DATE), ISO)
              INTO   :HV-SNAP-DATE :HV-SNAP-DATE-IND
              FROM   EOD_BALANCE
              WHERE  SNAP_DATE >= :HV-MONTH-START
              AND    SNAP_DATE <= :HV-MONTH-END
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BOOKRPT unable to read EOD_BALANCE, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-SNAP-DATE-IND < 0
              DISPLAY 'BOOKRPT no EOD_BALANCE snapshot between '
                      HV-MONTH-START ' and ' HV-MONTH-END
                      ' - the month cannot be reported'
              MOVE 8 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-SNAP-DATE NOT = HV-MONTH-END
              DISPLAY 'BOOKRPT the month''s last snapshot is '
                      HV-SNAP-DATE ', not the month end itself'
           END-IF.

       FMS999.
           EXIT.

      *
      *    The month's positions replace any a previous run of the
      *    same month kept.  The reserved internal accounts are not
      *    part of the book; an account no longer on ACCOUNT is
      *    carried under 'CLOSED' with no rate.  Where no balance
      *    weights the rate (every balance nil) it is the plain
      *    average.
      *
       BUILD-BOOK-POSITIONS SECTION.
       BBP010.

           EXEC SQL
              DELETE FROM BOOK_POSITION
              WHERE  BOOK_MONTH_END = :HV-MONTH-END
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BOOKRPT unable to clear BOOK_POSITION for '
                      HV-MONTH-END ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              INSERT INTO BOOK_POSITION
                     ( BOOK_MONTH_END,
                       BOOK_SORTCODE,
                       BOOK_ACCOUNT_TYPE,
                       BOOK_CURRENCY_CD,
                       BOOK_SNAP_DATE,
                       BOOK_ACCOUNT_COUNT,
                       BOOK_CREDIT_TOTAL,
                       BOOK_DEBIT_TOTAL,
                       BOOK_WEIGHTED_RATE,
                       BOOK_PRODUCED_DATE )
              SELECT DATE(:HV-MONTH-END),
                     S.SNAP_SORTCODE,
                     COALESCE(A.ACCOUNT_TYPE, 'CLOSED'),
                     COALESCE(S.SNAP_CURRENCY_CD, 'GBP'),
                     S.SNAP_DATE,
                     COUNT(*),
                     SUM(CASE WHEN S.SNAP_ACTUAL_BALANCE > 0
                              THEN S.SNAP_ACTUAL_BALANCE
                              ELSE 0 END),
                     SUM(CASE WHEN S.SNAP_ACTUAL_BALANCE < 0
                              THEN 0 - S.SNAP_ACTUAL_BALANCE
                              ELSE 0 END),
                     CASE WHEN SUM(ABS(S.SNAP_ACTUAL_BALANCE)) = 0
                          THEN DECIMAL(COALESCE(
                                  AVG(A.ACCOUNT_INTEREST_RATE), 0),
                                       6, 4)
                          ELSE DECIMAL(SUM(ABS(S.SNAP_ACTUAL_BALANCE)
                                  * COALESCE(A.ACCOUNT_INTEREST_RATE,
                                             0))
                                     / SUM(ABS(S.SNAP_ACTUAL_BALANCE)),
                                       6, 4)
                     END,
                     DATE(:HV-TODAY)
                     FROM EOD_BALANCE S
                     LEFT OUTER JOIN ACCOUNT A
                       ON  A.ACCOUNT_SORTCODE = S.SNAP_SORTCODE
                       AND A.ACCOUNT_NUMBER   = S.SNAP_NUMBER
                     WHERE S.SNAP_DATE = :HV-SNAP-DATE
                     AND   S.SNAP_NUMBER NOT LIKE '0999999%'
                     GROUP BY S.SNAP_SORTCODE,
                              COALESCE(A.ACCOUNT_TYPE, 'CLOSED'),
                              COALESCE(S.SNAP_CURRENCY_CD, 'GBP'),
                              S.SNAP_DATE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BOOKRPT unable to build BOOK_POSITION for '
                      HV-MONTH-END ', SQLCODE=' WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK WORK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       BBP999.
           EXIT.

      *
      *    One position of one branch, to the report and to the
      *    finance file; a change of sort code heads the new
      *    branch first.
      *
       REPORT-ONE-POSITION SECTION.
       ROP010.

           EXEC SQL FETCH FROM BOOK-BRANCH-CURSOR
              INTO :HV-BOOK-SORTCODE,
                   :HV-BRANCH-NAME,
                   :HV-BRANCH-REGION,
                   :HV-BOOK-ACCOUNT-TYPE,
                   :HV-BOOK-CURRENCY-CD,
                   :HV-BOOK-ACCOUNT-COUNT,
                   :HV-BOOK-CREDIT-TOTAL,
                   :HV-BOOK-DEBIT-TOTAL,
                   :HV-BOOK-WEIGHTED-RATE,
                   :HV-PREV-FOUND,
                   :HV-PREV-CREDIT-TOTAL,
                   :HV-PREV-DEBIT-TOTAL,
                   :HV-YAGO-FOUND,
                   :HV-YAGO-CREDIT-TOTAL,
                   :HV-YAGO-DEBIT-TOTAL
           END-EXEC.

           IF SQLCODE = +100
              MOVE 'Y' TO WS-EOF
              GO TO ROP999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'Failure when attempting to FETCH from the'
                 ' DB2 CURSOR BOOK-BRANCH-CURSOR. With SQL code='
                 WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-BOOK-SORTCODE NOT = WS-CURRENT-SORTCODE
              MOVE HV-BOOK-SORTCODE TO WS-CURRENT-SORTCODE
              MOVE SPACES           TO BOOK-RPT-RECORD
              PERFORM WRITE-REPORT-LINE
              MOVE HV-BOOK-SORTCODE TO RPT-BR-SORTCODE
              MOVE HV-BRANCH-NAME   TO RPT-BR-NAME
              MOVE HV-BRANCH-REGION TO RPT-BR-REGION
              MOVE WS-RPT-BRANCH    TO BOOK-RPT-RECORD
              PERFORM WRITE-REPORT-LINE
              ADD 1 TO NUMBER-OF-BRANCHES
           END-IF.

           ADD 1 TO NUMBER-OF-POSITIONS.

           PERFORM WRITE-DETAIL-LINE.

           INITIALIZE BOOK-FIN-RECORD.
           MOVE 'D'                    TO BFR-REC-TYPE.
           MOVE HV-BOOK-SORTCODE       TO BFR-SORTCODE.
           MOVE HV-BOOK-ACCOUNT-TYPE   TO BFR-ACCOUNT-TYPE.
           MOVE HV-BOOK-CURRENCY-CD    TO BFR-CURRENCY-CD.
           MOVE HV-BOOK-ACCOUNT-COUNT  TO BFR-ACCOUNT-COUNT.
           MOVE HV-BOOK-CREDIT-TOTAL   TO BFR-CREDIT-TOTAL.
           MOVE HV-BOOK-DEBIT-TOTAL    TO BFR-DEBIT-TOTAL.
           MOVE HV-BOOK-WEIGHTED-RATE  TO BFR-WEIGHTED-RATE.
           MOVE HV-PREV-FOUND          TO BFR-PREV-FOUND.
           MOVE HV-PREV-CREDIT-TOTAL   TO BFR-PREV-CREDIT-TOTAL.
           MOVE HV-PREV-DEBIT-TOTAL    TO BFR-PREV-DEBIT-TOTAL.
           MOVE HV-YAGO-FOUND          TO BFR-YAGO-FOUND.
           MOVE HV-YAGO-CREDIT-TOTAL   TO BFR-YAGO-CREDIT-TOTAL.
           MOVE HV-YAGO-DEBIT-TOTAL    TO BFR-YAGO-DEBIT-TOTAL.
           PERFORM WRITE-FINANCE-RECORD.

           ADD 1                    TO WS-FIN-POSITION-COUNT.
           ADD HV-BOOK-CREDIT-TOTAL TO WS-FIN-CREDIT-TOTAL.
           ADD HV-BOOK-DEBIT-TOTAL  TO WS-FIN-DEBIT-TOTAL.

       ROP999.
           EXIT.

      *
      *    One product in one currency across the bank; a change of
      *    currency proves the last one to the ledger first.
      *
       REPORT-ONE-BANK-POSITION SECTION.
       RBP010.

           EXEC SQL FETCH FROM BOOK-BANK-CURSOR
              INTO :HV-BOOK-CURRENCY-CD,
                   :HV-BOOK-ACCOUNT-TYPE,
                   :HV-BOOK-ACCOUNT-COUNT,
                   :HV-BOOK-CREDIT-TOTAL,
                   :HV-BOOK-DEBIT-TOTAL,
                   :HV-BOOK-WEIGHTED-RATE,
                   :HV-PREV-FOUND,
                   :HV-PREV-CREDIT-TOTAL,
                   :HV-PREV-DEBIT-TOTAL,
                   :HV-YAGO-FOUND,
                   :HV-YAGO-CREDIT-TOTAL,
                   :HV-YAGO-DEBIT-TOTAL
           END-EXEC.

           IF SQLCODE = +100
              MOVE 'Y' TO WS-EOF
              GO TO RBP999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'Failure when attempting to FETCH from the'
                 ' DB2 CURSOR BOOK-BANK-CURSOR. With SQL code='
                 WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-BOOK-CURRENCY-CD NOT = WS-CURRENT-CURRENCY
              IF WS-CURRENT-CURRENCY NOT = SPACES
                 PERFORM PROVE-CURRENCY-TO-LEDGER
              END-IF
              MOVE HV-BOOK-CURRENCY-CD TO WS-CURRENT-CURRENCY
              MOVE 0                   TO WS-CCY-ACCOUNT-COUNT
              MOVE 0                   TO WS-CCY-CREDIT-TOTAL
              MOVE 0                   TO WS-CCY-DEBIT-TOTAL
           END-IF.

           ADD HV-BOOK-ACCOUNT-COUNT TO WS-CCY-ACCOUNT-COUNT.
           ADD HV-BOOK-CREDIT-TOTAL  TO WS-CCY-CREDIT-TOTAL.
           ADD HV-BOOK-DEBIT-TOTAL   TO WS-CCY-DEBIT-TOTAL.

           PERFORM WRITE-DETAIL-LINE.

       RBP999.
           EXIT.

      *
      *    The detail line for the position in HOST-POSITION-ROW,
      *    its movements 'N/A' where there was no comparative
      *    position.
      *
       WRITE-DETAIL-LINE SECTION.
       WDL010.

           MOVE HV-BOOK-ACCOUNT-TYPE  TO RPT-ACCOUNT-TYPE.
           MOVE HV-BOOK-CURRENCY-CD   TO RPT-CURRENCY-CD.
           MOVE HV-BOOK-ACCOUNT-COUNT TO RPT-ACCOUNT-COUNT.
           MOVE HV-BOOK-CREDIT-TOTAL  TO RPT-CREDIT-TOTAL.
           MOVE HV-BOOK-DEBIT-TOTAL   TO RPT-DEBIT-TOTAL.
           MOVE HV-BOOK-WEIGHTED-RATE TO RPT-WEIGHTED-RATE.

           IF HV-PREV-FOUND = 'Y'
              COMPUTE RPT-PREV-CR-MOVE =
                 HV-BOOK-CREDIT-TOTAL - HV-PREV-CREDIT-TOTAL
              COMPUTE RPT-PREV-DR-MOVE =
                 HV-BOOK-DEBIT-TOTAL - HV-PREV-DEBIT-TOTAL
           ELSE
              MOVE '            N/A' TO RPT-PREV-CR-NA
              MOVE '            N/A' TO RPT-PREV-DR-NA
           END-IF.

           IF HV-YAGO-FOUND = 'Y'
              COMPUTE RPT-YAGO-CR-MOVE =
                 HV-BOOK-CREDIT-TOTAL - HV-YAGO-CREDIT-TOTAL
              COMPUTE RPT-YAGO-DR-MOVE =
                 HV-BOOK-DEBIT-TOTAL - HV-YAGO-DEBIT-TOTAL
           ELSE
              MOVE '            N/A' TO RPT-YAGO-CR-NA
              MOVE '            N/A' TO RPT-YAGO-DR-NA
           END-IF.

           MOVE WS-RPT-DETAIL TO BOOK-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       WDL999.
           EXIT.

      *
      *    The currency's bank-wide total, proved to the ledger: the
      *    ACCOUNT balances held in the currency today, less the
      *    PROCTRAN activity posted to them since the snapshot, must
      *    come back to the snapshot's net book (credits less
      *    debits).  An account closed since the snapshot proves by
      *    its closing entries, which take it back to its snapshot
      *    balance.
      *
       PROVE-CURRENCY-TO-LEDGER SECTION.
       PCL010.

           ADD 1 TO NUMBER-OF-CURRENCIES.

           MOVE WS-CURRENT-CURRENCY  TO RPT-TOT-CURRENCY-CD.
           MOVE WS-CCY-ACCOUNT-COUNT TO RPT-TOT-ACCOUNT-COUNT.
           MOVE WS-CCY-CREDIT-TOTAL  TO RPT-TOT-CREDIT-TOTAL.
           MOVE WS-CCY-DEBIT-TOTAL   TO RPT-TOT-DEBIT-TOTAL.
           MOVE WS-RPT-CCY-TOTAL     TO BOOK-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE.

           MOVE WS-CURRENT-CURRENCY TO HV-LEDGER-CURRENCY-CD.

           EXEC SQL
                SELECT COALESCE(SUM(ACCOUNT_ACTUAL_BALANCE), 0)
                INTO   :HV-LEDGER-NOW
                FROM   ACCOUNT
                WHERE  COALESCE(ACCOUNT_CURRENCY_CD, 'GBP')
                          = :HV-LEDGER-CURRENCY-CD
                AND    ACCOUNT_NUMBER NOT LIKE '0999999%'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BOOKRPT unable to total ACCOUNT for '
                      HV-LEDGER-CURRENCY-CD ', SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
                SELECT COALESCE(SUM(P.PROCTRAN_AMOUNT), 0)
                INTO   :HV-LEDGER-SINCE
                FROM   PROCTRAN P
                LEFT OUTER JOIN ACCOUNT A
                  ON  A.ACCOUNT_SORTCODE = P.PROCTRAN_SORTCODE
                  AND A.ACCOUNT_NUMBER   = P.PROCTRAN_NUMBER
                WHERE  P.PROCTRAN_DATE > :HV-SNAP-DATE
                AND    P.PROCTRAN_NUMBER NOT LIKE '0999999%'
                AND    COALESCE(A.ACCOUNT_CURRENCY_CD, 'GBP')
                          = :HV-LEDGER-CURRENCY-CD
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BOOKRPT unable to total PROCTRAN for '
                      HV-LEDGER-CURRENCY-CD ', SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           COMPUTE WS-CCY-BOOK-NET =
              WS-CCY-CREDIT-TOTAL - WS-CCY-DEBIT-TOTAL.
           COMPUTE WS-CCY-LEDGER-NET =
              HV-LEDGER-NOW - HV-LEDGER-SINCE.
           COMPUTE WS-CCY-DIFFERENCE =
              WS-CCY-BOOK-NET - WS-CCY-LEDGER-NET.

           MOVE WS-CURRENT-CURRENCY TO RPT-LDG-CURRENCY-CD.
           MOVE WS-CCY-BOOK-NET     TO RPT-LDG-BOOK-NET.
           MOVE WS-CCY-LEDGER-NET   TO RPT-LDG-LEDGER-NET.
           MOVE WS-CCY-DIFFERENCE   TO RPT-LDG-DIFFERENCE.
           IF WS-CCY-DIFFERENCE = 0
              MOVE 'PROVED'         TO RPT-LDG-VERDICT
           ELSE
              MOVE 'OUT OF BALANCE' TO RPT-LDG-VERDICT
              ADD 1 TO NUMBER-OF-CCY-UNPROVED
              DISPLAY 'BOOKRPT ' WS-CURRENT-CURRENCY
                      ' book does not prove to the ledger'
           END-IF.
           MOVE WS-RPT-LEDGER TO BOOK-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       PCL999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           WRITE BOOK-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing BOOKRPT report file.'
              ', status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WRL999.
           EXIT.

       WRITE-FINANCE-RECORD SECTION.
       WFR010.

           WRITE BOOK-FIN-RECORD.

           IF FIN-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing the BOOKFIN finance file, '
                      ' status=' FIN-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WFR999.
           EXIT.

      *
      *    Register the finance file just closed so its transmission
      *    and acknowledgement can be followed.  A file that cannot
      *    be registered is still good to send; the step ends RC 8
      *    so operations register it by hand.
      *
       REGISTER-OUTBOUND-FILE SECTION.
       ROF010.

           MOVE 'BOOKFIN'             TO OFR-FILE-NAME.
           MOVE 'BOOKRPT'             TO OFR-PROGRAM.
           MOVE HV-MONTH-END          TO OFR-BUSINESS-DATE.
           MOVE WS-FIN-POSITION-COUNT TO OFR-RECORD-COUNT.
           COMPUTE OFR-HASH-TOTAL =
              WS-FIN-CREDIT-TOTAL + WS-FIN-DEBIT-TOTAL.
           CALL WS-OUTFREG-PGM USING WS-OUTFREG-PARMS.

           IF OFR-RETURN-CD NOT = 0
              MOVE OFR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'BOOKRPT unable to register outbound file '
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
