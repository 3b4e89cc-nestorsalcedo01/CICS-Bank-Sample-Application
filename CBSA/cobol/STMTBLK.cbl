      * Title: STMTBLK                                                 *
      *                                                                *
      *                                                                *
      * Description: Bulk statement run for the month-end peak.      *
      *              STMTGEN drives PROHIST per account, which       *
      *              re-reads the whole PROARCH archive for every    *
      *              account whose period straddles the purge cutoff *
      *              - on the first of the month that overlaps the   *
      *              online day.  This program produces the same     *
      *              account as it goes.  The archive must arrive    *
      *              pre-sorted by sort code, account number, date   *
      *              (year, month, day - the record carries          *
      *              DDMMYYYY) and time; the job runs a SORT step in *
      *              front of this program to produce ARCHSRT.       *
      *              Statements are emitted in STMTGEN's record      *
      *              layout, registered on STMT_INDEX with a         *
      *              statement-ready notice queued for the customer  *
      *              (COMMQ), and each account's dates roll forward  *
      *              in the same unit of recovery as its statement - *
      *              so after a failure the rerun simply carries on  *
      *              with the accounts still due (the statement file *
      *              is extended, not rewritten) instead of redoing  *
      *              three hours of work.                            *
      *                                                                *
      *              The online services it changes balances under   *
      *              (CONSENT, DPAYAPI, HOLDAPI) must be read-only   *
      *              or closed before it starts (see SVCCHK);        *
      *              otherwise it refuses to run, RC 12.             *
      *                                                                *
      * Input:  The sorted archive file ARCHSRT                        *
      * Output: The populated statement file STMTFILE                  *
      *         Statement-ready notices on COMMS_QUEUE                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 STMT-TRAN-AMOUNT              PIC -(9)9.99.
           05 STMT-TRAN-COUNT               PIC 9(6).
           05 STMT-BALANCE                  PIC -(9)9.99.
           05 STMT-CURRENCY-CD              PIC X(3).

       FD  STMT-PARM-FILE.
       01  STMT-PARM-RECORD                 PIC 9(5).
                ACCOUNT_LAST_STATEMENT         DATE,
                ACCOUNT_NEXT_STATEMENT         DATE,
                ACCOUNT_AVAILABLE_BALANCE      DECIMAL(10, 2),
                ACCOUNT_ACTUAL_BALANCE         DECIMAL(10, 2),
                ACCOUNT_CURRENCY_CD            CHAR(3) )
           END-EXEC.

      *    Declare the PROCTRAN table, matching the 9-byte account
          03 HV-ACCOUNT-LAST-STMT-DATE     PIC X(10).
          03 HV-ACCOUNT-NEXT-STMT-DATE     PIC X(10).
          03 HV-ACCOUNT-ACTUAL-BALANCE     PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-CURRENCY-CD        PIC X(3).

       01 HV-NEW-NEXT-STMT-DATE            PIC X(10).
       01 HV-STIX-SEQUENCE                 PIC S9(9) COMP.
          03 HV-CUST-ADDR2              PIC X(40).
          03 HV-CUST-ADDR3              PIC X(40).
          03 HV-CUST-POSTCODE           PIC X(10).
          03 HV-JOINT-HOLDER-NAME       PIC X(60).

      * Get the ACCOUNT_OWNER DB2 copybook
           EXEC SQL
              INCLUDE OWNDB2
           END-EXEC.

      * Declare the CURSOR for the names of a jointly held
      * account's other live holders, in the order they were added
           EXEC SQL DECLARE BULK-OWNER-CURSOR CURSOR FOR
              SELECT C.CUST_NAME
                     FROM ACCOUNT_OWNER O, CUSTOMER_DATA C
                     WHERE O.OWNR_SORTCODE = :HV-ACCOUNT-SORT-CODE
                     AND   O.OWNR_NUMBER   = :HV-ACCOUNT-NUMBER
                     AND   O.OWNR_STATUS   = 'A'
                     AND   O.OWNR_CUSTOMER <> :HV-ACCOUNT-CUST-NO
                     AND   C.CUST_NUMBER   = O.OWNR_CUSTOMER
                     AND   C.CUST_STATUS   = 'A'
                     ORDER BY O.OWNR_ADDED_DATE, O.OWNR_CUSTOMER
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for every ACCOUNT whose next statement is
      * due, in the account order the merge walks.
                     ACCOUNT_CUSTOMER_NUMBER,
                     ACCOUNT_LAST_STATEMENT,
                     ACCOUNT_NEXT_STATEMENT,
                     ACCOUNT_ACTUAL_BALANCE,
                     COALESCE(ACCOUNT_CURRENCY_CD, 'GBP')
                     FROM ACCOUNT
                     WHERE ACCOUNT_NEXT_STATEMENT <= CURRENT DATE
                     ORDER BY ACCOUNT_SORTCODE,
                     FOR FETCH ONLY
           END-EXEC.

       01 WS-ACCJRNL-PGM                 PIC X(8) VALUE 'ACCJRNL'.
       01 WS-ACCJRNL-PARMS.
           COPY ACCJRNL.

      *    The customer is told each statement is ready through the
      *    communications queue.
       01 WS-COMMQ-PGM                   PIC X(8) VALUE 'COMMQ'.
       01 WS-COMMQ-PARMS.
           COPY COMMQ.
       01 WS-NOTICE-REFERENCE.
           05 FILLER                     PIC X(10) VALUE 'STATEMENT '.
           05 WS-NOTICE-SEQUENCE         PIC 9(9).
       01 WS-NOTICE-TEXT.
           05 FILLER                     PIC X(36) VALUE
              'YOUR STATEMENT IS READY - PERIOD TO '.
           05 WS-NOTICE-PERIOD-TO        PIC X(10).

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01 WS-CHECKPOINT-INTERVAL         PIC 9(8) VALUE 500.
       01 WS-RECS-SINCE-CHECKPOINT       PIC 9(8) VALUE 0.

      *    The online services this run needs quiesced before it
      *    starts (see SVCCHK): 'R' read-only or closed, 'U' closed.
       01 WS-QUIESCE-TABLE.
          05 FILLER                     PIC X(9) VALUE 'CONSENT R'.
          05 FILLER                     PIC X(9) VALUE 'DPAYAPI R'.
          05 FILLER                     PIC X(9) VALUE 'HOLDAPI R'.
       01 WS-QUIESCE-REDEF REDEFINES WS-QUIESCE-TABLE.
          05 WS-QUIESCE-ENTRY OCCURS 3 TIMES.
             10 WS-QUIESCE-SERVICE     PIC X(8).
             10 WS-QUIESCE-REQUIRED    PIC X(1).
       01 WS-QUIESCE-COUNT              PIC 9(2) VALUE 3.
       01 WS-QUIESCE-IDX                PIC 9(2) VALUE 0.
       01 WS-SVCCHK-PGM                 PIC X(8) VALUE 'SVCCHK'.
       01 WS-SVCCHK-PARMS.
           COPY SVCCHK.

      *****************************************************************
      *** Linkage Storage                                           ***
      *****************************************************************
       PREMIERE SECTION.
       A010.

           PERFORM CHECK-SERVICES-QUIESCED.

           PERFORM LOAD-STATEMENT-CYCLE-CONFIG.

      *
                   :HV-ACCOUNT-CUST-NO,
                   :HV-ACCOUNT-LAST-STMT-DATE,
                   :HV-ACCOUNT-NEXT-STMT-DATE,
                   :HV-ACCOUNT-ACTUAL-BALANCE,
                   :HV-ACCOUNT-CURRENCY-CD
           END-EXEC.

           IF SQLCODE = 100
           MOVE HV-ACCOUNT-LAST-STMT-DATE TO STMT-PERIOD-FROM.
           MOVE HV-ACCOUNT-NEXT-STMT-DATE TO STMT-PERIOD-TO.
           MOVE WS-OPENING-BALANCE     TO STMT-BALANCE.
           MOVE HV-ACCOUNT-CURRENCY-CD TO STMT-CURRENCY-CD.
           PERFORM WRITE-STMT-RECORD.

           PERFORM WRITE-STATEMENT-ADDRESS-LINES.
           MOVE HV-CUST-NAME(1:40) TO STMT-TRAN-DESC.
           PERFORM WRITE-ADDRESS-LINE.

           PERFORM WRITE-JOINT-HOLDER-NAMES.

           IF HV-CUST-ADDR1 NOT = SPACES
              MOVE HV-CUST-ADDR1 TO STMT-TRAN-DESC
              PERFORM WRITE-ADDRESS-LINE
       WSA999.
           EXIT.

      *
      *    A jointly held account is addressed to all its holders:
      *    one name line per other live holder follows the primary
      *    holder's, ahead of the primary holder's address.  A
      *    solely held account has no rows and adds nothing.
      *
       WRITE-JOINT-HOLDER-NAMES SECTION.
       WJH010.

           EXEC SQL OPEN
              BULK-OWNER-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO WJH999
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0

              EXEC SQL FETCH FROM BULK-OWNER-CURSOR
                 INTO :HV-JOINT-HOLDER-NAME
              END-EXEC

              IF SQLCODE = 0
                 MOVE HV-JOINT-HOLDER-NAME(1:40) TO STMT-TRAN-DESC
                 PERFORM WRITE-ADDRESS-LINE
              END-IF

           END-PERFORM.

           EXEC SQL CLOSE
              BULK-OWNER-CURSOR
           END-EXEC.

       WJH999.
           EXIT.

       WRITE-ADDRESS-LINE SECTION.
       WAL010.

                  STIX_CLOSING_BALANCE ,
                  STIX_TRAN_COUNT      ,
                  STIX_PERIOD_TOTAL    ,
                  STIX_PRODUCED_DATE   ,
                  STIX_CURRENCY_CD
                )
                VALUES
                (
                  :HV-ACCOUNT-ACTUAL-BALANCE ,
                  :WS-TRAN-COUNT             ,
                  :WS-PERIOD-TOTAL           ,
                  CURRENT DATE               ,
                  :HV-ACCOUNT-CURRENCY-CD
                )
           END-EXEC.

              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM QUEUE-STATEMENT-NOTICE.

       RSI999.
           EXIT.

      *
      *    The statement-ready notice goes on the communications
      *    queue in the same unit of recovery as the statement index
      *    row, carrying the closing balance the statement shows.
      *
       QUEUE-STATEMENT-NOTICE SECTION.
       QSN010.

           INITIALIZE WS-COMMQ-PARMS.
           MOVE 'STMT'                    TO CMQ-MSG-TYPE.
           MOVE HV-ACCOUNT-CUST-NO        TO CMQ-CUSTOMER.
           MOVE HV-ACCOUNT-SORT-CODE      TO CMQ-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER         TO CMQ-NUMBER.
           MOVE HV-STIX-SEQUENCE          TO WS-NOTICE-SEQUENCE.
           MOVE WS-NOTICE-REFERENCE       TO CMQ-REFERENCE.
           MOVE HV-ACCOUNT-ACTUAL-BALANCE TO CMQ-AMOUNT.
           MOVE HV-ACCOUNT-CURRENCY-CD    TO CMQ-CURRENCY-CD.
           MOVE HV-ACCOUNT-NEXT-STMT-DATE TO WS-NOTICE-PERIOD-TO.
           MOVE WS-NOTICE-TEXT            TO CMQ-TEXT.
           MOVE 'STMTBLK'                 TO CMQ-PROGRAM.

           CALL WS-COMMQ-PGM USING WS-COMMQ-PARMS.

           IF CMQ-RETURN-CD NOT = 0
              MOVE CMQ-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'Unable to queue the statement notice for '
                 'ACCOUNT ' HV-ACCOUNT-SORT-CODE '/'
                 HV-ACCOUNT-NUMBER ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       QSN999.
           EXIT.

       ROLL-FORWARD-STATEMENT-DATES SECTION.
       RFD010.

              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-ACCOUNT-SORT-CODE TO AJR-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER    TO AJR-NUMBER.
           MOVE SPACES               TO AJR-CHANGED-BY.
           MOVE 'STATEMENT PRODUCED' TO AJR-REASON.
           MOVE 'B'                  TO AJR-REQUEST.
           PERFORM JOURNAL-ACCOUNT-CHANGE.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_LAST_STATEMENT =
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'A'                  TO AJR-REQUEST.
           PERFORM JOURNAL-ACCOUNT-CHANGE.

       RFD999.
           EXIT.

      *
      *    The online services this run must not race - lock
      *    contention, and balances moving under it - have to be
      *    quiesced first: put read-only or closed by the SCHEDULE
      *    driver's window entries or the duty operator (SVCSWRK).
      *    If they are not, or the switch cannot be read, the run
      *    refuses to start rather than run against live traffic.
      *
       CHECK-SERVICES-QUIESCED SECTION.
       CSQ010.

           INITIALIZE WS-SVCCHK-PARMS.
           MOVE 'V'              TO SVC-REQUEST.
           MOVE WS-QUIESCE-COUNT TO SVC-QUIESCE-COUNT.

           PERFORM COPY-ONE-QUIESCE
              VARYING WS-QUIESCE-IDX FROM 1 BY 1
                UNTIL WS-QUIESCE-IDX > WS-QUIESCE-COUNT.

           CALL WS-SVCCHK-PGM USING WS-SVCCHK-PARMS.

           IF SVC-RETURN-CD NOT = 0
              MOVE SVC-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'STMTBLK unable to read the online service '
                      'switch, SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF SVC-RESULT NOT = 'Y'
              DISPLAY 'STMTBLK refused to start - online service '
                      SVC-SERVICE ' is in state ' SVC-STATE
                      ' and must be quiesced first'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CSQ999.
           EXIT.

       COPY-ONE-QUIESCE SECTION.
       COQ010.

           MOVE WS-QUIESCE-SERVICE (WS-QUIESCE-IDX)
                           TO SVC-Q-SERVICE (WS-QUIESCE-IDX).
           MOVE WS-QUIESCE-REQUIRED (WS-QUIESCE-IDX)
                           TO SVC-Q-REQUIRED (WS-QUIESCE-IDX).

       COQ999.
           EXIT.

      *
      *    The statement dates rolled go on the account master
      *    change journal with the roll; a journal that cannot be
      *    written stops the run the way a failed roll does.
      *
       JOURNAL-ACCOUNT-CHANGE SECTION.
       JAC010.

           MOVE 'STMTBLK' TO AJR-PROGRAM.

           CALL WS-ACCJRNL-PGM USING WS-ACCJRNL-PARMS.

           IF AJR-RETURN-CD NOT = 0
              MOVE AJR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'STMTBLK unable to journal the change to '
                 'ACCOUNT ' AJR-SORTCODE '/' AJR-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       JAC999.
           EXIT.

      *
      * Finish
      *
