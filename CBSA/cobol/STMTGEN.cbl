      *              period, sequence number and totals - so a        *
      *              customer's request for a copy of a past          *
      *              statement is a keyed STMTRPR reprint instead of  *
      *              a hand reconstruction.  The customer is told     *
      *              each statement is ready through the customer     *
      *              communications queue (COMMQ).                    *
      *                                                                *
      * Output: The populated report file STMTFILE                    *
      *         Statement-ready notices on COMMS_QUEUE                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *    TYPE tells a reader (or a follow-on formatting program)
      *    which fields on a given line are meaningful:
      *       'H' - statement header (account/customer, period, the
      *             opening balance the period's activity is added to,
      *             and the account's currency every figure is in)
      *       'D' - one posted PROCTRAN activity line, with the
      *             running balance after that transaction
      *       'S' - statement summary (transaction count, period
           05 STMT-TRAN-AMOUNT              PIC -(9)9.99.
           05 STMT-TRAN-COUNT               PIC 9(6).
           05 STMT-BALANCE                  PIC -(9)9.99.
           05 STMT-CURRENCY-CD              PIC X(3).

      *    Compiled-in default statement cycle length, in days, can be
      *    overridden at runtime by STMT-PARM-FILE below.
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

      * The next ACCOUNT_NEXT_STATEMENT date, worked out once this
      * account's statement has been produced.
                     ACCOUNT_CUSTOMER_NUMBER,
                     ACCOUNT_LAST_STATEMENT,
                     ACCOUNT_NEXT_STATEMENT,
                     ACCOUNT_ACTUAL_BALANCE,
                     COALESCE(ACCOUNT_CURRENCY_CD, 'GBP')
                     FROM ACCOUNT
                     WHERE ACCOUNT_NEXT_STATEMENT <= CURRENT DATE
                     ORDER BY ACCOUNT_SORTCODE,
              INCLUDE SQLCA
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
           EXEC SQL DECLARE STMT-OWNER-CURSOR CURSOR FOR
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

      * Get the STMT_INDEX DB2 copybook
           EXEC SQL
                      :HV-ACCOUNT-CUST-NO,
                      :HV-ACCOUNT-LAST-STMT-DATE,
                      :HV-ACCOUNT-NEXT-STMT-DATE,
                      :HV-ACCOUNT-ACTUAL-BALANCE,
                      :HV-ACCOUNT-CURRENCY-CD
              END-EXEC

              IF SQLCODE = +100
           MOVE HV-ACCOUNT-LAST-STMT-DATE TO STMT-PERIOD-FROM.
           MOVE HV-ACCOUNT-NEXT-STMT-DATE TO STMT-PERIOD-TO.
           MOVE WS-OPENING-BALANCE     TO STMT-BALANCE.
           MOVE HV-ACCOUNT-CURRENCY-CD TO STMT-CURRENCY-CD.

           PERFORM WRITE-STMT-RECORD.

      *    record type 'A' lines carrying the name and each address
      *    line in the description field, for the formatting side
      *    to lay out.  A customer with no standing-data row gets
      *    the numbered statement this job always produced.  The
      *    name lines of a jointly held account's other holders sit
      *    between the primary holder's name and address.
      *
       WRITE-STATEMENT-ADDRESS-LINES SECTION.
       WSA010.
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
              STMT-OWNER-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO WJH999
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0

              EXEC SQL FETCH FROM STMT-OWNER-CURSOR
                 INTO :HV-JOINT-HOLDER-NAME
              END-EXEC

              IF SQLCODE = 0
                 MOVE HV-JOINT-HOLDER-NAME(1:40) TO STMT-TRAN-DESC
                 PERFORM WRITE-ADDRESS-LINE
              END-IF

           END-PERFORM.

           EXEC SQL CLOSE
              STMT-OWNER-CURSOR
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
           MOVE 'STMTGEN'                 TO CMQ-PROGRAM.

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

      *
      *    Roll this account's statement window forward by
      *    WS-STATEMENT-CYCLE-DAYS so it is not picked up again until
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

       WRLE999.
           EXIT.

      *
      *    The statement dates rolled go on the account master
      *    change journal with the roll; a journal that cannot be
      *    written stops the run the way a failed roll does.
      *
       JOURNAL-ACCOUNT-CHANGE SECTION.
       JAC010.

           MOVE 'STMTGEN' TO AJR-PROGRAM.

           CALL WS-ACCJRNL-PGM USING WS-ACCJRNL-PARMS.

           IF AJR-RETURN-CD NOT = 0
              MOVE AJR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'STMTGEN unable to journal the change to '
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
