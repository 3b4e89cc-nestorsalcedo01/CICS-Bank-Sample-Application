      * Title: BULKOPEN                                                *
      *                                                                *
      *                                                                *
      * Description: Bulk account-opening batch for onboarding a book  *
      *              of accounts (an acquisition, a branch migration)  *
      *              in one run instead of one teller keying at a      *
      *              time.  A first pass validates every opening       *
      *              instruction - sort code against the SRTCDPRM      *
      *              allow-list ACCLOAD uses, account type against     *
      *              ACCT_TYPE_RULES, opening balance not negative,    *
      *              account currency one the bank holds a rate for -  *
      *              and counts the acceptable ones; one               *
      *              NEWACCNO-FUNCTION-RESERVE-RANGE call then claims  *
      *              a contiguous block of account numbers for exactly *
      *              that many, and a second pass inserts the ACCOUNT  *
      *              rows, posts each non-zero opening balance as a    *
      *              'CRE' PROCTRAN entry, and writes the              *
      *              accepted/rejected report with control totals.     *
      *              Commits are taken at ACCLOAD-style intervals.     *
      *                                                                *
      * Input:  The opening-instruction file BOPNIN                    *
      *         The sort-code allow-list SRTCDPRM                      *
           05 BOP-ACCOUNT-TYPE              PIC X(8).
           05 BOP-OPENING-BALANCE           PIC 9(10)V99.
           05 BOP-SORT-CODE                 PIC 9(6).
      *    The currency the account is to be held in, its opening
      *    balance included; spaces open a sterling account.
           05 BOP-CURRENCY-CD               PIC X(3).

       FD  SRTCD-PARM-FILE.
       01  SRTCD-PARM-RECORD                PIC 9(6).
              )
           END-EXEC.

      * Get the FXRATES DB2 copybook
           EXEC SQL
              INCLUDE FXRTDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
          03 HV-ACCOUNT-NUMBER             PIC X(9).
          03 HV-ACCOUNT-TYPE               PIC X(8).
          03 HV-ACCOUNT-BALANCE            PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-CURRENCY-CD        PIC X(3).

       01 HV-RULE-COUNT                    PIC S9(8) COMP.
       01 HV-RATE-COUNT                    PIC S9(8) COMP.

       01 WS-FX-DATA.
          COPY FXRATE.

       01 WS-BASE-CURRENCY                 PIC X(3) VALUE 'GBP'.
       01 HV-PROCTRAN-TIME                 PIC X(6).
       01 HV-CURR-TIMESTAMP                PIC X(26).
       01 HV-TODAY                         PIC X(10).

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

       01 WS-ACCJRNL-PGM                 PIC X(8) VALUE 'ACCJRNL'.
       01 WS-ACCJRNL-PARMS.
           COPY ACCJRNL.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

           COPY NEWACCNO.
       01  WS-NEXT-BLOCK-NUMBER          PIC 9(8) VALUE 0.

      *    The customer-number resolver - an instruction still
      *    quoting a number retired by a customer merge applies to
      *    the customer it was merged into.
       01  WS-CUSTRES-PGM                PIC X(8) VALUE 'CUSTRES'.
       01  WS-CUSTRES-PARMS.
           COPY CUSTRES.

       01  WS-RECORD-VALID               PIC X VALUE 'N'.
       01  WS-REJECT-REASON              PIC X(40).
       01  WS-PASS                       PIC 9(1) VALUE 1.
              GO TO VOI999
           END-IF.

      *
      *    A foreign-currency account is only opened in a currency
      *    every posting to it can be priced in: one with an FXRATES
      *    row, or failing that the compiled-in FXRATE table.
      *
           MOVE BOP-CURRENCY-CD TO HV-ACCOUNT-CURRENCY-CD.
           IF HV-ACCOUNT-CURRENCY-CD = SPACES
              MOVE WS-BASE-CURRENCY TO HV-ACCOUNT-CURRENCY-CD
           END-IF.

           IF HV-ACCOUNT-CURRENCY-CD = WS-BASE-CURRENCY
              GO TO VOI999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-RATE-COUNT
              FROM   FXRATES
              WHERE  CURRENCY_CD = :HV-ACCOUNT-CURRENCY-CD
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BULKOPEN failure reading FXRATES, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-RATE-COUNT > 0
              GO TO VOI999
           END-IF.

           SET FX-IDX TO 1.
           SEARCH FX-RATE-ENTRY
              AT END
                 MOVE 'N' TO WS-RECORD-VALID
                 MOVE 'NO FX RATE FOR ACCOUNT CURRENCY'
                    TO WS-REJECT-REASON
              WHEN FX-CCY-CODE(FX-IDX) = HV-ACCOUNT-CURRENCY-CD
                 CONTINUE
           END-SEARCH.

       VOI999.
           EXIT.

       OPEN-ONE-ACCOUNT SECTION.
       OOA010.

           MOVE BOP-CUSTOMER-NUMBER TO CRS-CUSTOMER.
           CALL WS-CUSTRES-PGM USING WS-CUSTRES-PARMS.

           IF CRS-RETURN-CD NOT = 0 AND CRS-RETURN-CD NOT = 4
              MOVE CRS-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'BULKOPEN unable to resolve customer number '
                      BOP-CUSTOMER-NUMBER
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE CRS-SURVIVOR TO HV-ACCOUNT-CUST-NO.

           MOVE BOP-SORT-CODE        TO HV-ACCOUNT-SORT-CODE.
           MOVE BOP-ACCOUNT-TYPE     TO HV-ACCOUNT-TYPE.
           MOVE BOP-OPENING-BALANCE  TO HV-ACCOUNT-BALANCE.
           MOVE BOP-CURRENCY-CD      TO HV-ACCOUNT-CURRENCY-CD.
           IF HV-ACCOUNT-CURRENCY-CD = SPACES
              MOVE WS-BASE-CURRENCY  TO HV-ACCOUNT-CURRENCY-CD
           END-IF.

           MOVE '0'                  TO HV-ACCOUNT-NUMBER(1:1).
           MOVE WS-NEXT-BLOCK-NUMBER TO HV-ACCOUNT-NUMBER(2:8).
                  ACCOUNT_LAST_STATEMENT    ,
                  ACCOUNT_NEXT_STATEMENT    ,
                  ACCOUNT_AVAILABLE_BALANCE ,
                  ACCOUNT_ACTUAL_BALANCE    ,
                  ACCOUNT_CURRENCY_CD
                )
                VALUES
                (
                  :HV-TODAY               ,
                  CURRENT DATE + 1 MONTH  ,
                  :HV-ACCOUNT-BALANCE     ,
                  :HV-ACCOUNT-BALANCE     ,
                  :HV-ACCOUNT-CURRENCY-CD
                )
           END-EXEC.

              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-ACCOUNT-SORT-CODE TO AJR-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER    TO AJR-NUMBER.
           MOVE SPACES               TO AJR-CHANGED-BY.
           MOVE 'BULK OPENING'       TO AJR-REASON.
           MOVE 'O'                  TO AJR-REQUEST.
           PERFORM JOURNAL-ACCOUNT-CHANGE.

           IF HV-ACCOUNT-BALANCE NOT = 0
              EXEC SQL
                   INSERT INTO PROCTRAN
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
              MOVE 'CRE'              TO PCT-TYPE
              MOVE HV-ACCOUNT-BALANCE TO PCT-AMOUNT
              PERFORM REGISTER-POSTING-CONTROL
           END-IF.

           ADD BOP-OPENING-BALANCE TO WS-OPENING-BALANCE-TOTAL.
           MOVE BOP-SORT-CODE       TO RPT-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER   TO RPT-NUMBER.
           MOVE BOP-ACCOUNT-TYPE    TO RPT-TYPE.
           MOVE HV-ACCOUNT-CURRENCY-CD TO RPT-DETAIL-TEXT.
           MOVE WS-RPT-DETAIL       TO BOPN-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       WRL999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'BULKOPEN' TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'BULKOPEN unable to claim a ledger posting, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RPC999.
           EXIT.

      *
      *    Each account opened goes on the account master change
      *    journal, column by column, with its opening; a journal
      *    that cannot be written stops the run like a failed
      *    opening does.
      *
       JOURNAL-ACCOUNT-CHANGE SECTION.
       JAC010.

           MOVE 'BULKOPEN' TO AJR-PROGRAM.

           CALL WS-ACCJRNL-PGM USING WS-ACCJRNL-PARMS.

           IF AJR-RETURN-CD NOT = 0
              MOVE AJR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'BULKOPEN unable to journal the change to '
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
