      * Title: ACCCLOSE                                                *
      *                                                                *
      *                                                                *
      * Description: Proper account closure workflow - the end of      *
      *              close-by-row-deletion and the orphan mop-up it    *
      *              made CONORPH's business.  Each closure request is *
      *              refused while the account still has non-terminal  *
      *              payment consents (pending, warehoused, parked for *
      *              authorization, held, or a live recurring/VRP      *
      *              series), an open dispute, a post-no-debits stop   *
      *              (other than a bereavement stop on a settled       *
      *              estate), or a legal order's earmark, and a        *
      *              jointly held account is refused unless the        *
      *              request names every live holder as consenting.  A *
      *              clean account is then wound up in order: the      *
      *              accrued interest INTACCR is holding capitalizes   *
      *              as its 'INT' entry, the final statement is        *
      *              produced in the STMTGEN record layout from        *
      *              PROHIST and registered on STMT_INDEX, the closing *
      *              balance transfers to the nominated payout account *
      *              as a 'TFR' pair, and only then does the ACCOUNT   *
      *              row end - leaving a CLOSURE_AUDIT record instead  *
      *              of a mystery.                                     *
      *                                                                *
      * Input:  The closure request file ACLOSEIN                      *
      * Output: The final statement file ACLSTMT                       *
           05 CLS-ACCOUNT-NUMBER            PIC 9(8).
           05 CLS-PAY-SORT-CODE             PIC 9(6).
           05 CLS-PAY-ACCOUNT-NUMBER        PIC 9(8).
      *    The customer numbers of the holders consenting to the
      *    closure - every live holder of a jointly held account
      *    must appear; a solely held account needs none.
           05 CLS-CONSENTING-CUSTOMER       PIC X(10) OCCURS 4 TIMES.

      *    The statement-line layout STMTGEN writes, emitted
      *    identically so the downstream formatter cannot tell the
           05 STMT-TRAN-AMOUNT              PIC -(9)9.99.
           05 STMT-TRAN-COUNT               PIC 9(6).
           05 STMT-BALANCE                  PIC -(9)9.99.
           05 STMT-CURRENCY-CD              PIC X(3).

       FD  CLSE-RPT-FILE.
       01  CLSE-RPT-RECORD.
              INCLUDE STOPDB2
           END-EXEC.

      * Get the LEGAL_ORDER DB2 copybook
           EXEC SQL
              INCLUDE LGLDB2
           END-EXEC.

      * Get the BEREAVEMENT DB2 copybook
           EXEC SQL
              INCLUDE BRVDB2
           END-EXEC.

      * Get the STMT_INDEX DB2 copybook
           EXEC SQL
              INCLUDE STIXDB2
              )
           END-EXEC.

      * Get the ACCOUNT_OWNER DB2 copybook
           EXEC SQL
              INCLUDE OWNDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
          03 HV-CLS-DEBIT-AC               PIC X(16).
          03 HV-CLS-CUSTOMER               PIC X(10).
          03 HV-CLS-BALANCE                PIC S9(10)V99 COMP-3.
          03 HV-CLS-CURRENCY               PIC X(3).
          03 HV-CLS-LAST-STMT              PIC X(10).
          03 HV-PAY-SORTCODE               PIC X(6).
          03 HV-PAY-NUMBER                 PIC X(9).

       01 HV-BLOCKER-COUNT                 PIC S9(8) COMP.
       01 HOST-CONSENTING-HOLDERS.
          03 HV-CONSENTING-1               PIC X(10).
          03 HV-CONSENTING-2               PIC X(10).
          03 HV-CONSENTING-3               PIC X(10).
          03 HV-CONSENTING-4               PIC X(10).
       01 HV-ACCRUED-AMOUNT                PIC S9(8)V9(6) COMP-3.
       01 HV-INTEREST-PAID                 PIC S9(10)V99 COMP-3.
       01 HV-MOVE-AMOUNT                   PIC S9(10)V99 COMP-3.
       01 HV-PERIOD-FROM-DATE              PIC X(10).
       01 HV-STIX-SEQUENCE                 PIC S9(9) COMP.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

       01 WS-ACCJRNL-PGM                 PIC X(8) VALUE 'ACCJRNL'.
       01 WS-ACCJRNL-PARMS.
           COPY ACCJRNL.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  WS-PROHIST-PARMS.
           COPY PROHIST.

      *    The account-currency converter, pricing the closing
      *    balance into the payout account's currency where the
      *    two accounts are held in different ones.
       01  WS-ACCFXCNV-PGM               PIC X(8) VALUE 'ACCFXCNV'.
       01  WS-ACCFXCNV-PARMS.
           COPY ACCFXCNV.

       01  WS-RUNNING-BALANCE            PIC S9(10)V99 COMP-3.
       01  WS-PERIOD-TOTAL               PIC S9(10)V99 COMP-3.
       01  WS-OPENING-BALANCE            PIC S9(10)V99 COMP-3.
           EXEC SQL
                SELECT ACCOUNT_CUSTOMER_NUMBER,
                       ACCOUNT_ACTUAL_BALANCE,
                       CHAR(ACCOUNT_LAST_STATEMENT),
                       COALESCE(ACCOUNT_CURRENCY_CD, 'GBP')
                INTO   :HV-CLS-CUSTOMER,
                       :HV-CLS-BALANCE,
                       :HV-CLS-LAST-STMT,
                       :HV-CLS-CURRENCY
                FROM   ACCOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-CLS-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-CLS-NUMBER
              GO TO COA999
           END-IF.

           PERFORM CHECK-HOLDER-CONSENT.
           IF WS-REFUSE-REASON NOT = SPACES
              PERFORM REFUSE-ONE-REQUEST
              GO TO COA999
           END-IF.

           IF HV-CLS-BALANCE < 0
              MOVE 'ACCOUNT IS OVERDRAWN' TO WS-REFUSE-REASON
              PERFORM REFUSE-ONE-REQUEST
              GO TO COA999
           END-IF.

      *
      *    A payout account held in another currency must be one
      *    the closing balance can be priced into before anything
      *    is wound up.
      *
           MOVE 'Q' TO AFX-REQUEST.
           PERFORM PRICE-PAYOUT-LEG.
           IF AFX-RETURN-CD = 8
              MOVE 'NO FX RATE FOR PAYOUT CURRENCY'
                 TO WS-REFUSE-REASON
              PERFORM REFUSE-ONE-REQUEST
              GO TO COA999
           END-IF.

           PERFORM SETTLE-ACCRUED-INTEREST.
           PERFORM PRODUCE-FINAL-STATEMENT.
           PERFORM TRANSFER-CLOSING-BALANCE.
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-CLS-SORTCODE  TO AJR-SORTCODE.
           MOVE HV-CLS-NUMBER    TO AJR-NUMBER.
           MOVE SPACES           TO AJR-CHANGED-BY.
           MOVE 'ACCOUNT CLOSED' TO AJR-REASON.
           MOVE 'E'              TO AJR-REQUEST.
           PERFORM JOURNAL-ACCOUNT-CHANGE.

           EXEC SQL
                DELETE FROM ACCOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-CLS-SORTCODE
              PERFORM PROGRAM-DONE
           END-IF.

      *
      *    The holders of a jointly held account hold it no longer.
      *
           EXEC SQL
                UPDATE ACCOUNT_OWNER
                SET    OWNR_STATUS      = 'R',
                       OWNR_STATUS_DATE = :HV-TODAY
                WHERE  OWNR_SORTCODE = :HV-CLS-SORTCODE
                AND    OWNR_NUMBER   = :HV-CLS-NUMBER
                AND    OWNR_STATUS   = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ACCCLOSE unable to end the account holders, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.
      *    absence of: live consents in any non-terminal payment
      *    shape (pending, warehoused, parked, held, a recurring or
      *    VRP series still running), an open dispute against the
      *    account, a live post-no-debits stop, or a court order's
      *    earmark still ring-fencing funds on it.  The stop BEREAVE
      *    places on a deceased customer's account stops blocking
      *    once the estate is settled - closing it is the point.
      *
       CHECK-CLOSURE-BLOCKERS SECTION.
       CCB010.
              WHERE  STOP_SORTCODE = :HV-CLS-SORTCODE
              AND    STOP_NUMBER   = :HV-CLS-NUMBER
              AND    STOP_STATUS   = 'S'
              AND    NOT (PLACED_BY = 'BEREAVE'
                          AND EXISTS
                             (SELECT 1
                              FROM   BEREAVEMENT
                              WHERE  BRV_CUSTOMER = :HV-CLS-CUSTOMER
                              AND    BRV_STATUS   = 'S'))
           END-EXEC.

           IF SQLCODE = 0 AND HV-BLOCKER-COUNT > 0
              MOVE 'POST-NO-DEBITS STOP STANDS ON ACCOUNT'
                 TO WS-REFUSE-REASON
              GO TO CCB999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-BLOCKER-COUNT
              FROM   LEGAL_ORDER_EARMARK
              WHERE  LGE_SORTCODE = :HV-CLS-SORTCODE
              AND    LGE_NUMBER   = :HV-CLS-NUMBER
              AND    LGE_STATUS   = 'A'
           END-EXEC.

           IF SQLCODE = 0 AND HV-BLOCKER-COUNT > 0
              MOVE 'LEGAL ORDER EARMARK STANDS ON ACCOUNT'
                 TO WS-REFUSE-REASON
           END-IF.

       CCB999.
           EXIT.

      *
      *    A jointly held account closes only with the consent of
      *    every live holder on ACCOUNT_OWNER: any live holder not
      *    named on the request refuses it.  A solely held account
      *    has no rows there and passes as it always did.
      *
       CHECK-HOLDER-CONSENT SECTION.
       CHC010.

           MOVE SPACES TO WS-REFUSE-REASON.

           MOVE CLS-CONSENTING-CUSTOMER (1) TO HV-CONSENTING-1.
           MOVE CLS-CONSENTING-CUSTOMER (2) TO HV-CONSENTING-2.
           MOVE CLS-CONSENTING-CUSTOMER (3) TO HV-CONSENTING-3.
           MOVE CLS-CONSENTING-CUSTOMER (4) TO HV-CONSENTING-4.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-BLOCKER-COUNT
              FROM   ACCOUNT_OWNER
              WHERE  OWNR_SORTCODE = :HV-CLS-SORTCODE
              AND    OWNR_NUMBER   = :HV-CLS-NUMBER
              AND    OWNR_STATUS   = 'A'
              AND    OWNR_CUSTOMER NOT IN
                        (:HV-CONSENTING-1, :HV-CONSENTING-2,
                         :HV-CONSENTING-3, :HV-CONSENTING-4)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ACCCLOSE failure reading ACCOUNT_OWNER, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-BLOCKER-COUNT > 0
              MOVE 'NOT EVERY ACCOUNT HOLDER HAS CONSENTED'
                 TO WS-REFUSE-REASON
           END-IF.

       CHC999.
           EXIT.

      *
      *    The interest INTACCR is holding for this account pays
      *    out now rather than evaporating with the row: the
           MOVE HV-CLS-LAST-STMT  TO STMT-PERIOD-FROM.
           MOVE HV-TODAY          TO STMT-PERIOD-TO.
           MOVE WS-OPENING-BALANCE TO STMT-BALANCE.
           MOVE HV-CLS-CURRENCY   TO STMT-CURRENCY-CD.
           PERFORM WRITE-STMT-RECORD.

           PERFORM WRITE-STATEMENT-DETAIL-LINES.
                  STIX_CLOSING_BALANCE ,
                  STIX_TRAN_COUNT      ,
                  STIX_PERIOD_TOTAL    ,
                  STIX_PRODUCED_DATE   ,
                  STIX_CURRENCY_CD
                )
                VALUES
                (
                  :HV-CLS-BALANCE     ,
                  :WS-TRAN-COUNT      ,
                  :WS-PERIOD-TOTAL    ,
                  CURRENT DATE        ,
                  :HV-CLS-CURRENCY
                )
           END-EXEC.

      *
      *    The closing balance out to the nominated payout account
      *    as a 'TFR' pair, leaving the account at exactly zero.
      *    The payout leg is credited in the payout account's own
      *    currency.
      *
       TRANSFER-CLOSING-BALANCE SECTION.
       TCB010.
           MOVE 'CLOSING BALANCE TRANSFER' TO HV-PROCTRAN-DESC.
           PERFORM POST-ONE-LEG.

           MOVE 'P' TO AFX-REQUEST.
           PERFORM PRICE-PAYOUT-LEG.
           IF AFX-RETURN-CD NOT = 0 AND AFX-RETURN-CD NOT = 4
              DISPLAY 'ACCCLOSE unable to price the payout leg for '
                      HV-CLS-SORTCODE '/' HV-CLS-NUMBER
                      ', return code ' AFX-RETURN-CD
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE AFX-POST-AMOUNT TO HV-MOVE-AMOUNT.
           MOVE HV-PAY-SORTCODE TO HV-POST-SORTCODE.
           MOVE HV-PAY-NUMBER   TO HV-POST-NUMBER.
           MOVE HV-CLS-NUMBER   TO HV-POST-COUNTER.
       TCB999.
           EXIT.

      *
      *    Price the closing balance, in the closing account's
      *    currency, into the payout account's: a quote ('Q') for
      *    the pre-closure check, the dealt conversion ('P') for the
      *    posting.  A payout account that is not ours (return code
      *    4) takes the balance as it stands.
      *
       PRICE-PAYOUT-LEG SECTION.
       PPL010.

           MOVE HV-PAY-SORTCODE TO AFX-SORTCODE.
           MOVE HV-PAY-NUMBER   TO AFX-NUMBER.
           MOVE HV-CLS-CURRENCY TO AFX-TXN-CURRENCY.
           MOVE HV-CLS-BALANCE  TO AFX-TXN-AMOUNT.
           MOVE 'ACCCLOSE'      TO AFX-SOURCE.
           CALL WS-ACCFXCNV-PGM USING WS-ACCFXCNV-PARMS.

           IF AFX-RETURN-CD NOT = 0 AND AFX-RETURN-CD NOT = 4
                                    AND AFX-RETURN-CD NOT = 8
              DISPLAY 'ACCCLOSE unable to price the payout leg for '
                      HV-CLS-SORTCODE '/' HV-CLS-NUMBER
                      ', return code ' AFX-RETURN-CD
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       PPL999.
           EXIT.

       POST-ONE-LEG SECTION.
       POL010.

              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-PROCTRAN-TYPE TO PCT-TYPE.
           MOVE HV-MOVE-AMOUNT   TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
       WRL999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'ACCCLOSE' TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'ACCCLOSE unable to claim a ledger posting, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RPC999.
           EXIT.

      *
      *    The account ended goes on the account master change
      *    journal, column by column, ahead of the DELETE; a journal
      *    that cannot be written stops the run like a failed
      *    closure does.
      *
       JOURNAL-ACCOUNT-CHANGE SECTION.
       JAC010.

           MOVE 'ACCCLOSE' TO AJR-PROGRAM.

           CALL WS-ACCJRNL-PGM USING WS-ACCJRNL-PARMS.

           IF AJR-RETURN-CD NOT = 0
              MOVE AJR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'ACCCLOSE unable to journal the change to '
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
