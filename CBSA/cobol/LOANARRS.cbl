      * Description: Loan arrears detection, aging and escalation.    *
      *              Every active loan with outstanding installments  *
      *              is aged into the CONAGE-style buckets - 1 one    *
      *              missed, 2 two-to-three missed, 3 more than three *
      *              - and a loan stepping UP a bucket is escalated   *
      *              exactly once: the arrears fee posts against the  *
      *              loan account (what is owed grows), a customer    *
      *              arrears notice is queued on the communications   *
      *              queue (COMMQ), and the loan's stored bucket is   *
      *              moved.  A loan whose arrears clear steps back    *
      *              down quietly.  The report closes with the book's *
      *              total arrears position by account type for       *
      *              credit risk.                                     *
      *                                                                *
      * Output: The arrears report LOANARRS                            *
      *         Customer arrears notices on COMMS_QUEUE                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
       FD  ARRS-RPT-FILE.
       01  ARRS-RPT-RECORD                  PIC X(80).

      *****************************************************************
      *** Working storage                                           ***
      *****************************************************************
                     FOR FETCH ONLY
           END-EXEC.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

      *    The customer communications queue each notice goes on.
       01 WS-COMMQ-PGM                   PIC X(8) VALUE 'COMMQ'.
       01 WS-COMMQ-PARMS.
           COPY COMMQ.
       01 WS-NOTICE-REFERENCE.
           05 FILLER                     PIC X(15) VALUE
              'ARREARS BUCKET '.
           05 WS-NOTICE-BUCKET           PIC 9(1).

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  RPT-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.
       01  WS-POS-EOF                    PIC X VALUE 'N'.
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL OPEN
              ARRS-CURSOR
           END-EXEC.
           END-EXEC.

           CLOSE ARRS-RPT-FILE.

           DISPLAY 'LOANARRS aged ' NUMBER-OF-LOANS-AGED
                   ' loan(s), escalated ' NUMBER-OF-ESCALATIONS '.'.
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'CHG'         TO PCT-TYPE.
           MOVE HV-FEE-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
              PERFORM PROGRAM-DONE
           END-IF.

           INITIALIZE WS-COMMQ-PARMS.
           MOVE 'LOANARR'         TO CMQ-MSG-TYPE.
           MOVE HV-LOAN-SORTCODE  TO CMQ-SORTCODE.
           MOVE HV-LOAN-NUMBER    TO CMQ-NUMBER.
           MOVE HV-NEW-BUCKET     TO WS-NOTICE-BUCKET.
           MOVE WS-NOTICE-REFERENCE TO CMQ-REFERENCE.
           MOVE HV-ARREARS-AMOUNT TO CMQ-AMOUNT.
           MOVE 'YOUR LOAN REPAYMENTS ARE IN ARREARS'
              TO CMQ-TEXT.
           PERFORM QUEUE-CUSTOMER-NOTICE.

           ADD 1 TO NUMBER-OF-ESCALATIONS.

       WRL999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'LOANARRS' TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANARRS unable to claim a ledger posting, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RPC999.
           EXIT.

      *
      *    The notice goes on the communications queue with the
      *    escalation that raised it.
      *
       QUEUE-CUSTOMER-NOTICE SECTION.
       QCN010.

           MOVE 'LOANARRS' TO CMQ-PROGRAM.
           CALL WS-COMMQ-PGM USING WS-COMMQ-PARMS.

           IF CMQ-RETURN-CD NOT = 0 AND CMQ-RETURN-CD NOT = 4
              MOVE CMQ-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANARRS unable to queue the arrears notice '
                 'for ' CMQ-SORTCODE '/' CMQ-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       QCN999.
           EXIT.

      *
      * Finish
      *
