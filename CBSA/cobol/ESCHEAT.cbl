                     FOR FETCH ONLY
           END-EXEC.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

       01 WS-ACCJRNL-PGM                 PIC X(8) VALUE 'ACCJRNL'.
       01 WS-ACCJRNL-PARMS.
           COPY ACCJRNL.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-ACCT-SORTCODE      TO AJR-SORTCODE.
           MOVE HV-ACCT-NUMBER        TO AJR-NUMBER.
           MOVE SPACES                TO AJR-CHANGED-BY.
           MOVE 'DORMANT - ESCHEATED' TO AJR-REASON.
           MOVE 'E'                   TO AJR-REQUEST.
           PERFORM JOURNAL-ACCOUNT-CHANGE.

           EXEC SQL
                DELETE FROM ACCOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-ACCT-SORTCODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'TFR'          TO PCT-TYPE.
           MOVE HV-MOVE-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

       PDL999.
           EXIT.

              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'TFR'          TO PCT-TYPE.
           MOVE HV-MOVE-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

       PCL999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'ESCHEAT'  TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'ESCHEAT unable to claim a ledger posting, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RPC999.
           EXIT.

      *
      *    The account escheated goes on the account master change
      *    journal, column by column, ahead of the DELETE; a journal
      *    that cannot be written stops the run like a failed
      *    closure does.
      *
       JOURNAL-ACCOUNT-CHANGE SECTION.
       JAC010.

           MOVE 'ESCHEAT' TO AJR-PROGRAM.

           CALL WS-ACCJRNL-PGM USING WS-ACCJRNL-PARMS.

           IF AJR-RETURN-CD NOT = 0
              MOVE AJR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'ESCHEAT unable to journal the change to '
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
