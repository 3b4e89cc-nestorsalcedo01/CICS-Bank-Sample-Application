                     FOR FETCH ONLY
           END-EXEC.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

      *    The outbound file register entry for each file sent out.
       01 WS-OUTFREG-PGM                 PIC X(8) VALUE 'OUTFREG'.
       01 WS-OUTFREG-PARMS.
           COPY OUTFREG.

       01 WS-ACCJRNL-PGM                 PIC X(8) VALUE 'ACCJRNL'.
       01 WS-ACCJRNL-PARMS.
           COPY ACCJRNL.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.


       01  NUMBER-OF-SWITCHES-COMPLETED  PIC 9(8) VALUE 0.
       01  NUMBER-OF-SWITCHES-HELD       PIC 9(8) VALUE 0.
       01  NUMBER-OF-TRANSFERS-WRITTEN   PIC 9(8) VALUE 0.
       01  WS-TRANSFER-TOTAL             PIC S9(13)V99 VALUE 0.

      *****************************************************************
      *** Linkage Storage                                           ***

           CLOSE SWCH-OUT-FILE.

           MOVE 'SWCHOUT'                   TO OFR-FILE-NAME.
           MOVE HV-TODAY                    TO OFR-BUSINESS-DATE.
           MOVE NUMBER-OF-TRANSFERS-WRITTEN TO OFR-RECORD-COUNT.
           MOVE WS-TRANSFER-TOTAL           TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           DISPLAY 'SWCHCOMP completed '
                   NUMBER-OF-SWITCHES-COMPLETED
                   ' switch(es), held ' NUMBER-OF-SWITCHES-HELD
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
              MOVE 'TFR'              TO PCT-TYPE
              MOVE HV-TRANSFER-AMOUNT TO PCT-AMOUNT
              PERFORM REGISTER-POSTING-CONTROL

              MOVE HV-SWCH-OLD-SORTCODE TO OUT-OLD-SORTCODE
              MOVE HV-SWCH-OLD-NUMBER   TO OUT-OLD-NUMBER
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
              ADD 1                TO NUMBER-OF-TRANSFERS-WRITTEN
              ADD HV-FINAL-BALANCE TO WS-TRANSFER-TOTAL
           END-IF.

           MOVE HV-SWCH-OLD-SORTCODE TO AJR-SORTCODE.
           MOVE HV-SWCH-OLD-NUMBER   TO AJR-NUMBER.
           MOVE SPACES               TO AJR-CHANGED-BY.
           MOVE 'SWITCHED AWAY'      TO AJR-REASON.
           MOVE 'E'                  TO AJR-REQUEST.
           PERFORM JOURNAL-ACCOUNT-CHANGE.

           EXEC SQL
                DELETE FROM ACCOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-SWCH-OLD-SORTCODE
       COS999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'SWCHCOMP' TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'SWCHCOMP unable to claim a ledger posting, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RPC999.
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

           MOVE 'SWCHCOMP' TO OFR-PROGRAM.
           CALL WS-OUTFREG-PGM USING WS-OUTFREG-PARMS.

           IF OFR-RETURN-CD NOT = 0
              MOVE OFR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'SWCHCOMP unable to register outbound file '
                      OFR-FILE-NAME ', SQLCODE=' WS-SQLCODE-DISPLAY
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

       ROF999.
           EXIT.

      *
      *    The account switched away goes on the account master
      *    change journal, column by column, ahead of the DELETE; a
      *    journal that cannot be written stops the run like a
      *    failed closure does.
      *
       JOURNAL-ACCOUNT-CHANGE SECTION.
       JAC010.

           MOVE 'SWCHCOMP' TO AJR-PROGRAM.

           CALL WS-ACCJRNL-PGM USING WS-ACCJRNL-PARMS.

           IF AJR-RETURN-CD NOT = 0
              MOVE AJR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'SWCHCOMP unable to journal the change to '
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
