      *              EVENT_RETRY_COUNT bumped and is retried on later  *
      *              runs; once the retry limit is reached the row is  *
      *              moved to 'D' (dead-letter) so one bad row cannot  *
      *              wedge the whole queue.  The paying customer's     *
      *              own notice of the change goes on the customer     *
      *              communications queue (COMMQ) alongside.           *
      *                                                                *
      * Output: The populated interface file CONNOTIF                  *
      *         Payment status notices on COMMS_QUEUE                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
                     FOR FETCH ONLY
           END-EXEC.

      *    The outbound file register entry for each file sent out.
       01 WS-OUTFREG-PGM                 PIC X(8) VALUE 'OUTFREG'.
       01 WS-OUTFREG-PARMS.
           COPY OUTFREG.

      *    The payer's notice goes on the communications queue.
       01 WS-COMMQ-PGM                   PIC X(8) VALUE 'COMMQ'.
       01 WS-COMMQ-PARMS.
           COPY COMMQ.
       01 WS-NOTICE-TEXT.
           05 FILLER                     PIC X(29) VALUE
              'YOUR PAYMENT STATUS IS NOW - '.
           05 WS-NOTICE-PAY-STATUS       PIC X(4).

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  NUMBER-OF-EVENTS-SENT         PIC 9(8) VALUE 0.
       01  NUMBER-OF-EVENTS-RETRIED      PIC 9(8) VALUE 0.
       01  NUMBER-OF-EVENTS-DEADLETTER   PIC 9(8) VALUE 0.
       01  NUMBER-OF-NOTICES-WRITTEN     PIC 9(8) VALUE 0.
       01  WS-NOTICE-AMOUNT-TOTAL        PIC S9(13)V99 VALUE 0.

      *****************************************************************
      *** Linkage Storage                                           ***

           CLOSE NOTIF-FILE.

           MOVE 'CONNOTIF'                TO OFR-FILE-NAME.
           MOVE SPACES                    TO OFR-BUSINESS-DATE.
           MOVE NUMBER-OF-NOTICES-WRITTEN TO OFR-RECORD-COUNT.
           MOVE WS-NOTICE-AMOUNT-TOTAL    TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           EXEC SQL
              COMMIT
           END-EXEC.
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
              ADD 1                 TO NUMBER-OF-NOTICES-WRITTEN
              ADD HV-CONSENT-AMOUNT TO WS-NOTICE-AMOUNT-TOTAL

              PERFORM QUEUE-CUSTOMER-NOTICE

              PERFORM MARK-EVENT-SENT
           ELSE
       MEF999.
           EXIT.

      *
      *    The paying customer is told of the status change through
      *    the communications queue.  A debit account that is not one
      *    of ours has nobody here to tell (RC 4).
      *
       QUEUE-CUSTOMER-NOTICE SECTION.
       QCN010.

           INITIALIZE WS-COMMQ-PARMS.
           MOVE 'PAYSTAT'           TO CMQ-MSG-TYPE.
           MOVE HV-DEBIT-AC(1:6)    TO CMQ-SORTCODE.
           MOVE HV-DEBIT-AC(7:8)    TO CMQ-NUMBER.
           MOVE HV-END-TO-END-ID    TO CMQ-REFERENCE.
           MOVE HV-CONSENT-AMOUNT   TO CMQ-AMOUNT.
           MOVE HV-CURRENCY-CD      TO CMQ-CURRENCY-CD.
           MOVE HV-EVENT-PAY-STATUS TO WS-NOTICE-PAY-STATUS.
           MOVE WS-NOTICE-TEXT      TO CMQ-TEXT.
           MOVE 'CONDISP'           TO CMQ-PROGRAM.

           CALL WS-COMMQ-PGM USING WS-COMMQ-PARMS.

           IF CMQ-RETURN-CD NOT = 0 AND CMQ-RETURN-CD NOT = 4
              MOVE CMQ-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'CONDISP unable to queue the payment status '
                      'notice for CONSENT_ID ' HV-EVENT-CONSENT-ID
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       QCN999.
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

           MOVE 'CONDISP'  TO OFR-PROGRAM.
           CALL WS-OUTFREG-PGM USING WS-OUTFREG-PARMS.

           IF OFR-RETURN-CD NOT = 0
              MOVE OFR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'CONDISP unable to register outbound file '
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
