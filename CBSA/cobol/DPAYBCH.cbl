      *              same BACS file can no longer double-pay every    *
      *              instruction in it.                               *
      *                                                                *
      *              Each instruction's beneficiary sort code is       *
      *              checked against the industry sort code directory  *
      *              (SCDCHK) before CONSENT is called, so a payment   *
      *              to a closed or non-participating sort code is     *
      *              refused up front instead of being rejected by     *
      *              the scheme the next day.                          *
      *                                                                *
      *              Alongside the job-log lines, one machine-        *
      *              readable result record is written per input      *
      *              instruction - accounts, amount, the CONSENT_ID/  *
       01  NUMBER-OF-PAYS-READ           PIC 9(8) VALUE 0.
       01  NUMBER-OF-PAYS-POSTED         PIC 9(8) VALUE 0.
       01  NUMBER-OF-PAYS-REJECTED       PIC 9(8) VALUE 0.
       01  NUMBER-OF-RESULTS-WRITTEN     PIC 9(8) VALUE 0.
       01  WS-RESULT-AMOUNT-TOTAL        PIC S9(13)V99 VALUE 0.

      *  Detail instructions worked through by the posting pass -
      *  the count the register's INSTR_COMMITTED is maintained
          03 HV-REG-RUN-STATUS           PIC X(1).
          03 HV-REG-RUN-TS               PIC X(26).

      *    The outbound file register entry for each file sent out.
       01 WS-OUTFREG-PGM                 PIC X(8) VALUE 'OUTFREG'.
       01 WS-OUTFREG-PARMS.
           COPY OUTFREG.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01 WS-COMMAREA.
          COPY CONSTAPI.

      *    Beneficiary sort code reachability via the SCDCHK utility,
      *    checked before CONSENT is asked for anything, with this
      *    bank's own sort code, which is never cleared.
       01 WS-SCDCHK-PGM                 PIC X(8) VALUE 'SCDCHK'.
       01 WS-SCDCHK-COMMAREA.
          COPY SCDCHK.
       COPY SORTCODE.
       01 WS-OWN-SORTCODE               PIC X(6).


      * Get the BATCH_RUN_LOG DB2 copybook
           EXEC SQL
           CLOSE PAYMENT-FILE.
           CLOSE RESULTS-FILE.

           MOVE 'DPAYRES'                 TO OFR-FILE-NAME.
           MOVE WS-FILE-DATE              TO OFR-BUSINESS-DATE.
           MOVE NUMBER-OF-RESULTS-WRITTEN TO OFR-RECORD-COUNT.
           MOVE WS-RESULT-AMOUNT-TOTAL    TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           PERFORM COMPLETE-FILE-REGISTER.

           EXEC CICS SYNCPOINT
           END-IF.

           INITIALIZE WS-COMMAREA.

           PERFORM CHECK-BENEFICIARY-REACH.

           IF DFHCA-RETURN-CD NOT = 0
              DISPLAY 'DPAYBCH beneficiary sort code unreachable for '
                      'CREDIT-AC ' BCH-CREDIT-AC
                      ' return code=' DFHCA-RETURN-CD
                      ' - payment skipped'
              ADD 1 TO NUMBER-OF-PAYS-REJECTED
              PERFORM WRITE-RESULT-RECORD
              GO TO ROP900
           END-IF.

           MOVE 'C'                  TO DFHCA-CONSENT-REQ.
           MOVE BCH-CREDIT-AC        TO DFHCA-CREDIT-AC.
           MOVE BCH-DEBIT-AC         TO DFHCA-DEBIT-AC.
           MOVE BCH-AMOUNT           TO DFHCA-CONSENT-AMOUNT.
           MOVE BCH-CURRENCY-CD      TO DFHCA-CURRENCY-CD.
           MOVE 'B'                  TO DFHCA-PAY-URGENCY.

      *
      *    File reference plus instruction number makes the create
              INITIALIZE WS-COMMAREA
              MOVE 'P'               TO DFHCA-CONSENT-REQ
              MOVE WS-CONSENT-ID-S   TO DFHCA-CONSENT-ID
              MOVE 'B'               TO DFHCA-PAY-URGENCY

              MOVE 'DPAYAPI'         TO WS-PGM-NAME
              PERFORM LINK-TO-PROGRAM

      *
      *       49 is an accepted payment warehoused past the scheme
      *       cut-off; CONWHSE pays it on the next business day.
      *
              IF DFHCA-RETURN-CD NOT = 0
                 AND DFHCA-RETURN-CD NOT = 49
                 DISPLAY 'DPAYBCH payment failed for CONSENT_ID '
                         WS-CONSENT-ID-S
                         ' return code=' DFHCA-RETURN-CD

           PERFORM WRITE-RESULT-RECORD.

       ROP900.
           ADD 1 TO WS-PAYS-SINCE-CHECKPOINT.

      *
       ROP999.
           EXIT.

      *
      *    A bulk instruction goes by Bacs for preference, falling
      *    back to Faster Payments then CHAPS as DPAYAPI's routing
      *    would, so the beneficiary sort code must be open on the
      *    industry directory and able to receive one of them.  A
      *    refusal is set up in the commarea as CONSENT would have
      *    returned it - catalogue code and category - for the
      *    result record.  No directory loaded, or SCDCHK itself
      *    unavailable, leaves the instruction to run as before.
      *
       CHECK-BENEFICIARY-REACH SECTION.
       CBR010.

           MOVE SORTCODE TO WS-OWN-SORTCODE.
           IF BCH-CREDIT-AC(1:6) = WS-OWN-SORTCODE
              GO TO CBR999
           END-IF.

           INITIALIZE WS-SCDCHK-COMMAREA.
           MOVE BCH-CREDIT-AC(1:6)   TO SCDK-SORTCODE.
           MOVE 'BACS'               TO SCDK-SCHEME(1).
           MOVE 'FPS '               TO SCDK-SCHEME(2).
           MOVE 'CHPS'               TO SCDK-SCHEME(3).

           EXEC CICS LINK
              PROGRAM(WS-SCDCHK-PGM)
              COMMAREA(WS-SCDCHK-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              GO TO CBR999
           END-IF.

           EVALUATE SCDK-RESULT
              WHEN 'N'
              WHEN 'C'
                 MOVE 53           TO DFHCA-RETURN-CD
                 MOVE 'VALIDATION' TO DFHCA-ERROR-CATEGORY
                 MOVE 'BENEFICIARY SORT CODE NOT FOUND OR CLOSED'
                                   TO DFHCA-ERROR-MSG
              WHEN 'S'
                 MOVE 54           TO DFHCA-RETURN-CD
                 MOVE 'VALIDATION' TO DFHCA-ERROR-CATEGORY
                 MOVE 'SORT CODE CANNOT RECEIVE THIS PAYMENT TYPE'
                                   TO DFHCA-ERROR-MSG
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       CBR999.
           EXIT.

      *
      *    A checkpoint rewrites the register's committed-instruction
      *    count and then commits, so the count and the payments it
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1          TO NUMBER-OF-RESULTS-WRITTEN.
           ADD BCH-AMOUNT TO WS-RESULT-AMOUNT-TOTAL.

       WRR999.
           EXIT.

       WRLE999.
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

           MOVE 'DPAYBCH'  TO OFR-PROGRAM.
           CALL WS-OUTFREG-PGM USING WS-OUTFREG-PARMS.

           IF OFR-RETURN-CD NOT = 0
              MOVE OFR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'DPAYBCH unable to register outbound file '
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
