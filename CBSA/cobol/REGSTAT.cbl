       01 HV-MATCH-CONSENT-STATUS           PIC X(1).
       01 HV-REJECTED-LIT                   PIC X(4).

      *    The outbound file register entry for each file sent out.
       01 WS-OUTFREG-PGM                 PIC X(8) VALUE 'OUTFREG'.
       01 WS-OUTFREG-PARMS.
           COPY OUTFREG.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.


           CLOSE STAT-FILE.

           MOVE 'REGSTAT'       TO OFR-FILE-NAME.
           MOVE SPACES          TO OFR-BUSINESS-DATE.
           MOVE WS-DETAIL-COUNT TO OFR-RECORD-COUNT.
           MOVE WS-VALUE-HASH   TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           DISPLAY 'REGSTAT wrote ' WS-DETAIL-COUNT
                   ' statistic(s) for the current month.'.

       WSR999.
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

           MOVE 'REGSTAT'  TO OFR-PROGRAM.
           CALL WS-OUTFREG-PGM USING WS-OUTFREG-PARMS.

           IF OFR-RETURN-CD NOT = 0
              MOVE OFR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'REGSTAT unable to register outbound file '
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
