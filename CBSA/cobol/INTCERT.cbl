                     FOR FETCH ONLY
           END-EXEC.

      *    The outbound file register entry for each file sent out.
       01 WS-OUTFREG-PGM                 PIC X(8) VALUE 'OUTFREG'.
       01 WS-OUTFREG-PARMS.
           COPY OUTFREG.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.


       01  NUMBER-OF-ACCOUNTS-SWEPT      PIC 9(8) VALUE 0.
       01  NUMBER-OF-CERTIFICATES        PIC 9(8) VALUE 0.
       01  WS-TAX-INTEREST-PAID          PIC S9(13)V99 VALUE 0.

      *****************************************************************
      *** Linkage Storage                                           ***
           CLOSE CERT-FILE.
           CLOSE TOTALS-FILE.

           MOVE 'INTCTAX'              TO OFR-FILE-NAME.
           MOVE WS-YEAR-TO-DATE        TO OFR-BUSINESS-DATE.
           MOVE NUMBER-OF-CERTIFICATES TO OFR-RECORD-COUNT.
           MOVE WS-TAX-INTEREST-PAID   TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           DISPLAY 'INTCERT swept ' NUMBER-OF-ACCOUNTS-SWEPT
                   ' account(s) and wrote ' NUMBER-OF-CERTIFICATES
                   ' certificate(s) for ' WS-YEAR-FROM-DATE
           END-IF.

           ADD 1 TO NUMBER-OF-CERTIFICATES.
           ADD WS-CUST-INTEREST-PAID TO WS-TAX-INTEREST-PAID.

       CCC999.
           EXIT.
       WCL999.
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

           MOVE 'INTCERT'  TO OFR-PROGRAM.
           CALL WS-OUTFREG-PGM USING WS-OUTFREG-PARMS.

           IF OFR-RETURN-CD NOT = 0
              MOVE OFR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'INTCERT unable to register outbound file '
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
