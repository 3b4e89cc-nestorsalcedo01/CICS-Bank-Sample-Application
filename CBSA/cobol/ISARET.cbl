                     FOR FETCH ONLY
           END-EXEC.

      *    The outbound file register entry for each file sent out.
       01 WS-OUTFREG-PGM                 PIC X(8) VALUE 'OUTFREG'.
       01 WS-OUTFREG-PARMS.
           COPY OUTFREG.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.


           CLOSE ISAR-OUT-FILE.

           MOVE 'ISARET'                     TO OFR-FILE-NAME.
           MOVE HV-TODAY                     TO OFR-BUSINESS-DATE.
           MOVE NUMBER-OF-CUSTOMERS-RETURNED TO OFR-RECORD-COUNT.
           MOVE WS-RETURN-TOTAL              TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           DISPLAY 'ISARET returned '
                   NUMBER-OF-CUSTOMERS-RETURNED
                   ' customer(s) for tax year ' WS-TAX-YEAR '.'.
       WRR999.
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

           MOVE 'ISARET'   TO OFR-PROGRAM.
           CALL WS-OUTFREG-PGM USING WS-OUTFREG-PARMS.

           IF OFR-RETURN-CD NOT = 0
              MOVE OFR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'ISARET unable to register outbound file '
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
