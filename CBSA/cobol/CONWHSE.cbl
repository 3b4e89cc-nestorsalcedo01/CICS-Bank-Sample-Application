       01  NUMBER-OF-CONSENTS-SCANNED    PIC 9(8) VALUE 0.
       01  NUMBER-OF-RELEASES-PAID       PIC 9(8) VALUE 0.
       01  NUMBER-OF-RELEASES-FAILED     PIC 9(8) VALUE 0.
       01  NUMBER-OF-RELEASES-DEFERRED   PIC 9(8) VALUE 0.

       01 WS-COMMAREA.
          COPY CONSTAPI.
           DISPLAY 'CONWHSE scanned ' NUMBER-OF-CONSENTS-SCANNED
                   ' due warehoused consent(s), paid '
                   NUMBER-OF-RELEASES-PAID ', failed '
                   NUMBER-OF-RELEASES-FAILED ', deferred '
                   NUMBER-OF-RELEASES-DEFERRED.

           PERFORM PROGRAM-DONE.

              SYNCONRETURN
           END-EXEC.

      *
      *    49 is DPAYAPI accepting the payment but re-warehousing it
      *    past the scheme cut-off (this run landed on a non-business
      *    day, or late in the day) - it comes round again then.
      *
           IF DFHCA-RETURN-CD = 49
              DISPLAY 'CONWHSE deferred CONSENT_ID '
                      WS-CONSENT-ID-S ' (due ' HV-EXEC-DATE ')'
                      ' to ' DFHCA-SETTLE-DATE
              ADD 1 TO NUMBER-OF-RELEASES-DEFERRED
              GO TO ROC999
           END-IF.

           IF DFHCA-RETURN-CD NOT = 0
              DISPLAY 'CONWHSE release failed for CONSENT_ID '
                      WS-CONSENT-ID-S ' (due ' HV-EXEC-DATE ')'
