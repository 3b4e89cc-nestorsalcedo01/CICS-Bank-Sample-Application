              SYNCONRETURN
           END-EXEC.

      *
      *    49 is DPAYAPI accepting the occurrence but warehousing it
      *    past the scheme cut-off - CONWHSE pays it on the next
      *    business day, so it is not a failed attempt.
      *
           IF DFHCA-RETURN-CD NOT = 0
              AND DFHCA-RETURN-CD NOT = 49
              DISPLAY 'CONRECUR occurrence payment failed for '
                      'CONSENT_ID ' WS-CONSENT-ID-S
                      ' return code=' DFHCA-RETURN-CD
           END-EXEC.

           IF DFHCA-RETURN-CD NOT = 0
              AND DFHCA-RETURN-CD NOT = 49
              DISPLAY 'CONRECUR retry failed for CONSENT_ID '
                      WS-CONSENT-ID-S
                      ' return code=' DFHCA-RETURN-CD
