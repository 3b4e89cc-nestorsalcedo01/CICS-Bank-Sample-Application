      *              account's own rate between the value date and    *
      *              today - as its own 'INT' entry.  Requests that   *
      *              cannot be honoured are reported, never dropped.  *
      *              A value date in an accounting period finance has *
      *              closed is moved to the first open date after it  *
      *              (the compensating interest still runs from the   *
      *              date asked for), registered on LATE_POSTING as   *
      *              moved, and reported MOVED.                       *
      *                                                                *
      * Input:  The adjustment request file VALADJIN                   *
      * Output: The results report VALADJ                              *

       01 WS-DAYS-IN-YEAR                  PIC 9(3) VALUE 365.

      *    The accounting period check, CALLed for the value date.
       01 WS-PERDCHK-PGM                   PIC X(8) VALUE 'PERDCHK'.
       01 WS-PERDCHK-PARMS.
          COPY PERDCHK.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  NUMBER-OF-REQUESTS-READ       PIC 9(8) VALUE 0.
       01  NUMBER-OF-ADJUSTMENTS-POSTED  PIC 9(8) VALUE 0.
       01  NUMBER-OF-REQUESTS-REFUSED    PIC 9(8) VALUE 0.
       01  NUMBER-OF-VALUE-DATES-MOVED   PIC 9(8) VALUE 0.

      *****************************************************************
      *** Linkage Storage                                           ***
           DISPLAY 'VALADJ read ' NUMBER-OF-REQUESTS-READ
                   ' request(s), posted '
                   NUMBER-OF-ADJUSTMENTS-POSTED ', refused '
                   NUMBER-OF-REQUESTS-REFUSED ', value date moved '
                   'out of a closed period on '
                   NUMBER-OF-VALUE-DATES-MOVED '.'.

           IF NUMBER-OF-REQUESTS-REFUSED > 0
              MOVE 4 TO RETURN-CODE
              GO TO AOE999
           END-IF.

      *
      *    A value date in a closed accounting period may not stand;
      *    the entry is valued at the first open date instead.
      *
           MOVE 'Q'               TO PDC-REQUEST.
           MOVE HV-ADJ-VALUE-DATE TO PDC-DATE.
           CALL WS-PERDCHK-PGM USING WS-PERDCHK-PARMS.

           IF PDC-RETURN-CD NOT = 0
              PERFORM REFUSE-ONE-REQUEST
              GO TO AOE999
           END-IF.

      *
      *    The back-valued entry itself.
      *
           MOVE HV-ADJ-AMOUNT     TO HV-MOVE-AMOUNT.
           MOVE HV-ADJ-DESC       TO HV-PROCTRAN-DESC.
           MOVE PDC-OPEN-DATE     TO HV-VALUE-DATE.
           IF HV-ADJ-AMOUNT < 0
              MOVE 'DEB' TO HV-PROCTRAN-TYPE
           ELSE
           END-IF.
           PERFORM POST-ONE-LEG.

           IF PDC-RESULT = 'C'
              PERFORM REGISTER-MOVED-VALUE-DATE
           END-IF.

      *
      *    The compensating interest: simple interest at the
      *    account's own rate over the back-valued days, valued
              COMMIT
           END-EXEC.

           IF PDC-RESULT = 'C'
              MOVE 'MOVED   '       TO RPT-VERDICT
              ADD 1 TO NUMBER-OF-VALUE-DATES-MOVED
           ELSE
              MOVE 'POSTED  '       TO RPT-VERDICT
           END-IF.
           MOVE HV-ADJ-SORTCODE     TO RPT-SORTCODE.
           MOVE HV-ADJ-NUMBER       TO RPT-NUMBER.
           MOVE HV-ADJ-AMOUNT       TO RPT-AMOUNT.
           MOVE PDC-OPEN-DATE       TO RPT-VALUE-DATE.
           MOVE HV-INTEREST-AMOUNT  TO RPT-INTEREST.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO NUMBER-OF-ADJUSTMENTS-POSTED.
       ROR999.
           EXIT.

      *
      *    The audit trail of a value date moved out of a closed
      *    period.  The entry itself is dated today, so GLEXTR's
      *    daily cut journals it as usual.
      *
       REGISTER-MOVED-VALUE-DATE SECTION.
       RMV010.

           MOVE 'R'               TO PDC-REQUEST.
           MOVE HV-ADJ-SORTCODE   TO PDC-LATE-SORTCODE.
           MOVE HV-ADJ-NUMBER     TO PDC-LATE-NUMBER.
           MOVE HV-PROCTRAN-TYPE  TO PDC-LATE-TYPE.
           MOVE HV-ADJ-AMOUNT     TO PDC-LATE-AMOUNT.
           MOVE HV-TODAY          TO PDC-LATE-POSTED-DATE.
           MOVE 'M'               TO PDC-LATE-ACTION.
           MOVE 'VALADJ'          TO PDC-LATE-SOURCE.
           CALL WS-PERDCHK-PGM USING WS-PERDCHK-PARMS.

           IF PDC-RETURN-CD NOT = 0
              MOVE PDC-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'VALADJ unable to register a moved value '
                      'date, SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RMV999.
           EXIT.

       POST-ONE-LEG SECTION.
       POL010.

              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-PROCTRAN-TYPE TO PCT-TYPE.
           MOVE HV-MOVE-AMOUNT   TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
       WRL999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'VALADJ'   TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'VALADJ unable to claim a ledger posting, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RPC999.
           EXIT.

      *
      * Finish
      *
