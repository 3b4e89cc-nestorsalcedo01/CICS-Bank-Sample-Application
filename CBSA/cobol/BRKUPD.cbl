      *              itself, via the feeding reconciliation, if the    *
      *              fix didn't hold).                                 *
      *                                                                *
      *              The resolver named on each record must hold the   *
      *              BRK-RESOLVE entitlement (see ENTCHK); a record    *
      *              whose resolver does not is refused, audited as    *
      *              such, and ends the run RC 4.                      *
      *                                                                *
      * Input: The resolution file BRKUPIN                             *
      *                                                                *
      ******************************************************************
       01 HOST-AUDIT-ROW.
          10 HV-AUD-ID                  PIC S9(9) USAGE COMP.
          10 HV-AUD-KEY                 PIC X(20).
          10 HV-AUD-AFTER-STATE         PIC X(20).

      * Pull in the SQL COMMAREA
           EXEC SQL
       01  NUMBER-OF-RESOLUTIONS-READ    PIC 9(8) VALUE 0.
       01  NUMBER-OF-BREAKS-RESOLVED     PIC 9(8) VALUE 0.
       01  NUMBER-OF-BREAKS-NOT-FOUND    PIC 9(8) VALUE 0.
       01  NUMBER-OF-RESOLUTIONS-REFUSED PIC 9(8) VALUE 0.

      *    Operator entitlement check (see ENTCHK): each record's
      *    resolver must hold BRK-RESOLVE.
       01 WS-ENTCHK-PGM                 PIC X(8) VALUE 'ENTCHK'.
       01 WS-ENTCHK-PARMS.
          COPY ENTCHK.

      *****************************************************************
      *** Linkage Storage                                           ***
                   ' resolution(s), resolved '
                   NUMBER-OF-BREAKS-RESOLVED ', '
                   NUMBER-OF-BREAKS-NOT-FOUND
                   ' named no open break, '
                   NUMBER-OF-RESOLUTIONS-REFUSED
                   ' refused - resolver not entitled.'.

           IF NUMBER-OF-RESOLUTIONS-REFUSED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

           MOVE BRU-RESOLUTION-CD TO HV-RESOLUTION-CD.
           MOVE BRU-RESOLVED-BY   TO HV-RESOLVED-BY.

           MOVE BRU-RESOLVED-BY   TO ENT-OPERATOR.
           MOVE 'BRK-RESOLVE'     TO ENT-FUNCTION.
           MOVE 'N'               TO ENT-AMOUNT-FLAG.
           MOVE 0                 TO ENT-AMOUNT.
           CALL WS-ENTCHK-PGM USING WS-ENTCHK-PARMS.

           IF ENT-RETURN-CD NOT = 0 OR ENT-RESULT NOT = 'Y'
              ADD 1 TO NUMBER-OF-RESOLUTIONS-REFUSED
              DISPLAY 'BRKUPD resolver ' BRU-RESOLVED-BY
                      ' not entitled to resolve ' BRU-BREAK-SOURCE
                      ' key ' BRU-BREAK-KEY ' - record refused'
              MOVE 'REFUSED-NOT-ENTITLED' TO HV-AUD-AFTER-STATE
              PERFORM RECORD-OPS-AUDIT
              GO TO ROB999
           END-IF.

           EXEC SQL
                UPDATE RECON_BREAKS
                SET    BREAK_STATUS  = 'R',

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              ADD 1 TO NUMBER-OF-BREAKS-RESOLVED
              MOVE HV-RESOLUTION-CD TO HV-AUD-AFTER-STATE
              PERFORM RECORD-OPS-AUDIT
           ELSE
              ADD 1 TO NUMBER-OF-BREAKS-NOT-FOUND
           EXIT.

      *
      *    One OPS_AUDIT row per resolved or refused resolution,
      *    keyed the way the break itself is.  A failure here is
      *    reported and the resolution stands - the break row
      *    carries the same facts.
      *
       RECORD-OPS-AUDIT SECTION.
       ROA010.
                  :HV-RESOLVED-BY   ,
                  CURRENT TIMESTAMP ,
                  'OPEN'            ,
                  :HV-AUD-AFTER-STATE
                )
           END-EXEC.

