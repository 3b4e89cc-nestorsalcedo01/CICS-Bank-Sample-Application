      *              feeds the RECON_BREAKS registry and ages on      *
      *              BRKAGE with every other break.  Items naming an  *
      *              unknown account are reported and skipped.        *
      *              Each switch file is remembered on the restart    *
      *              control (RSTCTL) by its header's switch ID and   *
      *              file date: a file already run to the end is      *
      *              refused, and a rerun after a failure resumes     *
      *              after the last item the failed run committed,    *
      *              its trailer proof still covering the whole       *
      *              file.                                            *
      *                                                                *
      * Input:  The switch settlement file ATMIN                       *
      * Output: The exceptions report ATMPOST                          *
          03 HV-BREAK-EXPECTED          PIC S9(10)V99 COMP-3.
          03 HV-BREAK-ACTUAL            PIC S9(10)V99 COMP-3.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  WS-EOF                        PIC X VALUE 'N'.

       01  WS-SWITCH-ID                  PIC X(8) VALUE SPACES.
       01  WS-TRAILER-SEEN               PIC X VALUE 'N'.

       01  WS-REJECT-REASON              PIC X(40).

      *    Switch items settle in sterling; ACCFXCNV prices one
      *    against a currency account into the account's own
      *    currency and moves the FX position the conversion
      *    creates.  The switch proof stays in sterling.
       01  WS-ACCFXCNV-PGM               PIC X(8) VALUE 'ACCFXCNV'.
       01  WS-ACCFXCNV-PARMS.
           COPY ACCFXCNV.

      *    Restart control for the input file (see RSTCTL): the
      *    file's identity, how many input records this run has
      *    read, and on a rerun after a failure how many the failed
      *    run had committed and this run passes over.
       01 WS-RSTCTL-PGM                  PIC X(8) VALUE 'RSTCTL'.
       01 WS-RSTCTL-PARMS.
           COPY RSTCTL.
       01 WS-FILE-IDENTITY.
           05 WS-ID-SWITCH-ID            PIC X(8) VALUE SPACES.
           05 WS-ID-FILE-DATE            PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(22) VALUE SPACES.
       01 WS-RESTART-ACTIVE              PIC X VALUE 'N'.
       01 WS-INPUT-POSITION              PIC 9(9) VALUE 0.
       01 WS-RESUME-POSITION             PIC 9(9) VALUE 0.

      *    The posted figures the trailer is proven against, and
      *    the run's counts, saved with each restart checkpoint and
      *    restored on a rerun so the proof covers the whole file.
       01  WS-RESTART-TOTALS.
           05 WS-POSTED-COUNT            PIC 9(8) VALUE 0.
           05 WS-POSTED-TOTAL            PIC S9(12)V99 VALUE 0.
           05 NUMBER-OF-ITEMS-READ       PIC 9(8) VALUE 0.
           05 NUMBER-OF-ITEMS-SKIPPED    PIC 9(8) VALUE 0.

      * A COMMIT is taken every WS-CHECKPOINT-INTERVAL items.
       01 WS-CHECKPOINT-INTERVAL         PIC 9(8) VALUE 1000.
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT TIMESTAMP IN PGM '
                      'ATMPOST. SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE HV-CURR-TIMESTAMP(12:2) TO HV-POST-TIME(1:2).
           MOVE HV-CURR-TIMESTAMP(15:2) TO HV-POST-TIME(3:2).
           MOVE HV-CURR-TIMESTAMP(18:2) TO HV-POST-TIME(5:2).

           PERFORM IDENTIFY-INPUT-FILE.

           PERFORM BEGIN-RESTART-CONTROL.

           OPEN INPUT ATM-FILE.
           IF ATM-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the ATMPOST switch file, '
                      ' status=' ATM-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

      *
      *    A resumed run adds to the exceptions the failed run already
      *    wrote, the STMTBLK restart idiom.
      *
           IF WS-RESUME-POSITION > 0
              OPEN EXTEND ATM-RPT-FILE
           ELSE
              OPEN OUTPUT ATM-RPT-FILE
           END-IF.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the ATMPOST report file, '
                      ' status=' RPT-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM READ-NEXT-RECORD.

      *
      *    On a resumed run, pass over the records the failed run
      *    committed and take its counts up from the checkpoint.
      *
           PERFORM READ-NEXT-RECORD
              UNTIL WS-INPUT-POSITION > WS-RESUME-POSITION
                 OR WS-EOF = 'Y'.

           IF WS-RESUME-POSITION > 0
              MOVE RSC-TOTALS TO WS-RESTART-TOTALS
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
              EVALUATE ATM-REC-TYPE
                 WHEN 'H'
           CLOSE ATM-FILE.
           CLOSE ATM-RPT-FILE.

           PERFORM COMPLETE-RESTART-CONTROL.

           EXEC SQL
              COMMIT
           END-EXEC.
              IF ATM-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the ATMPOST switch file, '
                         ' status=' ATM-FILE-STATUS
                 PERFORM ABANDON-RUN
              ELSE
                 ADD 1 TO WS-INPUT-POSITION
              END-IF
           END-IF.

              END-STRING
           END-IF.

           MOVE 'P'                TO AFX-REQUEST.
           MOVE HV-POST-SORTCODE   TO AFX-SORTCODE.
           MOVE HV-POST-NUMBER     TO AFX-NUMBER.
           MOVE 'GBP'              TO AFX-TXN-CURRENCY.
           COMPUTE AFX-TXN-AMOUNT = 0 - ATM-AMOUNT.
           MOVE 'ATMPOST'          TO AFX-SOURCE.
           CALL WS-ACCFXCNV-PGM USING WS-ACCFXCNV-PARMS.

           EVALUATE AFX-RETURN-CD
              WHEN 0
                 MOVE AFX-POST-AMOUNT TO HV-POST-AMOUNT
              WHEN 8
                 MOVE 'NO FX RATE FOR ACCOUNT CURRENCY'
                    TO WS-REJECT-REASON
                 PERFORM REPORT-ONE-EXCEPTION
                 GO TO POI999
              WHEN OTHER
                 MOVE AFX-RETURN-CD TO WS-SQLCODE-DISPLAY
                 DISPLAY 'ATMPOST unable to convert the item, RC='
                         WS-SQLCODE-DISPLAY
                 PERFORM ABANDON-RUN
           END-EVALUATE.

           EXEC SQL
                INSERT INTO PROCTRAN
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ATMPOST unable to post the item, SQLCODE='
                      WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 'DEB'          TO PCT-TYPE.
           MOVE HV-POST-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ATMPOST unable to move the balances, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           ADD 1 TO WS-POSTED-COUNT.
      *       Checkpoint/commit every WS-CHECKPOINT-INTERVAL items
      *
           IF WS-RECS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
              PERFORM TAKE-RESTART-CHECKPOINT
              EXEC SQL
                 COMMIT
              END-EXEC
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the ATMPOST report file, '
                      ' status=' RPT-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

           ADD 1 TO NUMBER-OF-ITEMS-SKIPPED.
       ROE999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'ATMPOST'  TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'ATMPOST unable to claim a ledger posting, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

       RPC999.
           EXIT.

      *
      *    The switch file is known by its header - switch ID and
      *    file date - which must be its first record.  A file with
      *    no header cannot be told from any other and is refused
      *    before anything is posted.
      *
       IDENTIFY-INPUT-FILE SECTION.
       IIF010.

           OPEN INPUT ATM-FILE.
           IF ATM-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the ATMPOST switch file, '
                      ' status=' ATM-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           READ ATM-FILE.

           IF ATM-FILE-STATUS NOT EQUAL '00'
              OR ATM-REC-TYPE NOT = 'H'
              DISPLAY 'ATMPOST switch file does not open with a '
                      'header record - nothing posted'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE ATM-SWITCH-ID TO WS-ID-SWITCH-ID.
           MOVE ATM-FILE-DATE TO WS-ID-FILE-DATE.
           MOVE ATM-SWITCH-ID TO WS-SWITCH-ID.

           CLOSE ATM-FILE.

       IIF999.
           EXIT.

      *
      *    Look the file up on the restart control.  A file already
      *    run to the end is refused before anything is posted; a
      *    file a failed run left part-done resumes after the last
      *    record that run committed.  The control row commits on
      *    its own, so a second submission of the same file sees it
      *    at once.
      *
       BEGIN-RESTART-CONTROL SECTION.
       BRC010.

           MOVE 'B'              TO RSC-REQUEST.
           MOVE 'ATMPOST'        TO RSC-PROGRAM.
           MOVE WS-FILE-IDENTITY TO RSC-FILE-ID.
           CALL WS-RSTCTL-PGM USING WS-RSTCTL-PARMS.

           IF RSC-RETURN-CD NOT = 0
              MOVE RSC-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'ATMPOST unable to read the restart control, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           IF RSC-RESULT = 'D'
              DISPLAY 'ATMPOST this switch file was already run '
                      'to the end on ' RSC-COMPLETED-TS(1:19)
                      ' - rerun refused, nothing posted'
              PERFORM ABANDON-RUN
           END-IF.

           IF RSC-RESULT = 'R'
              MOVE RSC-POSITION TO WS-RESUME-POSITION
              DISPLAY 'ATMPOST resuming the switch file a failed '
                      'run left part-done - its first '
                      WS-RESUME-POSITION ' record(s) were committed '
                      'by that run and are not posted again'
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           MOVE 'Y' TO WS-RESTART-ACTIVE.

       BRC999.
           EXIT.

      *
      *    Record how far the input has been worked, with the
      *    running totals, in the unit of work about to commit.
      *
       TAKE-RESTART-CHECKPOINT SECTION.
       TRC010.

           IF WS-RESTART-ACTIVE NOT = 'Y'
              GO TO TRC999
           END-IF.

           MOVE 'K'               TO RSC-REQUEST.
           MOVE WS-INPUT-POSITION TO RSC-POSITION.
           MOVE WS-RESTART-TOTALS TO RSC-TOTALS.
           CALL WS-RSTCTL-PGM USING WS-RSTCTL-PARMS.

           IF RSC-RETURN-CD NOT = 0
              MOVE RSC-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'ATMPOST unable to checkpoint the restart '
                      'control, SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

       TRC999.
           EXIT.

      *
      *    The whole file has been worked: mark it done in the final
      *    unit of work, so a later run of the same file is refused.
      *
       COMPLETE-RESTART-CONTROL SECTION.
       CRC010.

           IF WS-RESTART-ACTIVE NOT = 'Y'
              GO TO CRC999
           END-IF.

           MOVE 'C'               TO RSC-REQUEST.
           MOVE WS-INPUT-POSITION TO RSC-POSITION.
           MOVE WS-RESTART-TOTALS TO RSC-TOTALS.
           CALL WS-RSTCTL-PGM USING WS-RSTCTL-PARMS.

           IF RSC-RETURN-CD NOT = 0
              MOVE RSC-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'ATMPOST unable to complete the restart '
                      'control, SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

       CRC999.
           EXIT.

      *
      *    A failure part-way backs out everything since the last
      *    checkpoint, so the restart control and the postings it
      *    covers stay in step for the rerun.
      *
       ABANDON-RUN SECTION.
       AR010.

           EXEC SQL
              ROLLBACK
           END-EXEC.

           MOVE 12 TO RETURN-CODE.
           PERFORM PROGRAM-DONE.

       AR999.
           EXIT.

      *
      * Finish
      *
