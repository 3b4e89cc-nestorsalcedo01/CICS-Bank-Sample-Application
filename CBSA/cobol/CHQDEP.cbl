      *              parameter file, defaulting below) lapses, and    *
      *              CHQRET reverses a bounced item.  Rejects go to   *
      *              the rejects file with their reason.              *
      *              Each file is remembered on the restart control   *
      *              (RSTCTL) by its record count and hash totals: a  *
      *              file already run to the end is refused, and a    *
      *              rerun after a failure resumes after the last     *
      *              cheque the failed run committed.                 *
      *                                                                *
      * Input:  The cheque deposit file CHQDEPIN                       *
      *         The clearing-days parameter file CHQPRM                *
          03 HV-CHQ-SORTCODE               PIC X(6).
          03 HV-CHQ-NUMBER                 PIC X(9).
          03 HV-CHQ-AMOUNT                 PIC S9(10)V99 COMP-3.
          03 HV-CHQ-FACE-AMOUNT            PIC S9(10)V99 COMP-3.
          03 HV-CHQ-TELLER-REF             PIC X(12).
          03 HV-CHQ-DRAWER-REF             PIC X(20).
          03 HV-CHQ-CLEAR-DATE             PIC X(10).
       01 HV-TODAY                         PIC X(10).
       01 HV-CLEARING-DAYS                 PIC S9(4) COMP.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.


       01  WS-REJECT-REASON              PIC X(40).

      *    Cheques are drawn in sterling; ACCFXCNV prices one paid
      *    into a currency account into the account's own currency
      *    and moves the FX position the conversion creates.
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
           05 WS-ID-RECORD-COUNT         PIC 9(9) VALUE 0.
           05 WS-ID-AMOUNT-HASH          PIC 9(13)V99 VALUE 0.
           05 WS-ID-KEY-HASH             PIC 9(15) VALUE 0.
           05 FILLER                     PIC X(1) VALUE SPACE.
       01 WS-ID-EOF                      PIC X VALUE 'N'.
       01 WS-RESTART-ACTIVE              PIC X VALUE 'N'.
       01 WS-INPUT-POSITION              PIC 9(9) VALUE 0.
       01 WS-RESUME-POSITION             PIC 9(9) VALUE 0.

      *    The run's counts, saved with each restart checkpoint and
      *    restored on a rerun so they cover the whole file.
       01  WS-RESTART-TOTALS.
           05 NUMBER-OF-CHEQUES-READ     PIC 9(8) VALUE 0.
           05 NUMBER-OF-CHEQUES-POSTED   PIC 9(8) VALUE 0.
           05 NUMBER-OF-CHEQUES-REJECTED PIC 9(8) VALUE 0.

      * A COMMIT is taken every WS-CHECKPOINT-INTERVAL cheques.
       01 WS-CHECKPOINT-INTERVAL         PIC 9(8) VALUE 1000.
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT TIMESTAMP IN PGM '
                      'CHQDEP. SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE HV-CURR-TIMESTAMP(12:2) TO HV-PROCTRAN-TIME(1:2).
           MOVE HV-CURR-TIMESTAMP(15:2) TO HV-PROCTRAN-TIME(3:2).
           MOVE HV-CURR-TIMESTAMP(18:2) TO HV-PROCTRAN-TIME(5:2).

           PERFORM IDENTIFY-INPUT-FILE.

           PERFORM BEGIN-RESTART-CONTROL.

           OPEN INPUT CHQ-DEP-FILE.
           IF CHQ-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the CHQDEP deposit file, '
                      ' status=' CHQ-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

      *
      *    A resumed run adds to the rejects the failed run already
      *    wrote, the STMTBLK restart idiom.
      *
           IF WS-RESUME-POSITION > 0
              OPEN EXTEND CHQ-REJECT-FILE
           ELSE
              OPEN OUTPUT CHQ-REJECT-FILE
           END-IF.
           IF REJ-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the CHQDEP rejects file, '
                      ' status=' REJ-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM READ-NEXT-CHEQUE.

      *
      *    On a resumed run, pass over the records the failed run
      *    committed and take its counts up from the checkpoint.
      *
           PERFORM READ-NEXT-CHEQUE
              UNTIL WS-INPUT-POSITION > WS-RESUME-POSITION
                 OR WS-EOF = 'Y'.

           IF WS-RESUME-POSITION > 0
              MOVE RSC-TOTALS TO WS-RESTART-TOTALS
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
              PERFORM POST-ONE-CHEQUE
              PERFORM READ-NEXT-CHEQUE
           CLOSE CHQ-DEP-FILE.
           CLOSE CHQ-REJECT-FILE.

           PERFORM COMPLETE-RESTART-CONTROL.

           EXEC SQL
              COMMIT
           END-EXEC.
              IF CHQ-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the CHQDEP deposit file, '
                         ' status=' CHQ-FILE-STATUS
                 PERFORM ABANDON-RUN
              ELSE
                 ADD 1 TO NUMBER-OF-CHEQUES-READ
                 ADD 1 TO WS-INPUT-POSITION
              END-IF
           END-IF.

                  INTO HV-CHQ-NUMBER
           END-STRING.
           MOVE CHQ-AMOUNT      TO HV-CHQ-AMOUNT.
           MOVE CHQ-AMOUNT      TO HV-CHQ-FACE-AMOUNT.
           MOVE CHQ-TELLER-REF  TO HV-CHQ-TELLER-REF.
           MOVE CHQ-DRAWER-REF  TO HV-CHQ-DRAWER-REF.

              GO TO POC999
           END-IF.

      *
      *    The deposit, the register row and so the later clearance
      *    or return all carry the amount in the account's currency.
      *
           MOVE 'P'             TO AFX-REQUEST.
           MOVE HV-CHQ-SORTCODE TO AFX-SORTCODE.
           MOVE HV-CHQ-NUMBER   TO AFX-NUMBER.
           MOVE 'GBP'           TO AFX-TXN-CURRENCY.
           MOVE CHQ-AMOUNT      TO AFX-TXN-AMOUNT.
           MOVE 'CHQDEP'        TO AFX-SOURCE.
           CALL WS-ACCFXCNV-PGM USING WS-ACCFXCNV-PARMS.

           EVALUATE AFX-RETURN-CD
              WHEN 0
                 MOVE AFX-POST-AMOUNT TO HV-CHQ-AMOUNT
              WHEN 8
                 MOVE 'NO FX RATE FOR ACCOUNT CURRENCY'
                    TO WS-REJECT-REASON
                 PERFORM WRITE-TO-REJECTS
                 GO TO POC999
              WHEN OTHER
                 MOVE AFX-RETURN-CD TO WS-SQLCODE-DISPLAY
                 DISPLAY 'CHQDEP unable to convert the deposit for '
                    'ACCOUNT ' HV-CHQ-SORTCODE '/' HV-CHQ-NUMBER
                    ' RC=' WS-SQLCODE-DISPLAY
                 PERFORM ABANDON-RUN
           END-EVALUATE.

           MOVE SPACES TO HV-PROCTRAN-DESC.
           STRING 'CHEQUE DEPOSIT ' DELIMITED BY SIZE,
                  CHQ-TELLER-REF DELIMITED BY SIZE
              DISPLAY 'CHQDEP unable to post CHQ entry for ACCOUNT '
                 HV-CHQ-SORTCODE '/' HV-CHQ-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 'CHQ'         TO PCT-TYPE.
           MOVE HV-CHQ-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

      *
      *    Actual balance only - the available balance stays where
      *    it was until CHQCLR releases the cleared funds.
              DISPLAY 'CHQDEP unable to update the actual balance '
                 'for ACCOUNT ' HV-CHQ-SORTCODE '/' HV-CHQ-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           EXEC SQL
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CHQDEP unable to key the cheque register, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           EXEC SQL
                  CHQ_STATUS       ,
                  CHQ_DEPOSIT_DATE ,
                  CHQ_CLEAR_DATE   ,
                  CHQ_STATUS_DATE  ,
                  CHQ_FACE_AMOUNT
                )
                VALUES
                (
                  'U'                   ,
                  :HV-TODAY             ,
                  :HV-CHQ-CLEAR-DATE    ,
                  :HV-TODAY             ,
                  :HV-CHQ-FACE-AMOUNT
                )
           END-EXEC.

              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CHQDEP unable to insert the register row, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           ADD 1 TO NUMBER-OF-CHEQUES-POSTED.
      *       Checkpoint/commit every WS-CHECKPOINT-INTERVAL cheques
      *
           IF WS-RECS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
              PERFORM TAKE-RESTART-CHECKPOINT
              EXEC SQL
                 COMMIT
              END-EXEC
           IF REJ-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the CHQDEP rejects file, '
                      ' status=' REJ-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

           ADD 1 TO NUMBER-OF-CHEQUES-REJECTED.
       WTR999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'CHQDEP'   TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'CHQDEP unable to claim a ledger posting, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

       RPC999.
           EXIT.

      *
      *    A first pass over the input file takes its identity - its
      *    record count and the hash totals of its amounts and keys -
      *    for the restart control, before anything is posted.
      *
       IDENTIFY-INPUT-FILE SECTION.
       IIF010.

           OPEN INPUT CHQ-DEP-FILE.
           IF CHQ-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the CHQDEP deposit file, '
                      ' status=' CHQ-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM HASH-ONE-RECORD UNTIL WS-ID-EOF = 'Y'.

           CLOSE CHQ-DEP-FILE.

       IIF999.
           EXIT.

       HASH-ONE-RECORD SECTION.
       HOR010.

           READ CHQ-DEP-FILE.

           IF CHQ-FILE-STATUS = '10'
              MOVE 'Y' TO WS-ID-EOF
              GO TO HOR999
           END-IF.

           IF CHQ-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error reading the CHQDEP deposit file, '
                      ' status=' CHQ-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1                  TO WS-ID-RECORD-COUNT.
           ADD CHQ-AMOUNT         TO WS-ID-AMOUNT-HASH.
           ADD CHQ-ACCOUNT-NUMBER TO WS-ID-KEY-HASH.

       HOR999.
           EXIT.

      *
      *    Look the file up on the restart control.  A file already
      *    run to the end is refused before anything is posted; a
      *    file a failed run left part-done resumes after the last
      *    record that run committed.  The control row commits on
      *    its own, so a second submission of the same file sees it
      *    at once.
      *    An empty file has nothing to post and nothing to guard.
      *
       BEGIN-RESTART-CONTROL SECTION.
       BRC010.

           IF WS-ID-RECORD-COUNT = 0
              GO TO BRC999
           END-IF.

           MOVE 'B'              TO RSC-REQUEST.
           MOVE 'CHQDEP'         TO RSC-PROGRAM.
           MOVE WS-FILE-IDENTITY TO RSC-FILE-ID.
           CALL WS-RSTCTL-PGM USING WS-RSTCTL-PARMS.

           IF RSC-RETURN-CD NOT = 0
              MOVE RSC-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'CHQDEP unable to read the restart control, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           IF RSC-RESULT = 'D'
              DISPLAY 'CHQDEP this deposit file was already run '
                      'to the end on ' RSC-COMPLETED-TS(1:19)
                      ' - rerun refused, nothing posted'
              PERFORM ABANDON-RUN
           END-IF.

           IF RSC-RESULT = 'R'
              MOVE RSC-POSITION TO WS-RESUME-POSITION
              DISPLAY 'CHQDEP resuming the deposit file a failed '
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
              DISPLAY 'CHQDEP unable to checkpoint the restart '
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
              DISPLAY 'CHQDEP unable to complete the restart '
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
