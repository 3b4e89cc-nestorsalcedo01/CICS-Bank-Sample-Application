      *              id plus reason), reverses each item - a 'CHQ'    *
      *              debit backing the deposit out of the actual      *
      *              balance, and out of the available balance too    *
      *              when the item had already cleared, priced back   *
      *              through ACCFXCNV for a currency account so the   *
      *              FX position the deposit built is unwound - marks *
      *              the register row returned, and queues a customer *
      *              notice on the communications queue (COMMQ) for   *
      *              COMMRTE to send by the customer's channel.       *
      *              Runs ahead of CHQCLR in the schedule so an item  *
      *              bounced overnight is never released first.  A    *
      *              return naming an unknown or already-returned     *
      *              item is reported, not dropped.                   *
      *              Commits are taken at ACCLOAD-style intervals,    *
      *              and each file is remembered on the restart       *
      *              control (RSTCTL) by its record count and hash    *
      *              totals: a file already run to the end is         *
      *              refused, and a rerun after a failure resumes     *
      *              after the last return the failed run committed.  *
      *                                                                *
      * Input:  The returned-cheque file CHQRETIN                      *
      * Output: Customer notices on COMMS_QUEUE                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RET-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
           05 RET-CHQ-ID                    PIC 9(9).
           05 RET-REASON-CD                 PIC X(4).

      *****************************************************************
      *** Working storage                                           ***
      *****************************************************************
          03 HV-CHQ-SORTCODE               PIC X(6).
          03 HV-CHQ-NUMBER                 PIC X(9).
          03 HV-CHQ-AMOUNT                 PIC S9(10)V99 COMP-3.
          03 HV-CHQ-FACE-AMOUNT            PIC S9(10)V99 COMP-3.
          03 HV-CHQ-STATUS                 PIC X(1).
          03 HV-CHQ-TELLER-REF             PIC X(12).

       01 HV-CURR-TIMESTAMP                PIC X(26).
       01 HV-TODAY                         PIC X(10).

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

      *    The customer communications queue each notice goes on.
       01 WS-COMMQ-PGM                   PIC X(8) VALUE 'COMMQ'.
       01 WS-COMMQ-PARMS.
           COPY COMMQ.

      *    Cheques are drawn in sterling; ACCFXCNV prices the return
      *    of one paid into a currency account back into the
      *    account's own currency and unwinds the FX position the
      *    deposit created.
       01 WS-ACCFXCNV-PGM                PIC X(8) VALUE 'ACCFXCNV'.
       01 WS-ACCFXCNV-PARMS.
           COPY ACCFXCNV.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  RET-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.

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
           05 NUMBER-OF-RETURNS-READ     PIC 9(8) VALUE 0.
           05 NUMBER-OF-RETURNS-APPLIED  PIC 9(8) VALUE 0.
           05 NUMBER-OF-RETURNS-UNMATCHED PIC 9(8) VALUE 0.

      * A COMMIT is taken every WS-CHECKPOINT-INTERVAL returns.
       01 WS-CHECKPOINT-INTERVAL         PIC 9(8) VALUE 1000.
       01 WS-RECS-SINCE-CHECKPOINT       PIC 9(8) VALUE 0.

      *****************************************************************
      *** Linkage Storage                                           ***
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT TIMESTAMP IN PGM '
                      'CHQRET. SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE HV-CURR-TIMESTAMP(12:2) TO HV-PROCTRAN-TIME(1:2).
           MOVE HV-CURR-TIMESTAMP(15:2) TO HV-PROCTRAN-TIME(3:2).
           MOVE HV-CURR-TIMESTAMP(18:2) TO HV-PROCTRAN-TIME(5:2).

           PERFORM IDENTIFY-INPUT-FILE.

           PERFORM BEGIN-RESTART-CONTROL.

           OPEN INPUT CHQ-RET-FILE.
           IF RET-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the CHQRET returns file, '
                      ' status=' RET-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM READ-NEXT-RETURN.

      *
      *    On a resumed run, pass over the records the failed run
      *    committed and take its counts up from the checkpoint.
      *
           PERFORM READ-NEXT-RETURN
              UNTIL WS-INPUT-POSITION > WS-RESUME-POSITION
                 OR WS-EOF = 'Y'.

           IF WS-RESUME-POSITION > 0
              MOVE RSC-TOTALS TO WS-RESTART-TOTALS
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
              PERFORM RETURN-ONE-CHEQUE
              PERFORM CHECKPOINT-IF-DUE
              PERFORM READ-NEXT-RETURN
           END-PERFORM.

           CLOSE CHQ-RET-FILE.

           PERFORM COMPLETE-RESTART-CONTROL.

           EXEC SQL
              COMMIT
              IF RET-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the CHQRET returns file, '
                         ' status=' RET-FILE-STATUS
                 PERFORM ABANDON-RUN
              ELSE
                 ADD 1 TO NUMBER-OF-RETURNS-READ
                 ADD 1 TO WS-INPUT-POSITION
              END-IF
           END-IF.

                SELECT CHQ_SORTCODE,
                       CHQ_NUMBER,
                       CHQ_AMOUNT,
                       COALESCE(CHQ_FACE_AMOUNT, CHQ_AMOUNT),
                       CHQ_STATUS,
                       CHQ_TELLER_REF
                INTO   :HV-CHQ-SORTCODE,
                       :HV-CHQ-NUMBER,
                       :HV-CHQ-AMOUNT,
                       :HV-CHQ-FACE-AMOUNT,
                       :HV-CHQ-STATUS,
                       :HV-CHQ-TELLER-REF
                FROM   CHQ_REGISTER
                  INTO HV-PROCTRAN-DESC
           END-STRING.

      *
      *    The sterling face value comes back off the account at
      *    today's rate, the mirror of CHQDEP's deposit, so the FX
      *    position moves back with it; a sterling account is
      *    debited what it was credited.
      *
           MOVE 'P'             TO AFX-REQUEST.
           MOVE HV-CHQ-SORTCODE TO AFX-SORTCODE.
           MOVE HV-CHQ-NUMBER   TO AFX-NUMBER.
           MOVE 'GBP'           TO AFX-TXN-CURRENCY.
           COMPUTE AFX-TXN-AMOUNT = 0 - HV-CHQ-FACE-AMOUNT.
           MOVE 'CHQRET'        TO AFX-SOURCE.
           CALL WS-ACCFXCNV-PGM USING WS-ACCFXCNV-PARMS.

           IF AFX-RETURN-CD NOT = 0
              MOVE AFX-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'CHQRET unable to convert the reversal for '
                 'ACCOUNT ' HV-CHQ-SORTCODE '/' HV-CHQ-NUMBER
                 ' RC=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           IF AFX-ACCOUNT-CURRENCY = 'GBP'
              COMPUTE HV-REVERSAL-AMOUNT = 0 - HV-CHQ-AMOUNT
           ELSE
              MOVE AFX-POST-AMOUNT TO HV-REVERSAL-AMOUNT
           END-IF.

           EXEC SQL
                INSERT INTO PROCTRAN
              DISPLAY 'CHQRET unable to post the reversal for '
                 'ACCOUNT ' HV-CHQ-SORTCODE '/' HV-CHQ-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 'CHQ'              TO PCT-TYPE.
           MOVE HV-REVERSAL-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           IF HV-CHQ-STATUS = 'C'
              EXEC SQL
                   UPDATE ACCOUNT
              DISPLAY 'CHQRET unable to update balances for '
                 'ACCOUNT ' HV-CHQ-SORTCODE '/' HV-CHQ-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           INITIALIZE WS-COMMQ-PARMS.
           MOVE 'CHQRET'        TO CMQ-MSG-TYPE.
           MOVE HV-CHQ-SORTCODE TO CMQ-SORTCODE.
           MOVE HV-CHQ-NUMBER   TO CMQ-NUMBER.
           MOVE RET-REASON-CD   TO CMQ-REFERENCE.
           COMPUTE CMQ-AMOUNT = 0 - HV-REVERSAL-AMOUNT.
           MOVE 'A CHEQUE YOU DEPOSITED HAS BEEN RETURNED'
              TO CMQ-TEXT.
           PERFORM QUEUE-CUSTOMER-NOTICE.

           ADD 1 TO NUMBER-OF-RETURNS-APPLIED.

       ROC999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'CHQRET'   TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'CHQRET unable to claim a ledger posting, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

       RPC999.
           EXIT.

      *
      *    Checkpoint/commit every WS-CHECKPOINT-INTERVAL returns,
      *    matched or not, each one fully worked.
      *
       CHECKPOINT-IF-DUE SECTION.
       CID010.

           ADD 1 TO WS-RECS-SINCE-CHECKPOINT.

           IF WS-RECS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
              PERFORM TAKE-RESTART-CHECKPOINT
              EXEC SQL
                 COMMIT
              END-EXEC
              MOVE 0 TO WS-RECS-SINCE-CHECKPOINT
           END-IF.

       CID999.
           EXIT.

      *
      *    A first pass over the input file takes its identity - its
      *    record count and the hash totals of its amounts and keys -
      *    for the restart control, before anything is posted.
      *
       IDENTIFY-INPUT-FILE SECTION.
       IIF010.

           OPEN INPUT CHQ-RET-FILE.
           IF RET-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the CHQRET returns file, '
                      ' status=' RET-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM HASH-ONE-RECORD UNTIL WS-ID-EOF = 'Y'.

           CLOSE CHQ-RET-FILE.

       IIF999.
           EXIT.

       HASH-ONE-RECORD SECTION.
       HOR010.

           READ CHQ-RET-FILE.

           IF RET-FILE-STATUS = '10'
              MOVE 'Y' TO WS-ID-EOF
              GO TO HOR999
           END-IF.

           IF RET-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error reading the CHQRET returns file, '
                      ' status=' RET-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1          TO WS-ID-RECORD-COUNT.
           ADD RET-CHQ-ID TO WS-ID-KEY-HASH.

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
           MOVE 'CHQRET'         TO RSC-PROGRAM.
           MOVE WS-FILE-IDENTITY TO RSC-FILE-ID.
           CALL WS-RSTCTL-PGM USING WS-RSTCTL-PARMS.

           IF RSC-RETURN-CD NOT = 0
              MOVE RSC-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'CHQRET unable to read the restart control, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           IF RSC-RESULT = 'D'
              DISPLAY 'CHQRET this returns file was already run '
                      'to the end on ' RSC-COMPLETED-TS(1:19)
                      ' - rerun refused, nothing posted'
              PERFORM ABANDON-RUN
           END-IF.

           IF RSC-RESULT = 'R'
              MOVE RSC-POSITION TO WS-RESUME-POSITION
              DISPLAY 'CHQRET resuming the returns file a failed '
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
              DISPLAY 'CHQRET unable to checkpoint the restart '
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
              DISPLAY 'CHQRET unable to complete the restart '
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
      *
      *    The notice goes on the communications queue in the same
      *    unit of work as the return itself, so a resumed run
      *    neither loses nor repeats one.
      *
       QUEUE-CUSTOMER-NOTICE SECTION.
       QCN010.

           MOVE 'CHQRET'   TO CMQ-PROGRAM.
           CALL WS-COMMQ-PGM USING WS-COMMQ-PARMS.

           IF CMQ-RETURN-CD NOT = 0 AND CMQ-RETURN-CD NOT = 4
              MOVE CMQ-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'CHQRET unable to queue the customer notice '
                 'for ACCOUNT ' CMQ-SORTCODE '/' CMQ-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

       QCN999.
           EXIT.

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
