      *              short entry against the branch, and each         *
      *              branch's vault position is carried day to day    *
      *              on the BRANCH_CASH ledger BCSHRPT reports.       *
      *              Each teller file is remembered on the restart    *
      *              control (RSTCTL) by its record count and hash    *
      *              totals: a file already run to the end is         *
      *              refused, and a rerun after a failure resumes     *
      *              after the last branch the failed run committed.  *
      *              A branch with tills on TELLER_TILL posts its     *
      *              counter work live through BNK1TEL/TELLAPI, so    *
      *              TELLPOST now carries only the offline branches:  *
      *              a live branch's items are skipped and counted    *
      *              (RC 4).                                          *
      *                                                                *
      * Input: The branch teller file TELLIN, sorted by branch        *
      *                                                                *
              INCLUDE ISADB2
           END-EXEC.

      * Get the TELLER_TILL DB2 copybook - a branch with tills posts
      * its counter work live through TELLAPI.
           EXEC SQL
              INCLUDE TILLDB2
           END-EXEC.

      * Get the INB_SUSPENSE DB2 copybook - the repair queue an
      * over-allowance counter deposit is diverted to.
           EXEC SQL
      *    divert to, the same reserved number INBPAY posts to.
       01 WS-SUSPENSE-ACCOUNT              PIC X(9)
                                            VALUE '099999991'.

      *    Counter cash is sterling; ACCFXCNV prices an item on a
      *    currency account into the account's own currency and
      *    moves the FX position the conversion creates.  The
      *    branch's declared cash totals stay in sterling.
       01 WS-ACCFXCNV-PGM                  PIC X(8) VALUE 'ACCFXCNV'.
       01 WS-ACCFXCNV-PARMS.
          COPY ACCFXCNV.

      *    Branch cash accounting: the over(+)/short(-) the trailer
      *    proof produced, and the over/short account it books to.
       01 HV-VAULT-MOVEMENT                PIC S9(11)V99 COMP-3.
       01 WS-OVER-SHORT-ACCOUNT            PIC X(9)
                                            VALUE '099999996'.

      *    Tills on the branch: any at all makes it a live branch.
       01 HV-LIVE-TILL-COUNT               PIC S9(8) COMP.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.
           05 WS-POSTED-CREDIT-TOTAL     PIC 9(11)V99.
           05 WS-POSTED-DEBIT-TOTAL      PIC 9(11)V99.

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
           05 NUMBER-OF-ITEMS-READ       PIC 9(8) VALUE 0.
           05 NUMBER-OF-ITEMS-POSTED     PIC 9(8) VALUE 0.
           05 NUMBER-OF-BRANCHES-COMMITTED
                                         PIC 9(8) VALUE 0.
           05 NUMBER-OF-BRANCHES-BACKED-OUT
                                         PIC 9(8) VALUE 0.
           05 NUMBER-OF-ITEMS-DIVERTED   PIC 9(8) VALUE 0.
           05 NUMBER-OF-OVER-SHORTS      PIC 9(8) VALUE 0.
           05 NUMBER-OF-LIVE-BRANCHES    PIC 9(8) VALUE 0.

      *****************************************************************
      *** Linkage Storage                                           ***
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT TIMESTAMP IN PGM '
                      'TELLPOST. SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE HV-CURR-TIMESTAMP(12:2) TO HV-POST-TIME(1:2).

           PERFORM DERIVE-TAX-YEAR.

           PERFORM IDENTIFY-INPUT-FILE.

           PERFORM BEGIN-RESTART-CONTROL.

           OPEN INPUT TELL-FILE.
           IF TELL-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the TELLPOST teller file, '
                      ' status=' TELL-FILE-STATUS
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
              EVALUATE TEL-REC-TYPE
                 WHEN 'H'

           CLOSE TELL-FILE.

           PERFORM COMPLETE-RESTART-CONTROL.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'TELLPOST read ' NUMBER-OF-ITEMS-READ
                   ' teller item(s), posted '
                   NUMBER-OF-ITEMS-POSTED ', committed '
                   NUMBER-OF-BRANCHES-COMMITTED ' branch(es), '
                   'backed out ' NUMBER-OF-BRANCHES-BACKED-OUT '.'.

           IF NUMBER-OF-LIVE-BRANCHES > 0
              DISPLAY 'TELLPOST skipped ' NUMBER-OF-LIVE-BRANCHES
                      ' live branch(es) - posted at the counter.'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           IF NUMBER-OF-BRANCHES-BACKED-OUT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
              IF TELL-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the TELLPOST teller file, '
                         ' status=' TELL-FILE-STATUS
                 PERFORM ABANDON-RUN
              ELSE
                 ADD 1 TO WS-INPUT-POSITION
              END-IF
           END-IF.

           IF WS-BRANCH-ACCEPTED NOT = 'Y'
              DISPLAY 'TELLPOST unrecognised branch sort code '
                      TEL-SORT-CODE ' - its items are skipped'
              GO TO OB999
           END-IF.

      *
      *    A branch that has tills posts its counter items live
      *    through TELLAPI as the teller keys them, so its file is
      *    already on the ledger - posting it again would double
      *    every item.  Its items are skipped.
      *
           MOVE TEL-SORT-CODE TO HV-POST-SORTCODE.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-LIVE-TILL-COUNT
              FROM   TELLER_TILL
              WHERE  TILL_SORTCODE = :HV-POST-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'TELLPOST unable to read TELLER_TILL, SQLCODE='
                      WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           IF HV-LIVE-TILL-COUNT > 0
              MOVE 'N' TO WS-BRANCH-ACCEPTED
              ADD 1 TO NUMBER-OF-LIVE-BRANCHES
              DISPLAY 'TELLPOST branch ' TEL-SORT-CODE
                      ' posts live at the counter - its items are'
                      ' skipped'
           END-IF.

       OB999.
              ADD TEL-AMOUNT  TO WS-POSTED-DEBIT-TOTAL
           END-IF.

           MOVE 'P'               TO AFX-REQUEST.
           MOVE HV-POST-SORTCODE  TO AFX-SORTCODE.
           MOVE HV-POST-NUMBER    TO AFX-NUMBER.
           MOVE 'GBP'             TO AFX-TXN-CURRENCY.
           MOVE HV-POST-AMOUNT    TO AFX-TXN-AMOUNT.
           MOVE 'TELLPOST'        TO AFX-SOURCE.
           CALL WS-ACCFXCNV-PGM USING WS-ACCFXCNV-PARMS.

           IF AFX-RETURN-CD NOT = 0
              MOVE AFX-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'TELLPOST unable to convert teller item '
                      TEL-TELLER-REF ' into the account currency, '
                      'RC=' WS-SQLCODE-DISPLAY
                      ' - branch will be backed out'
              MOVE 'N' TO WS-BRANCH-CLEAN
              GO TO POI999
           END-IF.

           MOVE AFX-POST-AMOUNT TO HV-POST-AMOUNT.

           EXEC SQL
                INSERT INTO PROCTRAN
                (
              GO TO POI999
           END-IF.

           MOVE HV-POST-TYPE   TO PCT-TYPE.
           MOVE HV-POST-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.
           IF PCT-RETURN-CD NOT = 0
              GO TO POI999
           END-IF.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
              GO TO DTS999
           END-IF.

           MOVE HV-POST-TYPE   TO PCT-TYPE.
           MOVE HV-POST-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.
           IF PCT-RETURN-CD NOT = 0
              GO TO DTS999
           END-IF.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =

           PERFORM MOVE-VAULT-POSITION.

           IF WS-BRANCH-OPEN NOT = 'Y'
              GO TO CB999
           END-IF.

           PERFORM TAKE-RESTART-CHECKPOINT.

           EXEC SQL
              COMMIT
           END-EXEC.
              GO TO BOS999
           END-IF.

           MOVE 'CSH'                TO PCT-TYPE.
           MOVE HV-OVER-SHORT-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.
           IF PCT-RETURN-CD NOT = 0
              PERFORM BACK-OUT-BRANCH
              GO TO BOS999
           END-IF.

           ADD 1 TO NUMBER-OF-OVER-SHORTS.

       BOS999.
       BOB999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *    A failure marks the branch for back-out like a failed
      *    posting, and the caller leaves through its own exit.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'TELLPOST' TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'TELLPOST unable to claim a ledger posting, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
                      ' - branch will be backed out'
              MOVE 'N' TO WS-BRANCH-CLEAN
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

           OPEN INPUT TELL-FILE.
           IF TELL-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the TELLPOST teller file, '
                      ' status=' TELL-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM HASH-ONE-RECORD UNTIL WS-ID-EOF = 'Y'.

           CLOSE TELL-FILE.

       IIF999.
           EXIT.

       HASH-ONE-RECORD SECTION.
       HOR010.

           READ TELL-FILE.

           IF TELL-FILE-STATUS = '10'
              MOVE 'Y' TO WS-ID-EOF
              GO TO HOR999
           END-IF.

           IF TELL-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error reading the TELLPOST teller file, '
                      ' status=' TELL-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-ID-RECORD-COUNT.

           EVALUATE TEL-REC-TYPE
              WHEN 'H'
                 ADD TEL-SORT-CODE      TO WS-ID-KEY-HASH
              WHEN 'D'
                 ADD TEL-AMOUNT         TO WS-ID-AMOUNT-HASH
                 ADD TEL-ACCOUNT-NUMBER TO WS-ID-KEY-HASH
           END-EVALUATE.

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
           MOVE 'TELLPOST'       TO RSC-PROGRAM.
           MOVE WS-FILE-IDENTITY TO RSC-FILE-ID.
           CALL WS-RSTCTL-PGM USING WS-RSTCTL-PARMS.

           IF RSC-RETURN-CD NOT = 0
              MOVE RSC-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'TELLPOST unable to read the restart control, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           IF RSC-RESULT = 'D'
              DISPLAY 'TELLPOST this teller file was already run '
                      'to the end on ' RSC-COMPLETED-TS(1:19)
                      ' - rerun refused, nothing posted'
              PERFORM ABANDON-RUN
           END-IF.

           IF RSC-RESULT = 'R'
              MOVE RSC-POSITION TO WS-RESUME-POSITION
              DISPLAY 'TELLPOST resuming the teller file a failed '
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
              DISPLAY 'TELLPOST unable to checkpoint the restart '
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
              DISPLAY 'TELLPOST unable to complete the restart '
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
