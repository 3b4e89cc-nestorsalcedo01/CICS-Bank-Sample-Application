      *              DPAYAPI does, posts each allowed collection as   *
      *              a 'DDR' PROCTRAN debit with the balances moved,  *
      *              and writes everything else to the unpaids file   *
      *              with its reason for return to the scheme, the    *
      *              account holder's unpaid notice being queued on   *
      *              the communications queue (COMMQ) with it.        *
      *              Commits are taken at ACCLOAD-style intervals.    *
      *              Each file is remembered on the restart control   *
      *              (RSTCTL) by its record count and hash totals: a  *
      *              file already run to the end is refused, and a    *
      *              rerun after a failure resumes after the last     *
      *              collection the failed run committed, carrying    *
      *              forward only the unpaids that run had committed  *
      *              from its unpaids file into a new one.  The       *
      *              unpaids file is registered through OUTFREG.      *
      *                                                                *
      * Input:  The scheme collection file DDCOLLIN                    *
      *         The failed run's unpaids file DDUNPAIP (on resume)     *
      * Output: The unpaids file DDUNPAID                              *
      *         Unpaid collection notices on COMMS_QUEUE               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS UNP-FILE-STATUS.

      *    The unpaids file a failed run left, read only when this
      *    run resumes it.
           SELECT DDC-PRIOR-UNPAID-FILE
                  ASSIGN TO DDUNPAIP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PRU-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
           05 FILLER                        PIC X     VALUE SPACE.
           05 UNP-REASON                    PIC X(40).

       FD  DDC-PRIOR-UNPAID-FILE.
       01  DDC-PRIOR-UNPAID-RECORD          PIC X(96).

      *****************************************************************
      *** Working storage                                           ***
      *****************************************************************
              INCLUDE DDMDB2
           END-EXEC.

      * Get the TERM_DEPOSIT DB2 copybook
           EXEC SQL
              INCLUDE TDEPDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
       01 HV-ACCOUNT-AVAIL-BAL             PIC S9(10)V99 COMP-3.
       01 HV-ACCOUNT-OVERDRAFT-LIM         PIC S9(9) COMP.
       01 HV-MANDATE-COUNT                 PIC S9(8) COMP.
       01 HV-TDEP-LIVE-COUNT               PIC S9(8) COMP.

       01 HV-CURR-TIMESTAMP                PIC X(26).
       01 HV-TODAY                         PIC X(10).

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

      *    The payer's unpaid notice goes on the communications queue.
       01 WS-COMMQ-PGM                   PIC X(8) VALUE 'COMMQ'.
       01 WS-COMMQ-PARMS.
           COPY COMMQ.

      *    The outbound file register entry for each file sent out.
       01 WS-OUTFREG-PGM                 PIC X(8) VALUE 'OUTFREG'.
       01 WS-OUTFREG-PARMS.
           COPY OUTFREG.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

           05 UNP-STATUS1               PIC X.
           05 UNP-STATUS2               PIC X.

       01  PRU-FILE-STATUS              PIC XX.

       01  WS-EOF                       PIC X VALUE 'N'.

       01 WS-ACCTNO-WIDTH-PARMS.

       01  WS-UNPAID-REASON              PIC X(40).

      *    Collections are claimed in sterling; ACCFXCNV prices one
      *    against a currency account in the account's own currency
      *    - quoted first for the funds check, then dealt, moving
      *    the FX position, once the collection is certain to post.
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
      *    restored on a rerun so they cover the whole file.  The
      *    records on the unpaids file, and their amount, at the
      *    checkpoint are what a resumed run carries forward from
      *    the failed run's file - anything it wrote after its last
      *    commit is left behind with the work it backed out.
       01  WS-RESTART-TOTALS.
           05 NUMBER-OF-COLLS-READ       PIC 9(8) VALUE 0.
           05 NUMBER-OF-COLLS-POSTED     PIC 9(8) VALUE 0.
           05 NUMBER-OF-COLLS-UNPAID     PIC 9(8) VALUE 0.
           05 WS-UNPAID-RECORDS-WRITTEN  PIC 9(9) VALUE 0.
           05 WS-AMOUNT-UNPAID           PIC S9(13)V99 VALUE 0.

       01  WS-RECORDS-CARRIED            PIC 9(9) VALUE 0.

      * A COMMIT is taken every WS-CHECKPOINT-INTERVAL collections.
       01 WS-CHECKPOINT-INTERVAL         PIC 9(8) VALUE 1000.
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT TIMESTAMP IN PGM '
                      'DDCOLL. SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE HV-CURR-TIMESTAMP(12:2) TO HV-COLL-TIME(1:2).
           MOVE HV-CURR-TIMESTAMP(15:2) TO HV-COLL-TIME(3:2).
           MOVE HV-CURR-TIMESTAMP(18:2) TO HV-COLL-TIME(5:2).

           PERFORM IDENTIFY-INPUT-FILE.

           PERFORM BEGIN-RESTART-CONTROL.

           OPEN INPUT DDC-COLL-FILE.
           IF DDC-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the DDCOLL collection file, '
                      ' status=' DDC-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

           OPEN OUTPUT DDC-UNPAID-FILE.
           IF UNP-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the DDCOLL unpaids file, '
                      ' status=' UNP-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM READ-NEXT-COLLECTION.

      *
      *    On a resumed run, pass over the records the failed run
      *    committed and take its counts up from the checkpoint.
      *
           PERFORM READ-NEXT-COLLECTION
              UNTIL WS-INPUT-POSITION > WS-RESUME-POSITION
                 OR WS-EOF = 'Y'.

           IF WS-RESUME-POSITION > 0
              MOVE RSC-TOTALS TO WS-RESTART-TOTALS
              PERFORM CARRY-FORWARD-UNPAIDS
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
              PERFORM POST-ONE-COLLECTION
              PERFORM READ-NEXT-COLLECTION
           CLOSE DDC-COLL-FILE.
           CLOSE DDC-UNPAID-FILE.

           MOVE 'DDUNPAID'                TO OFR-FILE-NAME.
           MOVE HV-TODAY                  TO OFR-BUSINESS-DATE.
           MOVE WS-UNPAID-RECORDS-WRITTEN TO OFR-RECORD-COUNT.
           MOVE WS-AMOUNT-UNPAID          TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           PERFORM COMPLETE-RESTART-CONTROL.

           EXEC SQL
              COMMIT
           END-EXEC.
              IF DDC-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the DDCOLL collection file, '
                         ' status=' DDC-FILE-STATUS
                 PERFORM ABANDON-RUN
              ELSE
                 ADD 1 TO NUMBER-OF-COLLS-READ
                 ADD 1 TO WS-INPUT-POSITION
              END-IF
           END-IF.

              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDCOLL failure reading DD_MANDATE, SQLCODE='
                      WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           IF HV-MANDATE-COUNT = 0
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'DDCOLL failure reading ACCOUNT, SQLCODE='
                         WS-SQLCODE-DISPLAY
                 PERFORM ABANDON-RUN
           END-EVALUATE.

      *
      *    A fixed-term deposit still running holds the money until
      *    maturity; the collection goes back unpaid.
      *
           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-TDEP-LIVE-COUNT
              FROM   TERM_DEPOSIT
              WHERE  TDEP_SORTCODE = :HV-COLL-SORTCODE
              AND    TDEP_NUMBER   = :HV-COLL-NUMBER
              AND    TDEP_STATUS   = 'L'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDCOLL failure reading TERM_DEPOSIT, SQLCODE='
                      WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           IF HV-TDEP-LIVE-COUNT > 0
              MOVE 'TERM DEPOSIT HAS NOT YET MATURED'
                 TO WS-UNPAID-REASON
              PERFORM WRITE-TO-UNPAIDS
              GO TO POC999
           END-IF.

           MOVE 'Q' TO AFX-REQUEST.
           PERFORM PRICE-COLLECTION.
           IF AFX-RETURN-CD = 8
              MOVE 'NO FX RATE FOR ACCOUNT CURRENCY'
                 TO WS-UNPAID-REASON
              PERFORM WRITE-TO-UNPAIDS
              GO TO POC999
           END-IF.
           COMPUTE HV-COLL-AMOUNT = 0 - AFX-POST-AMOUNT.

      *
      *    The funds decision honours the arranged overdraft, the
      *    same line DPAYAPI draws: down to available balance plus
                  INTO HV-COLL-DESC
           END-STRING.

           MOVE 'P' TO AFX-REQUEST.
           PERFORM PRICE-COLLECTION.
           MOVE AFX-POST-AMOUNT TO HV-COLL-AMOUNT.

           EXEC SQL
                INSERT INTO PROCTRAN
              DISPLAY 'DDCOLL unable to post DDR entry for ACCOUNT '
                 HV-COLL-SORTCODE '/' HV-COLL-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 'DDR'          TO PCT-TYPE.
           MOVE HV-COLL-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
              DISPLAY 'DDCOLL unable to update balances for ACCOUNT '
                 HV-COLL-SORTCODE '/' HV-COLL-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           EXEC SQL
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDCOLL unable to stamp mandate last-collected '
                 'date, SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           ADD 1 TO NUMBER-OF-COLLS-POSTED.
      *       Checkpoint/commit every WS-CHECKPOINT-INTERVAL items
      *
           IF WS-RECS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
              PERFORM TAKE-RESTART-CHECKPOINT
              EXEC SQL
                 COMMIT
              END-EXEC
       POC999.
           EXIT.

      *
      *    Price the collection, as a debit, into the account's
      *    currency through ACCFXCNV for the AFX-REQUEST already
      *    set.  A missing rate is left for the caller to unpay;
      *    anything else is a database failure.
      *
       PRICE-COLLECTION SECTION.
       PCL010.

           MOVE HV-COLL-SORTCODE TO AFX-SORTCODE.
           MOVE HV-COLL-NUMBER   TO AFX-NUMBER.
           MOVE 'GBP'            TO AFX-TXN-CURRENCY.
           COMPUTE AFX-TXN-AMOUNT = 0 - DDC-AMOUNT.
           MOVE 'DDCOLL'         TO AFX-SOURCE.
           CALL WS-ACCFXCNV-PGM USING WS-ACCFXCNV-PARMS.

           IF AFX-RETURN-CD NOT = 0 AND AFX-RETURN-CD NOT = 8
              MOVE AFX-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDCOLL unable to convert the collection for '
                 'ACCOUNT ' HV-COLL-SORTCODE '/' HV-COLL-NUMBER
                 ' RC=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

       PCL999.
           EXIT.

       WRITE-TO-UNPAIDS SECTION.
       WTU010.

           IF UNP-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the DDCOLL unpaids file, '
                      ' status=' UNP-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

           ADD 1 TO NUMBER-OF-COLLS-UNPAID.
           ADD 1 TO WS-UNPAID-RECORDS-WRITTEN.
           ADD DDC-AMOUNT TO WS-AMOUNT-UNPAID.

           PERFORM QUEUE-CUSTOMER-NOTICE.

       WTU999.
           EXIT.

      *
      *    On a resumed run, copy into the new unpaids file the
      *    records the failed run had written by its last commit -
      *    the count its checkpoint saved - and no more, so nothing
      *    it wrote for work since backed out goes to the scheme.
      *
       CARRY-FORWARD-UNPAIDS SECTION.
       CFU010.

           OPEN INPUT DDC-PRIOR-UNPAID-FILE.
           IF PRU-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the failed run''s DDCOLL '
                      'unpaids file, status=' PRU-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-RECORDS-CARRIED.
           PERFORM CARRY-ONE-UNPAID
              UNTIL WS-RECORDS-CARRIED = WS-UNPAID-RECORDS-WRITTEN.

           CLOSE DDC-PRIOR-UNPAID-FILE.

       CFU999.
           EXIT.

       CARRY-ONE-UNPAID SECTION.
       COU010.

           READ DDC-PRIOR-UNPAID-FILE.

           IF PRU-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'The failed run''s DDCOLL unpaids file ends '
                      'after ' WS-RECORDS-CARRIED ' of the '
                      WS-UNPAID-RECORDS-WRITTEN ' record(s) its '
                      'checkpoint committed, status=' PRU-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

           MOVE DDC-PRIOR-UNPAID-RECORD TO DDC-UNPAID-RECORD.
           WRITE DDC-UNPAID-RECORD.

           IF UNP-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the DDCOLL unpaids file, '
                      ' status=' UNP-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

           ADD 1 TO WS-RECORDS-CARRIED.

       COU999.
           EXIT.

      *
      *    The account holder is told the collection was returned
      *    unpaid, in the same unit of work as the rest of the
      *    record's processing.  A collection lodged against an
      *    account that is not ours has nobody here to tell (RC 4).
      *
       QUEUE-CUSTOMER-NOTICE SECTION.
       QCN010.

           INITIALIZE WS-COMMQ-PARMS.
           MOVE 'DDUNPAID'          TO CMQ-MSG-TYPE.
           MOVE DDC-SORT-CODE       TO CMQ-SORTCODE.
           MOVE DDC-ACCOUNT-NUMBER  TO CMQ-NUMBER.
           MOVE DDC-REFERENCE       TO CMQ-REFERENCE.
           MOVE DDC-AMOUNT          TO CMQ-AMOUNT.
           MOVE WS-UNPAID-REASON    TO CMQ-TEXT.
           MOVE 'DDCOLL'            TO CMQ-PROGRAM.

           CALL WS-COMMQ-PGM USING WS-COMMQ-PARMS.

           IF CMQ-RETURN-CD NOT = 0 AND CMQ-RETURN-CD NOT = 4
              MOVE CMQ-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDCOLL unable to queue the unpaid notice for '
                      'ACCOUNT ' DDC-SORT-CODE '/' DDC-ACCOUNT-NUMBER
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

       QCN999.
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

           MOVE 'DDCOLL' TO OFR-PROGRAM.
           CALL WS-OUTFREG-PGM USING WS-OUTFREG-PARMS.

           IF OFR-RETURN-CD NOT = 0
              MOVE OFR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDCOLL unable to register outbound file '
                      OFR-FILE-NAME ', SQLCODE=' WS-SQLCODE-DISPLAY
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

       ROF999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'DDCOLL'   TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDCOLL unable to claim a ledger posting, '
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

           OPEN INPUT DDC-COLL-FILE.
           IF DDC-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the DDCOLL collection file, '
                      ' status=' DDC-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM HASH-ONE-RECORD UNTIL WS-ID-EOF = 'Y'.

           CLOSE DDC-COLL-FILE.

       IIF999.
           EXIT.

       HASH-ONE-RECORD SECTION.
       HOR010.

           READ DDC-COLL-FILE.

           IF DDC-FILE-STATUS = '10'
              MOVE 'Y' TO WS-ID-EOF
              GO TO HOR999
           END-IF.

           IF DDC-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error reading the DDCOLL collection file, '
                      ' status=' DDC-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1                  TO WS-ID-RECORD-COUNT.
           ADD DDC-AMOUNT         TO WS-ID-AMOUNT-HASH.
           ADD DDC-ACCOUNT-NUMBER TO WS-ID-KEY-HASH.

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
           MOVE 'DDCOLL'         TO RSC-PROGRAM.
           MOVE WS-FILE-IDENTITY TO RSC-FILE-ID.
           CALL WS-RSTCTL-PGM USING WS-RSTCTL-PARMS.

           IF RSC-RETURN-CD NOT = 0
              MOVE RSC-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDCOLL unable to read the restart control, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           IF RSC-RESULT = 'D'
              DISPLAY 'DDCOLL this collection file was already run '
                      'to the end on ' RSC-COMPLETED-TS(1:19)
                      ' - rerun refused, nothing posted'
              PERFORM ABANDON-RUN
           END-IF.

           IF RSC-RESULT = 'R'
              MOVE RSC-POSITION TO WS-RESUME-POSITION
              DISPLAY 'DDCOLL resuming the collection file a failed '
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
              DISPLAY 'DDCOLL unable to checkpoint the restart '
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
              DISPLAY 'DDCOLL unable to complete the restart '
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
