      *              suspense (a non-positive amount, or no suspense  *
      *              account set up) still goes to the returns file   *
      *              with its reason.                                 *
      *              A scheme value date in an accounting period      *
      *              finance has closed is moved to the first open    *
      *              date after it and registered on LATE_POSTING.    *
      *              Each file is remembered on the restart control   *
      *              (RSTCTL) by its record count and hash totals: a  *
      *              file already run to the end is refused, and a    *
      *              rerun after a failure resumes after the last     *
      *              credit the failed run committed, carrying        *
      *              forward only the returns and forwards that run   *
      *              had committed from its files into new ones.      *
      *              A credit still addressed to an account of a      *
      *              merged branch is posted to the account's new     *
      *              sort code and number (ACCT_RESORT) until the     *
      *              redirection expires.                             *
      *                                                                *
      * Input:  The scheme credit file INBPAYIN                        *
      *         The failed run's returns and forwards files INBPRETP   *
      *         and INBPFWDP (on resume)                               *
      * Output: The returns file INBPRET                               *
      *         The forwards file INBPFWD                              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FWD-FILE-STATUS.

      *    The returns and forwards files a failed run left, read
      *    only when this run resumes it.
           SELECT INB-PRIOR-RETURN-FILE
                  ASSIGN TO INBPRETP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PRR-FILE-STATUS.

           SELECT INB-PRIOR-FORWARD-FILE
                  ASSIGN TO INBPFWDP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PRF-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
           05 FWD-AMOUNT                    PIC S9(10)V99.
           05 FWD-ORIGIN-BANK-REF           PIC X(12).

       FD  INB-PRIOR-RETURN-FILE.
       01  INB-PRIOR-RETURN-RECORD          PIC X(83).

       FD  INB-PRIOR-FORWARD-FILE.
       01  INB-PRIOR-FORWARD-RECORD         PIC X(54).

      *****************************************************************
      *** Working storage                                           ***
      *****************************************************************
              INCLUDE ISADB2
           END-EXEC.

      * Get the BRANCH DB2 copybook
           EXEC SQL
              INCLUDE BRCHDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
          03 HV-SWCH-NEW-NUMBER            PIC X(9).
       01 WS-CREDIT-REDIRECTED             PIC X VALUE 'N'.

      * ACCT_RESORT host variables for a merged branch's accounts
       01 HOST-RESORT-ROW.
          03 HV-RSRT-NEW-SORTCODE          PIC X(6).
          03 HV-RSRT-NEW-NUMBER            PIC X(9).

      *    The branch suspense account every unmatched credit is
      *    taken onto, one per branch sort code, in the reserved
      *    range the real account number allocator never reaches.
       01 WS-SUSPENSE-ACCOUNT              PIC X(9)
                                            VALUE '099999991'.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

      *    The outbound file register entry for each file sent out.
       01 WS-OUTFREG-PGM                 PIC X(8) VALUE 'OUTFREG'.
       01 WS-OUTFREG-PARMS.
           COPY OUTFREG.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

           05 RET-STATUS2               PIC X.

       01  FWD-FILE-STATUS              PIC XX.
       01  PRR-FILE-STATUS              PIC XX.
       01  PRF-FILE-STATUS              PIC XX.

       01  WS-EOF                       PIC X VALUE 'N'.


       01  WS-REJECT-REASON              PIC X(40).

      *    Scheme credits arrive in sterling; ACCFXCNV prices one
      *    for a currency account into the account's own currency
      *    and moves the FX position the conversion creates.
       01  WS-ACCFXCNV-PGM               PIC X(8) VALUE 'ACCFXCNV'.
       01  WS-ACCFXCNV-PARMS.
           COPY ACCFXCNV.

      *    The accounting period check, CALLed for the scheme's
      *    value date.
       01  WS-PERDCHK-PGM                PIC X(8) VALUE 'PERDCHK'.
       01  WS-PERDCHK-PARMS.
           COPY PERDCHK.

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

      *    The run's counts and the returned and forwarded totals,
      *    saved with each restart checkpoint and restored on a
      *    rerun so they - and the outbound file register entries
      *    made from them - cover the whole file.  The records on
      *    the returns and forwards files at the checkpoint are what
      *    a resumed run carries forward from the failed run's files
      *    - anything it wrote after its last commit is left behind
      *    with the work it backed out.
       01  WS-RESTART-TOTALS.
           05 NUMBER-OF-CREDITS-READ     PIC 9(8) VALUE 0.
           05 NUMBER-OF-CREDITS-POSTED   PIC 9(8) VALUE 0.
           05 NUMBER-OF-CREDITS-RETURNED PIC 9(8) VALUE 0.
           05 NUMBER-OF-CREDITS-SUSPENDED PIC 9(8) VALUE 0.
           05 NUMBER-OF-CREDITS-FORWARDED PIC 9(8) VALUE 0.
           05 NUMBER-OF-VALUE-DATES-MOVED PIC 9(8) VALUE 0.
           05 WS-AMOUNT-RETURNED         PIC S9(13)V99 VALUE 0.
           05 WS-AMOUNT-FORWARDED        PIC S9(13)V99 VALUE 0.
           05 NUMBER-OF-CREDITS-RESORTED PIC 9(8) VALUE 0.
           05 WS-RETURN-RECORDS-WRITTEN  PIC 9(9) VALUE 0.
           05 WS-FORWARD-RECORDS-WRITTEN PIC 9(9) VALUE 0.

       01  WS-RECORDS-CARRIED            PIC 9(9) VALUE 0.

      * A COMMIT is taken every WS-CHECKPOINT-INTERVAL credits posted.
       01 WS-CHECKPOINT-INTERVAL         PIC 9(8) VALUE 1000.
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT TIMESTAMP IN PGM '
                      'INBPAY. SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE HV-CURR-TIMESTAMP(12:2) TO HV-PROCTRAN-TIME(1:2).

           PERFORM DERIVE-TAX-YEAR.

           PERFORM IDENTIFY-INPUT-FILE.

           PERFORM BEGIN-RESTART-CONTROL.

           OPEN INPUT INB-CREDIT-FILE.
           IF INB-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the INBPAY credit file, '
                      ' status=' INB-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

           OPEN OUTPUT INB-RETURN-FILE.
           IF RET-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the INBPAY returns file, '
                      ' status=' RET-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

           OPEN OUTPUT INB-FORWARD-FILE.
           IF FWD-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the INBPAY forward file, '
                      ' status=' FWD-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM READ-NEXT-CREDIT.

      *
      *    On a resumed run, pass over the records the failed run
      *    committed and take its counts up from the checkpoint.
      *
           PERFORM READ-NEXT-CREDIT
              UNTIL WS-INPUT-POSITION > WS-RESUME-POSITION
                 OR WS-EOF = 'Y'.

           IF WS-RESUME-POSITION > 0
              MOVE RSC-TOTALS TO WS-RESTART-TOTALS
              PERFORM CARRY-FORWARD-SIDE-FILES
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
              PERFORM POST-ONE-CREDIT
              PERFORM READ-NEXT-CREDIT
           CLOSE INB-RETURN-FILE.
           CLOSE INB-FORWARD-FILE.

           MOVE 'INBPRET'                   TO OFR-FILE-NAME.
           MOVE HV-TODAY                    TO OFR-BUSINESS-DATE.
           MOVE WS-RETURN-RECORDS-WRITTEN   TO OFR-RECORD-COUNT.
           MOVE WS-AMOUNT-RETURNED          TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           MOVE 'INBPFWD'                   TO OFR-FILE-NAME.
           MOVE WS-FORWARD-RECORDS-WRITTEN  TO OFR-RECORD-COUNT.
           MOVE WS-AMOUNT-FORWARDED         TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           PERFORM COMPLETE-RESTART-CONTROL.

           EXEC SQL
              COMMIT
           END-EXEC.
                   ' credit(s), posted ' NUMBER-OF-CREDITS-POSTED
                   ', suspended ' NUMBER-OF-CREDITS-SUSPENDED
                   ', forwarded ' NUMBER-OF-CREDITS-FORWARDED
                   ', returned ' NUMBER-OF-CREDITS-RETURNED
                   ', value date moved out of a closed period on '
                   NUMBER-OF-VALUE-DATES-MOVED
                   ', redirected from a merged branch '
                   NUMBER-OF-CREDITS-RESORTED.

           PERFORM PROGRAM-DONE.

              IF INB-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the INBPAY credit file, '
                         ' status=' INB-FILE-STATUS
                 PERFORM ABANDON-RUN
              ELSE
                 ADD 1 TO NUMBER-OF-CREDITS-READ
                 ADD 1 TO WS-INPUT-POSITION
              END-IF
           END-IF.

              GO TO POC999
           END-IF.

           PERFORM CHECK-BRANCH-RESORT.

           PERFORM VALIDATE-SORT-CODE.

           IF NOT SORT-CODE-IS-VALID
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'Failure reading ACCOUNT for inbound credit, '
                         'SQLCODE=' WS-SQLCODE-DISPLAY
                 PERFORM ABANDON-RUN
           END-EVALUATE.

      *
              END-IF
           END-IF.

      *
      *    Price the credit into the account's currency.  A currency
      *    no rate is held for cannot be posted honestly, so the
      *    money waits on suspense until treasury loads one.
      *
           MOVE 'P'                  TO AFX-REQUEST.
           MOVE HV-ACCOUNT-SORT-CODE TO AFX-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER    TO AFX-NUMBER.
           MOVE 'GBP'                TO AFX-TXN-CURRENCY.
           MOVE INB-AMOUNT           TO AFX-TXN-AMOUNT.
           MOVE 'INBPAY'             TO AFX-SOURCE.
           CALL WS-ACCFXCNV-PGM USING WS-ACCFXCNV-PARMS.

           EVALUATE AFX-RETURN-CD
              WHEN 0
                 CONTINUE
              WHEN 8
                 MOVE 'NO FX RATE FOR ACCOUNT CURRENCY'
                                          TO WS-REJECT-REASON
                 MOVE HV-ACCOUNT-SORT-CODE TO HV-SUSP-SORTCODE
                 PERFORM POST-TO-SUSPENSE
                 GO TO POC999
              WHEN OTHER
                 MOVE AFX-RETURN-CD TO WS-SQLCODE-DISPLAY
                 DISPLAY 'Unable to convert inbound credit for '
                    'ACCOUNT ' HV-ACCOUNT-SORT-CODE '/'
                    HV-ACCOUNT-NUMBER ' RC=' WS-SQLCODE-DISPLAY
                 PERFORM ABANDON-RUN
           END-EVALUATE.

           MOVE INB-ORIGIN-BANK-REF      TO HV-PROCTRAN-REF.
           MOVE 'INBOUND SCHEME CREDIT'  TO HV-PROCTRAN-DESC.
           MOVE AFX-POST-AMOUNT          TO HV-PROCTRAN-AMOUNT.

      *
      *    The scheme's value date rides onto the ledger entry: a
      *    file that arrived late still values the customer's money
      *    from the day it was worth it.  A file without one values
      *    at the posting date.  A value date in a closed
      *    accounting period may not stand and values at the first
      *    open date instead.
      *
           IF INB-VALUE-DATE = SPACES
              MOVE HV-TODAY TO HV-VALUE-DATE
              MOVE INB-VALUE-DATE TO HV-VALUE-DATE
           END-IF.

           MOVE 'Q'           TO PDC-REQUEST.
           MOVE HV-VALUE-DATE TO PDC-DATE.
           CALL WS-PERDCHK-PGM USING WS-PERDCHK-PARMS.

           IF PDC-RETURN-CD NOT = 0
              MOVE PDC-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'Unable to check the accounting period of '
                 'value date ' HV-VALUE-DATE ' for ACCOUNT '
                 HV-ACCOUNT-SORT-CODE '/' HV-ACCOUNT-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE PDC-OPEN-DATE TO HV-VALUE-DATE.

           EXEC SQL
                INSERT INTO PROCTRAN
                (
              DISPLAY 'Unable to post CRE entry for ACCOUNT '
                 HV-ACCOUNT-SORT-CODE '/' HV-ACCOUNT-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 'CRE'              TO PCT-TYPE.
           MOVE HV-PROCTRAN-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
              DISPLAY 'Unable to update balances for ACCOUNT '
                 HV-ACCOUNT-SORT-CODE '/' HV-ACCOUNT-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           IF HV-ACCOUNT-TYPE(1:3) = 'ISA'
              PERFORM BUMP-ISA-SUBSCRIPTION
           END-IF.

           IF PDC-RESULT = 'C'
              PERFORM REGISTER-MOVED-VALUE-DATE
           END-IF.

           ADD 1 TO NUMBER-OF-CREDITS-POSTED.
           ADD 1 TO WS-RECS-SINCE-CHECKPOINT.

      *       Checkpoint/commit every WS-CHECKPOINT-INTERVAL credits
      *
           IF WS-RECS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
              PERFORM TAKE-RESTART-CHECKPOINT
              EXEC SQL
                 COMMIT
              END-EXEC
       POC999.
           EXIT.

      *
      *    The audit trail of a scheme value date moved out of a
      *    closed period.  The entry itself is dated today, so
      *    GLEXTR's daily cut journals it as usual.
      *
       REGISTER-MOVED-VALUE-DATE SECTION.
       RMV010.

           MOVE 'R'                  TO PDC-REQUEST.
           MOVE HV-ACCOUNT-SORT-CODE TO PDC-LATE-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER    TO PDC-LATE-NUMBER.
           MOVE 'CRE'                TO PDC-LATE-TYPE.
           MOVE HV-PROCTRAN-AMOUNT   TO PDC-LATE-AMOUNT.
           MOVE HV-TODAY             TO PDC-LATE-POSTED-DATE.
           MOVE 'M'                  TO PDC-LATE-ACTION.
           MOVE 'INBPAY'             TO PDC-LATE-SOURCE.
           CALL WS-PERDCHK-PGM USING WS-PERDCHK-PARMS.

           IF PDC-RETURN-CD NOT = 0
              MOVE PDC-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'Unable to register the moved value date for '
                 'ACCOUNT ' HV-ACCOUNT-SORT-CODE '/'
                 HV-ACCOUNT-NUMBER ' SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           ADD 1 TO NUMBER-OF-VALUE-DATES-MOVED.

       RMV999.
           EXIT.

      *
      *    The 6-April tax year the run subscribes into, labelled
      *    'YYYY-YY'.
              DISPLAY 'INBPAY unable to track the ISA subscription '
                      'for customer ' HV-ACCOUNT-CUST-NO
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

       BIS999.
           IF FWD-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the INBPAY forward file, '
                      ' status=' FWD-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

           ADD 1 TO NUMBER-OF-CREDITS-FORWARDED.
           ADD 1 TO WS-FORWARD-RECORDS-WRITTEN.
           ADD INB-AMOUNT TO WS-AMOUNT-FORWARDED.
           MOVE 'Y' TO WS-CREDIT-REDIRECTED.

       CSR999.
           EXIT.

      *
      *    A credit addressed to an account of a branch since merged
      *    into another is taken as addressed to the account's new
      *    sort code and number, for as long as ACCT_RESORT keeps the
      *    redirection - the closed sort code is no longer on the
      *    SRTCDPRM allow-list, so this is done before the sort code
      *    is validated.
      *
       CHECK-BRANCH-RESORT SECTION.
       CBR010.

           MOVE INB-SORT-CODE TO HV-ACCOUNT-SORT-CODE.
           STRING WS-ACCTNO-ZERO-PAD(1:WS-ACCTNO-PAD-LEN)
                     DELIMITED BY SIZE,
                  INB-ACCOUNT-NUMBER DELIMITED BY SIZE
                  INTO HV-ACCOUNT-NUMBER
           END-STRING.

           EXEC SQL
                SELECT RSRT_NEW_SORTCODE,
                       RSRT_NEW_NUMBER
                INTO   :HV-RSRT-NEW-SORTCODE,
                       :HV-RSRT-NEW-NUMBER
                FROM   ACCT_RESORT
                WHERE  RSRT_OLD_SORTCODE = :HV-ACCOUNT-SORT-CODE
                AND    RSRT_OLD_NUMBER   = :HV-ACCOUNT-NUMBER
                AND    RSRT_EXPIRY_DATE >= CURRENT DATE
           END-EXEC.

           IF SQLCODE = 100
              GO TO CBR999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'Failure reading ACCT_RESORT for inbound '
                      'credit, SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE HV-RSRT-NEW-SORTCODE     TO INB-SORT-CODE.
           MOVE HV-RSRT-NEW-NUMBER(2:8)  TO INB-ACCOUNT-NUMBER.
           ADD 1 TO NUMBER-OF-CREDITS-RESORTED.

       CBR999.
           EXIT.

      *
      *    Take an unmatched credit onto the branch suspense account
      *    and cut its INB_SUSPENSE repair-queue row, so the money is
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'INBPAY failure reading the suspense ACCOUNT, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           IF HV-SUSPACC-COUNT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'INBPAY unable to post to suspense at branch '
                 HV-SUSP-SORTCODE ' SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 'CRE'              TO PCT-TYPE.
           MOVE HV-PROCTRAN-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
              DISPLAY 'INBPAY unable to update the suspense balance '
                 'at branch ' HV-SUSP-SORTCODE
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

      *
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'INBPAY unable to key the suspense queue row, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE WS-REJECT-REASON TO HV-SUSP-REASON.
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'INBPAY unable to insert the suspense queue '
                      'row, SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           ADD 1 TO NUMBER-OF-CREDITS-SUSPENDED.
           ADD 1 TO WS-RECS-SINCE-CHECKPOINT.

           IF WS-RECS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
              PERFORM TAKE-RESTART-CHECKPOINT
              EXEC SQL
                 COMMIT
              END-EXEC
           IF RET-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the INBPAY returns file, '
                      ' status=' RET-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

           ADD 1 TO NUMBER-OF-CREDITS-RETURNED.
           ADD 1 TO WS-RETURN-RECORDS-WRITTEN.
           ADD INB-AMOUNT TO WS-AMOUNT-RETURNED.

       WTR999.
           EXIT.

      *
      *    On a resumed run, copy into the new returns and forwards
      *    files the records the failed run had written by its last
      *    commit - the counts its checkpoint saved - and no more,
      *    so nothing it wrote for work since backed out goes to
      *    another bank twice.
      *
       CARRY-FORWARD-SIDE-FILES SECTION.
       CFS010.

           OPEN INPUT INB-PRIOR-RETURN-FILE.
           IF PRR-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the failed run''s INBPAY '
                      'returns file, status=' PRR-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-RECORDS-CARRIED.
           PERFORM CARRY-ONE-RETURN
              UNTIL WS-RECORDS-CARRIED = WS-RETURN-RECORDS-WRITTEN.

           CLOSE INB-PRIOR-RETURN-FILE.

           OPEN INPUT INB-PRIOR-FORWARD-FILE.
           IF PRF-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the failed run''s INBPAY '
                      'forward file, status=' PRF-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 0 TO WS-RECORDS-CARRIED.
           PERFORM CARRY-ONE-FORWARD
              UNTIL WS-RECORDS-CARRIED = WS-FORWARD-RECORDS-WRITTEN.

           CLOSE INB-PRIOR-FORWARD-FILE.

       CFS999.
           EXIT.

       CARRY-ONE-RETURN SECTION.
       COR010.

           READ INB-PRIOR-RETURN-FILE.

           IF PRR-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'The failed run''s INBPAY returns file ends '
                      'after ' WS-RECORDS-CARRIED ' of the '
                      WS-RETURN-RECORDS-WRITTEN ' record(s) its '
                      'checkpoint committed, status=' PRR-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

           MOVE INB-PRIOR-RETURN-RECORD TO INB-RETURN-RECORD.
           WRITE INB-RETURN-RECORD.

           IF RET-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the INBPAY returns file, '
                      ' status=' RET-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

           ADD 1 TO WS-RECORDS-CARRIED.

       COR999.
           EXIT.

       CARRY-ONE-FORWARD SECTION.
       COF010.

           READ INB-PRIOR-FORWARD-FILE.

           IF PRF-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'The failed run''s INBPAY forward file ends '
                      'after ' WS-RECORDS-CARRIED ' of the '
                      WS-FORWARD-RECORDS-WRITTEN ' record(s) its '
                      'checkpoint committed, status=' PRF-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

           MOVE INB-PRIOR-FORWARD-RECORD TO INB-FORWARD-RECORD.
           WRITE INB-FORWARD-RECORD.

           IF FWD-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the INBPAY forward file, '
                      ' status=' FWD-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

           ADD 1 TO WS-RECORDS-CARRIED.

       COF999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'INBPAY'   TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'INBPAY unable to claim a ledger posting, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

       RPC999.
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

           MOVE 'INBPAY'   TO OFR-PROGRAM.
           CALL WS-OUTFREG-PGM USING WS-OUTFREG-PARMS.

           IF OFR-RETURN-CD NOT = 0
              MOVE OFR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'INBPAY unable to register outbound file '
                      OFR-FILE-NAME ', SQLCODE=' WS-SQLCODE-DISPLAY
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

       ROF999.
           EXIT.

      *
      *    A first pass over the input file takes its identity - its
      *    record count and the hash totals of its amounts and keys -
      *    for the restart control, before anything is posted.
      *
       IDENTIFY-INPUT-FILE SECTION.
       IIF010.

           OPEN INPUT INB-CREDIT-FILE.
           IF INB-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the INBPAY credit file, '
                      ' status=' INB-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM HASH-ONE-RECORD UNTIL WS-ID-EOF = 'Y'.

           CLOSE INB-CREDIT-FILE.

       IIF999.
           EXIT.

       HASH-ONE-RECORD SECTION.
       HOR010.

           READ INB-CREDIT-FILE.

           IF INB-FILE-STATUS = '10'
              MOVE 'Y' TO WS-ID-EOF
              GO TO HOR999
           END-IF.

           IF INB-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error reading the INBPAY credit file, '
                      ' status=' INB-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1                  TO WS-ID-RECORD-COUNT.
           ADD INB-AMOUNT         TO WS-ID-AMOUNT-HASH.
           ADD INB-ACCOUNT-NUMBER TO WS-ID-KEY-HASH.

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
           MOVE 'INBPAY'         TO RSC-PROGRAM.
           MOVE WS-FILE-IDENTITY TO RSC-FILE-ID.
           CALL WS-RSTCTL-PGM USING WS-RSTCTL-PARMS.

           IF RSC-RETURN-CD NOT = 0
              MOVE RSC-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'INBPAY unable to read the restart control, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           IF RSC-RESULT = 'D'
              DISPLAY 'INBPAY this credit file was already run '
                      'to the end on ' RSC-COMPLETED-TS(1:19)
                      ' - rerun refused, nothing posted'
              PERFORM ABANDON-RUN
           END-IF.

           IF RSC-RESULT = 'R'
              MOVE RSC-POSITION TO WS-RESUME-POSITION
              DISPLAY 'INBPAY resuming the credit file a failed '
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
              DISPLAY 'INBPAY unable to checkpoint the restart '
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
              DISPLAY 'INBPAY unable to complete the restart '
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
