       CBL SQL
      ******************************************************************
      *                                                                *
      * Licensed Materials - Property of IBM                           *
      *                                                                *
      * (c) Copyright IBM Corp. 2026.                                  *
      *                                                                *
      * US Government Users Restricted Rights - Use, duplication       *
      * or disclosure restricted by GSA ADP Schedule Contract          *
      * with IBM Corp.                                                 *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      * Title: CONRECOV                                                *
      *                                                                *
      *                                                                *
      * Description: In-doubt recovery for consents left at            *
      *              PYST-ACCEPTED-SETTLEMENT-INPROCESS.  DPAYAPI's    *
      *              CLAIM-PAYMENT commits 'ASP ' before the ledger    *
      *              legs are posted, so a region failure or abend     *
      *              between that syncpoint and UPDATE-PAYMENT-        *
      *              SUCCESS strands the consent - CONSWEEP only ever  *
      *              looks at pending.  Every consent that has sat at  *
      *              'ASP ' longer than the configurable threshold is  *
      *              proved against PROCTRAN under its END_TO_END_ID   *
      *              and PROCTRAN_CONSENT_ID:                          *
      *                                                                *
      *              - both payment legs posted: the payment went      *
      *                through, so the consent is completed to         *
      *                settled ('ASC ').  A stranded return whose      *
      *                reversing pair also posted completes to         *
      *                returned ('RTN ') instead;                      *
      *              - no leg posted: the payment never happened, so   *
      *                the consent is re-armed to pending for the      *
      *                payer (or the next CONWHSE/CONRECUR drive) -    *
      *                a stranded return with no reversing leg goes    *
      *                back to settled, as RETURN-PAYMENT itself does  *
      *                when XFRFUN fails;                              *
      *              - only one leg of a pair posted: the ledger is    *
      *                out of balance and no automatic decision is     *
      *                safe, so a RECON_BREAKS entry and a critical    *
      *                OPS_ALERTS row are raised and the consent is    *
      *                left at 'ASP ' for ops.                         *
      *                                                                *
      *              Every status change writes CONSENT_HISTORY and    *
      *              CONSENT_EVENTS rows exactly as DPAYAPI's own      *
      *              UPDATE-CONSENT-TABLE does, and every decision -   *
      *              including the breaks - lands on the recovery      *
      *              report.  A completed payment's charge, velocity   *
      *              totals and ISA tracking were in the same unit of  *
      *              work that failed; the report says so, and         *
      *              VELRECON's nightly re-sum picks up the totals.    *
      *                                                                *
      * Output: The recovery report RCOVRPT                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONRECOV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Holds the configurable in-doubt threshold, in minutes.  If
      *    the parameter file is missing or empty, WS-RECOV-MINUTES
      *    keeps its compiled-in default.
           SELECT RCOV-PARM-FILE
                  ASSIGN TO RCOVPRM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RCOV-PARM-STATUS.

           SELECT RCOV-RPT-FILE
                  ASSIGN TO RCOVRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  RCOV-PARM-FILE.
       01  RCOV-PARM-RECORD             PIC 9(4).

       FD  RCOV-RPT-FILE.
       01  RCOV-RPT-RECORD.
           05 RPT-CONSENT-ID                PIC Z(8)9.
           05 FILLER                        PIC X    VALUE SPACE.
           05 RPT-END-TO-END-ID             PIC X(12).
           05 FILLER                        PIC X    VALUE SPACE.
           05 RPT-AMOUNT                    PIC -(9)9.99.
           05 FILLER                        PIC X    VALUE SPACE.
           05 RPT-PAY-DR-LEGS               PIC 9.
           05 RPT-PAY-CR-LEGS               PIC 9.
           05 RPT-LEG-SEPARATOR             PIC X.
           05 RPT-RTN-DR-LEGS               PIC 9.
           05 RPT-RTN-CR-LEGS               PIC 9.
           05 FILLER                        PIC X    VALUE SPACE.
           05 RPT-NEW-STATUS                PIC X(4).
           05 FILLER                        PIC X    VALUE SPACE.
           05 RPT-DECISION                  PIC X(40).

      *****************************************************************
      *** Working storage                                           ***
      *****************************************************************
       WORKING-STORAGE SECTION.
      * Copyright statement as a literal to go into the load module
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2026. All Rights Reserved.'.
       77 FILLER PIC X(80) VALUE
           'US Government Users Restricted Rights - Use, duplication '.
       77 FILLER PIC X(80) VALUE
           'or disclosure restricted by GSA ADP Schedule Contract '.
       77 FILLER PIC X(80) VALUE
           'with IBM Corp.'.

      * Get the CONSENT DB2 copybook
           EXEC SQL
              INCLUDE CONSTDB2
           END-EXEC.

      * Get the CONSENT_HISTORY DB2 copybook
           EXEC SQL
              INCLUDE CONHIST
           END-EXEC.

      * Get the CONSENT_EVENTS DB2 copybook
           EXEC SQL
              INCLUDE CONEVT
           END-EXEC.

      * Get the RECON_BREAKS DB2 copybook
           EXEC SQL
              INCLUDE BRKSDB2
           END-EXEC.

      * Get the OPS_ALERTS DB2 copybook
           EXEC SQL
              INCLUDE OPALDB2
           END-EXEC.

      *    Declare the PROCTRAN table, matching the 9-byte account
      *    number and DATE/TIME column types PROLOAD/PROARCH already
      *    use against the current schema.
           EXEC SQL DECLARE PROCTRAN TABLE
              (
               PROCTRAN_EYECATCHER             CHAR(4),
               PROCTRAN_SORTCODE               CHAR(6) NOT NULL,
               PROCTRAN_NUMBER                 CHAR(9) NOT NULL,
               PROCTRAN_DATE                   DATE,
               PROCTRAN_TIME                   CHAR(6),
               PROCTRAN_REF                    CHAR(12),
               PROCTRAN_TYPE                   CHAR(3),
               PROCTRAN_DESC                   CHAR(40),
               PROCTRAN_AMOUNT                 DECIMAL(12, 2),
               PROCTRAN_CONSENT_ID             INTEGER NOT NULL,
               PROCTRAN_COUNTER_ACC_NO         CHAR(9)
              )
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * Open-Banking-style DOMESTIC_PAY_STATUS codes (PYST-*)
       01 WS-PAY-STATUS-DATA.
          COPY PAYSTAT.

      *    In-process status literal copied into a host variable of
      *    its own, the same way SETTLEX does for the settled one.
       01 HV-INPROCESS-STATUS              PIC X(4).

      * CONSENT host variables for DB2
       01 HOST-CONSENT-ROW.
          10 HV-CONSENT-ID           PIC S9(9) USAGE COMP.
          10 HV-CONSENT-STATUS       PIC X(1).
          10 HV-DOMESTIC-PAY-STATUS  PIC X(4).
          10 HV-END-TO-END-ID        PIC X(12).
          10 HV-DEBIT-AC             PIC X(16).
          10 HV-CREDIT-AC            PIC X(16).
          10 HV-CONSENT-AMOUNT       PIC S9(10)V99 COMP-3.
          10 HV-LAST-UPDATE-TS       PIC X(26).
          10 HV-CLAIM-TS             PIC X(26).
          10 HV-NEW-UPDATE-TS        PIC X(26).

      *    The two account legs a payment pair posts to, broken out
      *    into the sort code and the 9-byte PROCTRAN_NUMBER width.
       01 WS-LEG-KEYS.
          03 HV-DEBIT-SORTCODE          PIC X(6).
          03 HV-DEBIT-NUMBER            PIC X(9).
          03 HV-CREDIT-SORTCODE         PIC X(6).
          03 HV-CREDIT-NUMBER           PIC X(9).

      *    Ledger legs found for the consent.  The payment pair is a
      *    'TFR' debit on the debit account and credit on the credit
      *    account; a return's reversing pair is the same with the
      *    signs swapped.  'CHG' rows carry the same reference but
      *    are the charge, not a leg of the transfer.
       01 WS-LEG-COUNTS.
          03 HV-PAY-DR-LEGS             PIC S9(9) COMP.
          03 HV-PAY-CR-LEGS             PIC S9(9) COMP.
          03 HV-RTN-DR-LEGS             PIC S9(9) COMP.
          03 HV-RTN-CR-LEGS             PIC S9(9) COMP.
          03 HV-LEG-AMOUNT              PIC S9(10)V99 COMP-3.

      * CONSENT_HISTORY host variables for DB2
       01 HOST-CONSENT-HISTORY-ROW.
          10 HV-OLD-CONSENT-STATUS      PIC X(1).
          10 HV-OLD-DOMESTIC-PAY-STATUS PIC X(4).
          10 HV-NEW-CONSENT-STATUS      PIC X(1).
          10 HV-NEW-DOMESTIC-PAY-STATUS PIC X(4).

      * CONSENT_EVENTS host variables for DB2
       01 HOST-CONSENT-EVENT-ROW.
          10 HV-EVENT-STATUS            PIC X(1) VALUE 'N'.

      *    The break registry feed, the same merge shape ACCRECON,
      *    CONRECON and VELRECON carry.  No auto-clear: a half-posted
      *    pair is left at 'ASP ' so it re-presents on every run
      *    until ops resolve it through BRKUPD.
       01 HOST-BREAK-ROW.
          03 HV-BREAK-SOURCE            PIC X(8) VALUE 'CONRECOV'.
          03 HV-BREAK-KEY               PIC X(20).
          03 HV-BREAK-KEY-ID REDEFINES HV-BREAK-KEY.
             05 HV-BREAK-CONSENT-ID     PIC 9(9).
             05 FILLER                  PIC X(11).
          03 HV-BREAK-EXPECTED          PIC S9(10)V99 COMP-3.
          03 HV-BREAK-ACTUAL            PIC S9(10)V99 COMP-3.

      *    Central operations alerts (see OPALDB2).
       01 WS-OPS-ALERT.
          03 HV-ALRT-ID                 PIC S9(9) COMP.
          03 HV-ALRT-SEVERITY           PIC X(1).
          03 HV-ALRT-SOURCE             PIC X(8) VALUE 'CONRECOV'.
          03 HV-ALRT-KEY                PIC X(20).
          03 HV-ALRT-TEXT               PIC X(60).

       01 HV-CUTOFF-TS                  PIC X(26).

      * Declare the CURSOR for consents stranded in process.  The
      * threshold is measured from the claim instant, which
      * CLAIM-PAYMENT stamps on LAST_UPDATE_TS.
           EXEC SQL DECLARE RECOV-CURSOR CURSOR WITH HOLD FOR
              SELECT CONSENT_ID,
                     CONSENT_STATUS,
                     END_TO_END_ID,
                     DEBIT_AC,
                     CREDIT_AC,
                     CONSENT_AMOUNT,
                     LAST_UPDATE_TS
                     FROM CONSENT
                     WHERE DOMESTIC_PAY_STATUS = :HV-INPROCESS-STATUS
                     AND   LAST_UPDATE_TS < :HV-CUTOFF-TS
                     ORDER BY CONSENT_ID
                     FOR FETCH ONLY
           END-EXEC.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  RCOV-PARM-STATUS.
           05 RCOV-PARM-STATUS1         PIC X.
           05 RCOV-PARM-STATUS2         PIC X.

       01  RPT-FILE-STATUS.
           05 RPT-STATUS1               PIC X.
           05 RPT-STATUS2               PIC X.

       01  WS-RCOV-FILE-PRESENT         PIC X VALUE 'N'.

      *  Number of minutes a consent may sit at 'ASP ' before it is
      *  treated as in doubt.  Comfortably longer than any live
      *  settlement, so a payment genuinely in flight is never
      *  touched.  Read from RCOV-PARM-FILE if present.
       01  WS-RECOV-MINUTES              PIC 9(4) VALUE 30.

       01  WS-DECISION                   PIC X(40).

      *  'Y' when the status change is a fresh business event that
      *  stamps LAST_UPDATE_TS, 'N' when the consent goes back to a
      *  status it already held and keeps its original stamp.
       01  WS-RESTAMP-FLAG               PIC X VALUE 'Y'.

       01  NUMBER-OF-CONSENTS-SCANNED    PIC 9(8) VALUE 0.
       01  NUMBER-OF-CONSENTS-COMPLETED  PIC 9(8) VALUE 0.
       01  NUMBER-OF-CONSENTS-REARMED    PIC 9(8) VALUE 0.
       01  NUMBER-OF-CONSENTS-RETURNED   PIC 9(8) VALUE 0.
       01  NUMBER-OF-BREAKS-RAISED       PIC 9(8) VALUE 0.
       01  NUMBER-OF-CONSENTS-FAILED     PIC 9(8) VALUE 0.

      * Get the BATCH_RUN_LOG DB2 copybook
           EXEC SQL
              INCLUDE BRLGDB2
           END-EXEC.

      *    Shared batch run log (see BRLGDB2).
       01 HOST-RUN-LOG-ROW.
          03 HV-RLOG-PROGRAM            PIC X(8) VALUE 'CONRECOV'.
          03 HV-RLOG-START-TS           PIC X(26).
          03 HV-RLOG-READ               PIC S9(9) COMP.
          03 HV-RLOG-WRITTEN            PIC S9(9) COMP.
          03 HV-RLOG-REJECTED           PIC S9(9) COMP.
          03 HV-RLOG-PRIOR-RUNS         PIC S9(8) COMP.
          03 HV-RLOG-OUTCOME            PIC X(1).

      *****************************************************************
      *** Linkage Storage                                           ***
      *****************************************************************
       LINKAGE SECTION.

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       A010.

           PERFORM WRITE-RUN-LOG-START.

           PERFORM LOAD-RECOV-PARM.

           MOVE PYST-ACCEPTED-SETTLEMENT-INPROCESS
                                        TO HV-INPROCESS-STATUS.

      *
      *    Anything claimed before this point is in doubt.
      *
           EXEC SQL
              SELECT CURRENT TIMESTAMP -
                     :WS-RECOV-MINUTES MINUTES
              INTO   :HV-CUTOFF-TS
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           DISPLAY 'CONRECOV recovering consents in process before '
                   HV-CUTOFF-TS.

           OPEN OUTPUT RCOV-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the CONRECOV report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL OPEN
              RECOV-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO OPEN RECOV-CURSOR IN PGM CONRECOV.'
              DISPLAY 'The SQLCODE returned is ' WS-SQLCODE-DISPLAY
              DISPLAY SQLCA
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM RECOVER-STRANDED-CONSENTS.

           EXEC SQL CLOSE
                RECOV-CURSOR
           END-EXEC.

           EXEC SQL
              COMMIT
           END-EXEC.

           CLOSE RCOV-RPT-FILE.

           DISPLAY 'CONRECOV found ' NUMBER-OF-CONSENTS-SCANNED
                   ' in-doubt consent(s): '
                   NUMBER-OF-CONSENTS-COMPLETED ' completed, '
                   NUMBER-OF-CONSENTS-RETURNED ' returned, '
                   NUMBER-OF-CONSENTS-REARMED ' re-armed, '
                   NUMBER-OF-BREAKS-RAISED ' break(s) raised, '
                   NUMBER-OF-CONSENTS-FAILED ' failed.'.

           IF NUMBER-OF-BREAKS-RAISED > 0
           AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    Read the configurable in-doubt threshold from
      *    RCOV-PARM-FILE, if one has been provided, otherwise leave
      *    WS-RECOV-MINUTES at its compiled-in default.
      *
       LOAD-RECOV-PARM SECTION.
       LRP010.

           MOVE 'N' TO WS-RCOV-FILE-PRESENT.

           OPEN INPUT RCOV-PARM-FILE.
           IF RCOV-PARM-STATUS = '00'
              MOVE 'Y' TO WS-RCOV-FILE-PRESENT
              READ RCOV-PARM-FILE
              IF RCOV-PARM-STATUS = '00'
                 MOVE RCOV-PARM-RECORD TO WS-RECOV-MINUTES
              END-IF
              CLOSE RCOV-PARM-FILE
           END-IF.

           IF WS-RCOV-FILE-PRESENT = 'N'
              DISPLAY 'CONRECOV parameter file not found - using '
                      'default in-doubt threshold of '
                      WS-RECOV-MINUTES ' minute(s)'
           END-IF.

       LRP999.
           EXIT.

       RECOVER-STRANDED-CONSENTS SECTION.
       RSC010.

           PERFORM UNTIL SQLCODE NOT = 0

              EXEC SQL FETCH FROM RECOV-CURSOR
                 INTO :HV-CONSENT-ID,
                      :HV-CONSENT-STATUS,
                      :HV-END-TO-END-ID,
                      :HV-DEBIT-AC,
                      :HV-CREDIT-AC,
                      :HV-CONSENT-AMOUNT,
                      :HV-CLAIM-TS
              END-EXEC

              IF SQLCODE = +100
                 GO TO RSC999
              END-IF

              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'Failure when attempting to FETCH from the'
                    ' DB2 CURSOR RECOV-CURSOR. With SQL code='
                    WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 GO TO RSC999
              END-IF

              ADD 1 TO NUMBER-OF-CONSENTS-SCANNED

              PERFORM COUNT-LEDGER-LEGS

              IF SQLCODE = 0
                 PERFORM DECIDE-ONE-CONSENT
              END-IF

      *
      *       Each consent's decision is its own unit of work - a
      *       later failure must not roll back a recovery already
      *       reported.  The cursor is held across the commit.
      *
              EXEC SQL
                 COMMIT
              END-EXEC

              MOVE 0 TO SQLCODE

           END-PERFORM.

       RSC999.
           EXIT.

      *
      *    Count the 'TFR' legs posted under this consent's
      *    END_TO_END_ID and CONSENT_ID on each of its two accounts,
      *    split by sign.
      *
       COUNT-LEDGER-LEGS SECTION.
       CLL010.

           MOVE HV-DEBIT-AC(1:6)  TO HV-DEBIT-SORTCODE.
           MOVE '0'               TO HV-DEBIT-NUMBER(1:1).
           MOVE HV-DEBIT-AC(7:8)  TO HV-DEBIT-NUMBER(2:8).
           MOVE HV-CREDIT-AC(1:6) TO HV-CREDIT-SORTCODE.
           MOVE '0'               TO HV-CREDIT-NUMBER(1:1).
           MOVE HV-CREDIT-AC(7:8) TO HV-CREDIT-NUMBER(2:8).

           EXEC SQL
                SELECT COUNT(CASE WHEN PROCTRAN_SORTCODE =
                                          :HV-DEBIT-SORTCODE
                                   AND PROCTRAN_NUMBER =
                                          :HV-DEBIT-NUMBER
                                   AND PROCTRAN_AMOUNT < 0
                                  THEN 1 END),
                       COUNT(CASE WHEN PROCTRAN_SORTCODE =
                                          :HV-CREDIT-SORTCODE
                                   AND PROCTRAN_NUMBER =
                                          :HV-CREDIT-NUMBER
                                   AND PROCTRAN_AMOUNT > 0
                                  THEN 1 END),
                       COUNT(CASE WHEN PROCTRAN_SORTCODE =
                                          :HV-CREDIT-SORTCODE
                                   AND PROCTRAN_NUMBER =
                                          :HV-CREDIT-NUMBER
                                   AND PROCTRAN_AMOUNT < 0
                                  THEN 1 END),
                       COUNT(CASE WHEN PROCTRAN_SORTCODE =
                                          :HV-DEBIT-SORTCODE
                                   AND PROCTRAN_NUMBER =
                                          :HV-DEBIT-NUMBER
                                   AND PROCTRAN_AMOUNT > 0
                                  THEN 1 END),
                       COALESCE(SUM(PROCTRAN_AMOUNT), 0)
                INTO   :HV-PAY-DR-LEGS,
                       :HV-PAY-CR-LEGS,
                       :HV-RTN-DR-LEGS,
                       :HV-RTN-CR-LEGS,
                       :HV-LEG-AMOUNT
                FROM   PROCTRAN
                WHERE  PROCTRAN_REF        = :HV-END-TO-END-ID
                AND    PROCTRAN_CONSENT_ID = :HV-CONSENT-ID
                AND    PROCTRAN_TYPE       = 'TFR'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CONRECOV unable to count ledger legs for '
                      'consent ' HV-CONSENT-ID
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 8 TO RETURN-CODE
           END-IF.

       CLL999.
           EXIT.

      *
      *    Decide what the ledger says happened.  A consent still
      *    carrying CONSENT_STATUS 'C' was stranded by a return -
      *    RETURN-PAYMENT claims a settled payment back to 'ASP '
      *    without touching the consent status - and anything else
      *    by the original payment.  A pair with a leg counted more
      *    than once is as suspect as a half pair and is broken out
      *    to ops the same way.
      *
       DECIDE-ONE-CONSENT SECTION.
       DOC010.

           IF HV-CONSENT-STATUS = 'C'
              PERFORM DECIDE-STRANDED-RETURN
           ELSE
              PERFORM DECIDE-STRANDED-PAYMENT
           END-IF.

           PERFORM WRITE-DECISION-LINE.

       DOC999.
           EXIT.

       DECIDE-STRANDED-PAYMENT SECTION.
       DSP010.

           EVALUATE TRUE
              WHEN HV-PAY-DR-LEGS = 1 AND HV-PAY-CR-LEGS = 1
               AND HV-RTN-DR-LEGS = 0 AND HV-RTN-CR-LEGS = 0
                 MOVE PYST-ACCEPTED-SETTLEMENT-COMPLETED
                                    TO HV-NEW-DOMESTIC-PAY-STATUS
                 MOVE 'C'           TO HV-NEW-CONSENT-STATUS
                 MOVE 'Y'           TO WS-RESTAMP-FLAG
                 MOVE 'BOTH LEGS POSTED - COMPLETED, CHARGE NOT TAKEN'
                                    TO WS-DECISION
                 PERFORM MOVE-CONSENT-STATUS
                 IF SQLCODE = 0
                    ADD 1 TO NUMBER-OF-CONSENTS-COMPLETED
                 END-IF

              WHEN HV-PAY-DR-LEGS = 0 AND HV-PAY-CR-LEGS = 0
               AND HV-RTN-DR-LEGS = 0 AND HV-RTN-CR-LEGS = 0
                 MOVE PYST-PENDING  TO HV-NEW-DOMESTIC-PAY-STATUS
                 MOVE HV-CONSENT-STATUS
                                    TO HV-NEW-CONSENT-STATUS
                 MOVE 'Y'           TO WS-RESTAMP-FLAG
                 MOVE 'NO LEG POSTED - RE-ARMED TO PENDING'
                                    TO WS-DECISION
                 PERFORM MOVE-CONSENT-STATUS
                 IF SQLCODE = 0
                    ADD 1 TO NUMBER-OF-CONSENTS-REARMED
                 END-IF

              WHEN OTHER
                 PERFORM RAISE-PARTIAL-POSTING-BREAK
           END-EVALUATE.

       DSP999.
           EXIT.

      *
      *    A stranded return whose reversing pair never posted goes
      *    back to settled exactly as RETURN-PAYMENT's own failure
      *    path does - without restamping LAST_UPDATE_TS, so SETTLEX
      *    does not put an already-settled payment on today's
      *    extract a second time.
      *
       DECIDE-STRANDED-RETURN SECTION.
       DSR010.

           EVALUATE TRUE
              WHEN HV-PAY-DR-LEGS = 1 AND HV-PAY-CR-LEGS = 1
               AND HV-RTN-DR-LEGS = 1 AND HV-RTN-CR-LEGS = 1
                 MOVE PYST-RETURNED TO HV-NEW-DOMESTIC-PAY-STATUS
                 MOVE 'C'           TO HV-NEW-CONSENT-STATUS
                 MOVE 'Y'           TO WS-RESTAMP-FLAG
                 MOVE 'RETURN PAIR POSTED - COMPLETED TO RETURNED'
                                    TO WS-DECISION
                 PERFORM MOVE-CONSENT-STATUS
                 IF SQLCODE = 0
                    ADD 1 TO NUMBER-OF-CONSENTS-RETURNED
                 END-IF

              WHEN HV-PAY-DR-LEGS = 1 AND HV-PAY-CR-LEGS = 1
               AND HV-RTN-DR-LEGS = 0 AND HV-RTN-CR-LEGS = 0
                 MOVE PYST-ACCEPTED-SETTLEMENT-COMPLETED
                                    TO HV-NEW-DOMESTIC-PAY-STATUS
                 MOVE 'C'           TO HV-NEW-CONSENT-STATUS
                 MOVE 'N'           TO WS-RESTAMP-FLAG
                 MOVE 'NO REVERSAL POSTED - BACK TO SETTLED'
                                    TO WS-DECISION
                 PERFORM MOVE-CONSENT-STATUS
                 IF SQLCODE = 0
                    ADD 1 TO NUMBER-OF-CONSENTS-COMPLETED
                 END-IF

              WHEN OTHER
                 PERFORM RAISE-PARTIAL-POSTING-BREAK
           END-EVALUATE.

       DSR999.
           EXIT.

      *
      *    Move the consent on from 'ASP ', recording the transition
      *    the way DPAYAPI's UPDATE-CONSENT-TABLE does.  The WHERE
      *    clause still checks 'ASP ' so a consent DPAYAPI resolved
      *    between the FETCH and this UPDATE is left alone.
      *
       MOVE-CONSENT-STATUS SECTION.
       MCS010.

           EXEC SQL
              SELECT CURRENT TIMESTAMP
              INTO   :HV-LAST-UPDATE-TS
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE HV-CONSENT-STATUS   TO HV-OLD-CONSENT-STATUS.
           MOVE HV-INPROCESS-STATUS TO HV-OLD-DOMESTIC-PAY-STATUS.

           IF WS-RESTAMP-FLAG = 'Y'
              MOVE HV-LAST-UPDATE-TS TO HV-NEW-UPDATE-TS
           ELSE
              MOVE HV-CLAIM-TS       TO HV-NEW-UPDATE-TS
           END-IF.

           EXEC SQL
                UPDATE CONSENT
                SET    CONSENT_STATUS      = :HV-NEW-CONSENT-STATUS,
                       DOMESTIC_PAY_STATUS =
                          :HV-NEW-DOMESTIC-PAY-STATUS,
                       LAST_UPDATE_TS      = :HV-NEW-UPDATE-TS
                WHERE  CONSENT_ID = :HV-CONSENT-ID
                AND    DOMESTIC_PAY_STATUS = :HV-INPROCESS-STATUS
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CONRECOV unable to update CONSENT for '
                      'consent ' HV-CONSENT-ID
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 'CONSENT UPDATE FAILED - LEFT IN DOUBT'
                                    TO WS-DECISION
              MOVE HV-INPROCESS-STATUS
                                    TO HV-NEW-DOMESTIC-PAY-STATUS
              ADD 1 TO NUMBER-OF-CONSENTS-FAILED
              MOVE 8 TO RETURN-CODE
              GO TO MCS999
           END-IF.

           IF SQLERRD(3) = 0
              MOVE 'ALREADY RESOLVED ELSEWHERE - NO ACTION'
                                    TO WS-DECISION
              MOVE HV-INPROCESS-STATUS
                                    TO HV-NEW-DOMESTIC-PAY-STATUS
              MOVE 100 TO SQLCODE
              GO TO MCS999
           END-IF.

           EXEC SQL
              INSERT INTO CONSENT_HISTORY
              (
                CONSENT_ID              ,
                OLD_CONSENT_STATUS      ,
                NEW_CONSENT_STATUS      ,
                OLD_DOMESTIC_PAY_STATUS ,
                NEW_DOMESTIC_PAY_STATUS ,
                CHANGE_TS
              )
              VALUES
              (
                :HV-CONSENT-ID              ,
                :HV-OLD-CONSENT-STATUS      ,
                :HV-NEW-CONSENT-STATUS      ,
                :HV-OLD-DOMESTIC-PAY-STATUS ,
                :HV-NEW-DOMESTIC-PAY-STATUS ,
                :HV-LAST-UPDATE-TS
              )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CONRECOV unable to write CONSENT_HISTORY for '
                      'consent ' HV-CONSENT-ID
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
           END-IF.

           EXEC SQL
              INSERT INTO CONSENT_EVENTS
              (
                CONSENT_ID          ,
                DOMESTIC_PAY_STATUS ,
                EVENT_STATUS        ,
                CREATE_TS           ,
                EVENT_RETRY_COUNT
              )
              VALUES
              (
                :HV-CONSENT-ID              ,
                :HV-NEW-DOMESTIC-PAY-STATUS ,
                :HV-EVENT-STATUS            ,
                :HV-LAST-UPDATE-TS          ,
                0
              )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CONRECOV unable to write CONSENT_EVENTS for '
                      'consent ' HV-CONSENT-ID
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
           END-IF.

           MOVE 0 TO SQLCODE.

       MCS999.
           EXIT.

      *
      *    Half a pair on the ledger: open (or refresh) the break,
      *    keyed by consent and end-to-end reference, with the
      *    consent amount expected against the net of the legs
      *    actually found, and put it in front of the duty operator.
      *
       RAISE-PARTIAL-POSTING-BREAK SECTION.
       RPPB010.

           MOVE HV-INPROCESS-STATUS TO HV-NEW-DOMESTIC-PAY-STATUS.
           MOVE 'PARTIAL LEGS - BREAK RAISED, LEFT IN PROCESS'
                                    TO WS-DECISION.
           ADD 1 TO NUMBER-OF-BREAKS-RAISED.

           MOVE SPACES            TO HV-BREAK-KEY.
           MOVE HV-CONSENT-ID     TO HV-BREAK-CONSENT-ID.
           MOVE HV-CONSENT-AMOUNT TO HV-BREAK-EXPECTED.
           MOVE HV-LEG-AMOUNT     TO HV-BREAK-ACTUAL.
           PERFORM RECORD-BREAK.

           MOVE 'C'              TO HV-ALRT-SEVERITY.
           MOVE SPACES           TO HV-ALRT-KEY.
           MOVE HV-END-TO-END-ID TO HV-ALRT-KEY.
           MOVE 'IN-DOUBT PAYMENT HALF POSTED - LEFT AT ASP'
                                 TO HV-ALRT-TEXT.
           PERFORM RAISE-OPS-ALERT.

       RPPB999.
           EXIT.

      *
      *    Merge this run's sighting of the break: a recurrence
      *    refreshes its last-seen date and reopens it; a brand-new
      *    half posting opens a fresh break with today as first seen.
      *
       RECORD-BREAK SECTION.
       RBK010.

           EXEC SQL
                UPDATE RECON_BREAKS
                SET    BREAK_STATUS    = 'O',
                       EXPECTED_AMOUNT = :HV-BREAK-EXPECTED,
                       ACTUAL_AMOUNT   = :HV-BREAK-ACTUAL,
                       LAST_SEEN_DATE  = CURRENT DATE
                WHERE  BREAK_SOURCE = :HV-BREAK-SOURCE
                AND    BREAK_KEY    = :HV-BREAK-KEY
           END-EXEC.

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              GO TO RBK999
           END-IF.

           EXEC SQL
                INSERT INTO RECON_BREAKS
                (
                  BREAK_SOURCE    ,
                  BREAK_KEY       ,
                  BREAK_STATUS    ,
                  EXPECTED_AMOUNT ,
                  ACTUAL_AMOUNT   ,
                  FIRST_SEEN_DATE ,
                  LAST_SEEN_DATE
                )
                VALUES
                (
                  :HV-BREAK-SOURCE   ,
                  :HV-BREAK-KEY      ,
                  'O'                ,
                  :HV-BREAK-EXPECTED ,
                  :HV-BREAK-ACTUAL   ,
                  CURRENT DATE       ,
                  CURRENT DATE
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'Unable to record break on RECON_BREAKS, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
           END-IF.

       RBK999.
           EXIT.

       WRITE-DECISION-LINE SECTION.
       WDL010.

           MOVE SPACES              TO RCOV-RPT-RECORD.
           MOVE HV-CONSENT-ID       TO RPT-CONSENT-ID.
           MOVE HV-END-TO-END-ID    TO RPT-END-TO-END-ID.
           MOVE HV-CONSENT-AMOUNT   TO RPT-AMOUNT.
           MOVE HV-PAY-DR-LEGS      TO RPT-PAY-DR-LEGS.
           MOVE HV-PAY-CR-LEGS      TO RPT-PAY-CR-LEGS.
           MOVE '/'                 TO RPT-LEG-SEPARATOR.
           MOVE HV-RTN-DR-LEGS      TO RPT-RTN-DR-LEGS.
           MOVE HV-RTN-CR-LEGS      TO RPT-RTN-CR-LEGS.
           MOVE HV-NEW-DOMESTIC-PAY-STATUS
                                    TO RPT-NEW-STATUS.
           MOVE WS-DECISION         TO RPT-DECISION.

           WRITE RCOV-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing CONRECOV report file, '
                      'status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WDL999.
           EXIT.

      *
      *    Raise one alert onto the shared OPS_ALERTS queue.  A
      *    failure here is reported and the run carries on - the
      *    alert queue must never be the reason a batch fails.
      *
       RAISE-OPS-ALERT SECTION.
       ROA010.

           EXEC SQL
              SELECT COALESCE(MAX(ALRT_ID), 0) + 1
              INTO   :HV-ALRT-ID
              FROM   OPS_ALERTS
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'Unable to key the OPS_ALERTS row'
              GO TO ROA999
           END-IF.

           EXEC SQL
                INSERT INTO OPS_ALERTS
                (
                  ALRT_ID        ,
                  ALRT_SEVERITY  ,
                  ALRT_SOURCE    ,
                  ALRT_KEY       ,
                  ALRT_TEXT      ,
                  ALRT_RAISED_TS ,
                  ALRT_STATUS    ,
                  ALRT_ACKED_BY  ,
                  ALRT_ACKED_TS
                )
                VALUES
                (
                  :HV-ALRT-ID       ,
                  :HV-ALRT-SEVERITY ,
                  :HV-ALRT-SOURCE   ,
                  :HV-ALRT-KEY      ,
                  :HV-ALRT-TEXT     ,
                  CURRENT TIMESTAMP ,
                  'N'               ,
                  NULL              ,
                  NULL
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'Unable to raise the OPS_ALERTS row for '
                      HV-ALRT-KEY
           END-IF.

       ROA999.
           EXIT.

      *
      *    Open this run's row on the shared batch run log, warning
      *    when the same program has already completed a run today.
      *
       WRITE-RUN-LOG-START SECTION.
       WRLS010.

           EXEC SQL
              SELECT CURRENT TIMESTAMP
              INTO   :HV-RLOG-START-TS
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'CONRECOV unable to stamp the batch run log'
              GO TO WRLS999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-RLOG-PRIOR-RUNS
              FROM   BATCH_RUN_LOG
              WHERE  PROGRAM_NAME = :HV-RLOG-PROGRAM
              AND    DATE(START_TS) = CURRENT DATE
              AND    OUTCOME_CD = 'C'
           END-EXEC.

           IF SQLCODE = 0 AND HV-RLOG-PRIOR-RUNS > 0
              DISPLAY 'WARNING - CONRECOV has already completed '
                      HV-RLOG-PRIOR-RUNS ' run(s) today'
           END-IF.

           EXEC SQL
                INSERT INTO BATCH_RUN_LOG
                (
                  PROGRAM_NAME ,
                  START_TS     ,
                  OUTCOME_CD
                )
                VALUES
                (
                  :HV-RLOG-PROGRAM  ,
                  :HV-RLOG-START-TS ,
                  'R'
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'CONRECOV unable to open its batch run log row'
           END-IF.

       WRLS999.
           EXIT.

      *
      *    Complete this run's row with its end timestamp, counters
      *    and outcome - 'C' on a clean finish, 'F' when the run is
      *    ending with a return code above the break warning.
      *
       WRITE-RUN-LOG-END SECTION.
       WRLE010.

           IF HV-RLOG-START-TS = SPACES
              GO TO WRLE999
           END-IF.

           MOVE NUMBER-OF-CONSENTS-SCANNED TO HV-RLOG-READ.
           COMPUTE HV-RLOG-WRITTEN = NUMBER-OF-CONSENTS-COMPLETED
                                   + NUMBER-OF-CONSENTS-RETURNED
                                   + NUMBER-OF-CONSENTS-REARMED.
           COMPUTE HV-RLOG-REJECTED = NUMBER-OF-BREAKS-RAISED
                                    + NUMBER-OF-CONSENTS-FAILED.

           IF RETURN-CODE <= 4
              MOVE 'C' TO HV-RLOG-OUTCOME
           ELSE
              MOVE 'F' TO HV-RLOG-OUTCOME
           END-IF.

           EXEC SQL
                UPDATE BATCH_RUN_LOG
                SET    END_TS        = CURRENT TIMESTAMP,
                       RECS_READ     = :HV-RLOG-READ,
                       RECS_WRITTEN  = :HV-RLOG-WRITTEN,
                       RECS_REJECTED = :HV-RLOG-REJECTED,
                       OUTCOME_CD    = :HV-RLOG-OUTCOME
                WHERE  PROGRAM_NAME = :HV-RLOG-PROGRAM
                AND    START_TS     = :HV-RLOG-START-TS
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'CONRECOV unable to complete its run log row'
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

       WRLE999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           PERFORM WRITE-RUN-LOG-END.

           GOBACK.
       PD999.
           EXIT.
