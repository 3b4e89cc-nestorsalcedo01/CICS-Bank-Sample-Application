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
      * Title: LOANWOFF                                                *
      *                                                                *
      *                                                                *
      * Description: Loan write-off and recoveries. Reads the credit  *
      *              committee's write-off approvals (loan and        *
      *              approver) and takes each approved loan off the   *
      *              book, provided it is still active, LOANIMP last  *
      *              placed it in stage 3 (credit-impaired) and       *
      *              something is still owed on it. The loan-loss     *
      *              allowance is first brought to exactly what is    *
      *              owed (type 'IMP', a top-up charged or an excess  *
      *              released), then used against the loan: the       *
      *              allowance leg 'WOA' and the loan leg 'WOF' clear *
      *              the loan account to nothing. The unpaid schedule *
      *              is journalled to LOAN_SCHED_HIST under a 'W'     *
      *              LOAN_RECAST row and removed, the loan's terms    *
      *              are marked 'W', its staging shows the provision  *
      *              released and the write-off is recorded on        *
      *              LOAN_WRITEOFF with its approver. Each loan is    *
      *              its own unit of work; an approval that does not  *
      *              qualify is rejected onto the report and the run  *
      *              ends RC 4. Every run then sweeps the written-off *
      *              loans for money paid in since: each receipt      *
      *              leaves the loan account as a single-legged 'WRC' *
      *              recovery for GLEXTR to journal to recoveries     *
      *              income, and joins the loan's LOAN_RECOVERY       *
      *              trail. Run daily, with an empty approval file    *
      *              when nothing is to be written off.               *
      *                                                                *
      * Input:  The write-off approval file WOFFIN                     *
      * Output: The write-off report LOANWOFF                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANWOFF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WOFF-APPROVAL-FILE
                  ASSIGN TO WOFFIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WOFF-FILE-STATUS.

           SELECT WOFF-RPT-FILE
                  ASSIGN TO LOANWOFF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  WOFF-APPROVAL-FILE.
       01  WOFF-APPROVAL-RECORD.
           05 WOF-SORTCODE                  PIC X(6).
           05 WOF-NUMBER                    PIC X(9).
           05 WOF-APPROVED-BY               PIC X(8).

       FD  WOFF-RPT-FILE.
       01  WOFF-RPT-RECORD                  PIC X(80).

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

      * Get the ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCDB2
           END-EXEC.

      * Get the LOAN_TERMS/LOAN_SCHEDULE DB2 copybook
           EXEC SQL
              INCLUDE LOANDB2
           END-EXEC.

      * Get the impairment DB2 copybook
           EXEC SQL
              INCLUDE LIMPDB2
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

       COPY SORTCODE.

      * Host variables for the loan being written off
       01 HV-LOAN-SORTCODE                 PIC X(6).
       01 HV-LOAN-NUMBER                   PIC X(9).
       01 HV-LOAN-STATUS                   PIC X(1).
       01 HV-TERM-MONTHS                   PIC S9(9) COMP.
       01 HV-LOAN-BALANCE                  PIC S9(10)V99 COMP-3.
       01 HV-APPROVED-BY                   PIC X(8).
       01 HV-LAST-RUN-DATE                 PIC X(10).
       01 HV-LAST-STAGE                    PIC S9(4) COMP.
       01 HV-LAST-PROVISION                PIC S9(10)V99 COMP-3.
       01 HV-WRITEOFF-AMOUNT               PIC S9(10)V99 COMP-3.
       01 HV-TOP-UP                        PIC S9(10)V99 COMP-3.

      * Host variables for the schedule the write-off closes
       01 HV-RECAST-SEQ                    PIC S9(9) COMP.
       01 HV-PRIN-BEFORE                   PIC S9(10)V99 COMP-3.
       01 HV-INST-BEFORE                   PIC S9(8)V99 COMP-3.
       01 HV-TERM-AFTER                    PIC S9(9) COMP.

      * Host variables for a recovery
       01 HV-RECOVERY-AMOUNT               PIC S9(10)V99 COMP-3.
       01 HV-RECOVERY-SEQ                  PIC S9(9) COMP.

      * Host variables for one ledger leg
       01 HV-POST-SORTCODE                 PIC X(6).
       01 HV-POST-NUMBER                   PIC X(9).
       01 HV-POST-COUNTER                  PIC X(9).
       01 HV-MOVE-AMOUNT                   PIC S9(10)V99 COMP-3.
       01 HV-PROCTRAN-TYPE                 PIC X(3).
       01 HV-PROCTRAN-DESC                 PIC X(40).
       01 HV-PROCTRAN-TIME                 PIC X(6).
       01 HV-CURR-TIMESTAMP                PIC X(26).
       01 HV-TODAY                         PIC X(10).
       01 HV-ALLOWANCE-SORTCODE            PIC X(6).

      *    The loan-loss allowance account LOANIMP provides into,
      *    in the reserved range alongside the other internal
      *    accounts.
       01 WS-ALLOWANCE-ACCOUNT             PIC X(9) VALUE '099999989'.

      * Declare the CURSOR over the written-off loans whose account
      * has taken money since - a customer or collections agency
      * paying in - for the recoveries trail.  Held across the
      * COMMIT taken per recovery.
           EXEC SQL DECLARE RECOVERY-CURSOR CURSOR WITH HOLD FOR
              SELECT W.LWOF_SORTCODE,
                     W.LWOF_NUMBER,
                     A.ACCOUNT_ACTUAL_BALANCE
                     FROM LOAN_WRITEOFF W,
                          ACCOUNT A
                     WHERE A.ACCOUNT_SORTCODE = W.LWOF_SORTCODE
                     AND   A.ACCOUNT_NUMBER   = W.LWOF_NUMBER
                     AND   A.ACCOUNT_ACTUAL_BALANCE > 0
                     ORDER BY W.LWOF_SORTCODE, W.LWOF_NUMBER
                     FOR FETCH ONLY
           END-EXEC.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  WOFF-FILE-STATUS              PIC XX.
       01  RPT-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.
       01  WS-REC-EOF                    PIC X VALUE 'N'.

      * Report lines
       01  WS-RPT-DETAIL.
           05 FILLER                     PIC X(5) VALUE 'LOAN '.
           05 RPT-SORTCODE               PIC X(6).
           05 FILLER                     PIC X(1) VALUE '/'.
           05 RPT-NUMBER                 PIC X(9).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-ACTION                 PIC X(12).
           05 FILLER                     PIC X(8) VALUE ' AMOUNT '.
           05 RPT-AMOUNT                 PIC -(9)9.99.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-REASON                 PIC X(24).

       01  NUMBER-OF-APPROVALS-READ      PIC 9(8) VALUE 0.
       01  NUMBER-OF-LOANS-WRITTEN-OFF   PIC 9(8) VALUE 0.
       01  NUMBER-OF-APPROVALS-REJECTED  PIC 9(8) VALUE 0.
       01  NUMBER-OF-RECOVERIES          PIC 9(8) VALUE 0.

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

           EXEC SQL
              SELECT CURRENT TIMESTAMP, CURRENT DATE
              INTO   :HV-CURR-TIMESTAMP, :HV-TODAY
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT TIMESTAMP IN PGM '
                      'LOANWOFF. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-CURR-TIMESTAMP(12:2) TO HV-PROCTRAN-TIME(1:2).
           MOVE HV-CURR-TIMESTAMP(15:2) TO HV-PROCTRAN-TIME(3:2).
           MOVE HV-CURR-TIMESTAMP(18:2) TO HV-PROCTRAN-TIME(5:2).

           MOVE SORTCODE TO HV-ALLOWANCE-SORTCODE.

           OPEN INPUT WOFF-APPROVAL-FILE.
           IF WOFF-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the LOANWOFF approval file, '
                      ' status=' WOFF-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT WOFF-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the LOANWOFF report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM READ-NEXT-APPROVAL.
           PERFORM PROCESS-ONE-APPROVAL UNTIL WS-EOF = 'Y'.

           CLOSE WOFF-APPROVAL-FILE.

           EXEC SQL OPEN
              RECOVERY-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANWOFF unable to open RECOVERY-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM RECOVER-ONE-LOAN UNTIL WS-REC-EOF = 'Y'.

           EXEC SQL CLOSE
              RECOVERY-CURSOR
           END-EXEC.

           CLOSE WOFF-RPT-FILE.

           DISPLAY 'LOANWOFF read ' NUMBER-OF-APPROVALS-READ
                   ' approval(s), wrote off '
                   NUMBER-OF-LOANS-WRITTEN-OFF ', rejected '
                   NUMBER-OF-APPROVALS-REJECTED ', took '
                   NUMBER-OF-RECOVERIES ' recovery(ies).'.

           IF NUMBER-OF-APPROVALS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       READ-NEXT-APPROVAL SECTION.
       RNA010.

           READ WOFF-APPROVAL-FILE.

           IF WOFF-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF WOFF-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the LOANWOFF approval file, '
                         ' status=' WOFF-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              ELSE
                 ADD 1 TO NUMBER-OF-APPROVALS-READ
              END-IF
           END-IF.

       RNA999.
           EXIT.

       PROCESS-ONE-APPROVAL SECTION.
       POA010.

           PERFORM WRITE-OFF-ONE-LOAN.
           PERFORM READ-NEXT-APPROVAL.

       POA999.
           EXIT.

      *
      *    One approval: an active loan LOANIMP last placed in
      *    stage 3, with something still owed, is written off as
      *    one unit of work - the provision topped up (or released)
      *    to exactly what is owed, that provision used against the
      *    loan, the schedule closed and the loan marked 'W'.
      *    Anything else is rejected onto the report untouched.
      *
       WRITE-OFF-ONE-LOAN SECTION.
       WOL010.

           MOVE WOF-SORTCODE    TO HV-LOAN-SORTCODE.
           MOVE WOF-NUMBER      TO HV-LOAN-NUMBER.
           MOVE WOF-APPROVED-BY TO HV-APPROVED-BY.
           MOVE HV-LOAN-SORTCODE TO RPT-SORTCODE.
           MOVE HV-LOAN-NUMBER   TO RPT-NUMBER.
           MOVE 0                TO RPT-AMOUNT.

           IF HV-APPROVED-BY = SPACES
              MOVE 'NO APPROVER NAMED' TO RPT-REASON
              PERFORM REJECT-APPROVAL
              GO TO WOL999
           END-IF.

           EXEC SQL
              SELECT T.LTRM_STATUS,
                     T.LTRM_TERM_MONTHS,
                     A.ACCOUNT_ACTUAL_BALANCE
              INTO   :HV-LOAN-STATUS,
                     :HV-TERM-MONTHS,
                     :HV-LOAN-BALANCE
              FROM   LOAN_TERMS T,
                     ACCOUNT A
              WHERE  T.LTRM_SORTCODE    = :HV-LOAN-SORTCODE
              AND    T.LTRM_NUMBER      = :HV-LOAN-NUMBER
              AND    A.ACCOUNT_SORTCODE = T.LTRM_SORTCODE
              AND    A.ACCOUNT_NUMBER   = T.LTRM_NUMBER
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'NO SUCH LOAN' TO RPT-REASON
              PERFORM REJECT-APPROVAL
              GO TO WOL999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANWOFF unable to read the loan '
                 HV-LOAN-SORTCODE '/' HV-LOAN-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-LOAN-STATUS NOT = 'A'
              MOVE 'LOAN NOT ACTIVE' TO RPT-REASON
              PERFORM REJECT-APPROVAL
              GO TO WOL999
           END-IF.

           EXEC SQL
              SELECT LIMP_RUN_DATE, LIMP_STAGE, LIMP_PROVISION
              INTO   :HV-LAST-RUN-DATE,
                     :HV-LAST-STAGE,
                     :HV-LAST-PROVISION
              FROM   LOAN_IMPAIRMENT
              WHERE  LIMP_SORTCODE = :HV-LOAN-SORTCODE
              AND    LIMP_NUMBER   = :HV-LOAN-NUMBER
              ORDER BY LIMP_RUN_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'NEVER STAGED' TO RPT-REASON
              PERFORM REJECT-APPROVAL
              GO TO WOL999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANWOFF unable to read the staging of '
                 HV-LOAN-SORTCODE '/' HV-LOAN-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-LAST-STAGE NOT = 3
              MOVE 'NOT CREDIT-IMPAIRED' TO RPT-REASON
              PERFORM REJECT-APPROVAL
              GO TO WOL999
           END-IF.

           IF HV-LOAN-BALANCE NOT < 0
              MOVE 'NOTHING OWED' TO RPT-REASON
              PERFORM REJECT-APPROVAL
              GO TO WOL999
           END-IF.

           COMPUTE HV-WRITEOFF-AMOUNT = 0 - HV-LOAN-BALANCE.
           COMPUTE HV-TOP-UP = HV-WRITEOFF-AMOUNT - HV-LAST-PROVISION.

      *    The allowance first carries exactly what is owed.
           IF HV-TOP-UP NOT = 0
              MOVE HV-ALLOWANCE-SORTCODE TO HV-POST-SORTCODE
              MOVE WS-ALLOWANCE-ACCOUNT  TO HV-POST-NUMBER
              MOVE HV-LOAN-NUMBER        TO HV-POST-COUNTER
              MOVE 'IMP'                 TO HV-PROCTRAN-TYPE
              MOVE 'LOAN IMPAIRMENT PROVISION'
                                         TO HV-PROCTRAN-DESC
              MOVE HV-TOP-UP             TO HV-MOVE-AMOUNT
              PERFORM POST-ONE-LEG
           END-IF.

      *    Then it is used: the allowance leg ('WOA') and the loan
      *    leg ('WOF') journal through a write-off clearing GL
      *    account, so finance sees the allowance debited and the
      *    loan book credited.
           MOVE HV-ALLOWANCE-SORTCODE TO HV-POST-SORTCODE.
           MOVE WS-ALLOWANCE-ACCOUNT  TO HV-POST-NUMBER.
           MOVE HV-LOAN-NUMBER        TO HV-POST-COUNTER.
           MOVE 'WOA'                 TO HV-PROCTRAN-TYPE.
           MOVE 'LOAN WRITE-OFF - ALLOWANCE USED'
                                      TO HV-PROCTRAN-DESC.
           COMPUTE HV-MOVE-AMOUNT = 0 - HV-WRITEOFF-AMOUNT.
           PERFORM POST-ONE-LEG.

           MOVE HV-LOAN-SORTCODE      TO HV-POST-SORTCODE.
           MOVE HV-LOAN-NUMBER        TO HV-POST-NUMBER.
           MOVE WS-ALLOWANCE-ACCOUNT  TO HV-POST-COUNTER.
           MOVE 'WOF'                 TO HV-PROCTRAN-TYPE.
           MOVE 'LOAN WRITTEN OFF'    TO HV-PROCTRAN-DESC.
           MOVE HV-WRITEOFF-AMOUNT    TO HV-MOVE-AMOUNT.
           PERFORM POST-ONE-LEG.

           PERFORM CLOSE-SCHEDULE.

           EXEC SQL
                UPDATE LOAN_TERMS
                SET    LTRM_STATUS   = 'W'
                WHERE  LTRM_SORTCODE = :HV-LOAN-SORTCODE
                AND    LTRM_NUMBER   = :HV-LOAN-NUMBER
                AND    LTRM_STATUS   = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANWOFF unable to mark the loan written off '
                 HV-LOAN-SORTCODE '/' HV-LOAN-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM RELEASE-STAGING.

           EXEC SQL
                INSERT INTO LOAN_WRITEOFF
                (
                  LWOF_SORTCODE       ,
                  LWOF_NUMBER         ,
                  LWOF_DATE           ,
                  LWOF_AMOUNT         ,
                  LWOF_PROVISION_USED ,
                  LWOF_APPROVED_BY    ,
                  LWOF_RECOVERED      ,
                  LWOF_LAST_RECOVERY
                )
                VALUES
                (
                  :HV-LOAN-SORTCODE   ,
                  :HV-LOAN-NUMBER     ,
                  :HV-TODAY           ,
                  :HV-WRITEOFF-AMOUNT ,
                  :HV-LAST-PROVISION  ,
                  :HV-APPROVED-BY     ,
                  0                   ,
                  NULL
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANWOFF unable to record the write-off of '
                 HV-LOAN-SORTCODE '/' HV-LOAN-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           ADD 1 TO NUMBER-OF-LOANS-WRITTEN-OFF.
           MOVE 'WRITTEN OFF'      TO RPT-ACTION.
           MOVE HV-WRITEOFF-AMOUNT TO RPT-AMOUNT.
           MOVE HV-APPROVED-BY     TO RPT-REASON.
           PERFORM WRITE-REPORT-LINE.

       WOL999.
           EXIT.

       REJECT-APPROVAL SECTION.
       RA010.

           ADD 1 TO NUMBER-OF-APPROVALS-REJECTED.
           MOVE 'REJECTED'     TO RPT-ACTION.
           PERFORM WRITE-REPORT-LINE.

       RA999.
           EXIT.

      *
      *    The installments still to come or still outstanding go
      *    to LOAN_SCHED_HIST under a 'W' LOAN_RECAST row, as
      *    LOANSETL journals a settlement, and leave the live
      *    schedule so neither collection nor the arrears position
      *    sees them again.
      *
       CLOSE-SCHEDULE SECTION.
       CS010.

           EXEC SQL
              SELECT COALESCE(MAX(LRCS_SEQ), 0) + 1
              INTO   :HV-RECAST-SEQ
              FROM   LOAN_RECAST
              WHERE  LRCS_SORTCODE = :HV-LOAN-SORTCODE
              AND    LRCS_NUMBER   = :HV-LOAN-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANWOFF unable to key LOAN_RECAST for '
                 HV-LOAN-SORTCODE '/' HV-LOAN-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              SELECT COALESCE(SUM(LSCH_PRINCIPAL), 0),
                     COALESCE(MAX(LSCH_INSTALLMENT), 0)
              INTO   :HV-PRIN-BEFORE,
                     :HV-INST-BEFORE
              FROM   LOAN_SCHEDULE
              WHERE  LSCH_SORTCODE = :HV-LOAN-SORTCODE
              AND    LSCH_NUMBER   = :HV-LOAN-NUMBER
              AND    LSCH_STATUS IN ('D', 'O')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANWOFF unable to total the schedule of '
                 HV-LOAN-SORTCODE '/' HV-LOAN-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              SELECT COALESCE(MAX(LSCH_PERIOD), 0)
              INTO   :HV-TERM-AFTER
              FROM   LOAN_SCHEDULE
              WHERE  LSCH_SORTCODE = :HV-LOAN-SORTCODE
              AND    LSCH_NUMBER   = :HV-LOAN-NUMBER
              AND    LSCH_STATUS   = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANWOFF unable to read the paid periods of '
                 HV-LOAN-SORTCODE '/' HV-LOAN-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              INSERT INTO LOAN_SCHED_HIST
              (
                LSHS_SORTCODE    ,
                LSHS_NUMBER      ,
                LSHS_SEQ         ,
                LSHS_PERIOD      ,
                LSHS_DUE_DATE    ,
                LSHS_INSTALLMENT ,
                LSHS_PRINCIPAL   ,
                LSHS_INTEREST    ,
                LSHS_STATUS
              )
              SELECT LSCH_SORTCODE,
                     LSCH_NUMBER,
                     :HV-RECAST-SEQ,
                     LSCH_PERIOD,
                     LSCH_DUE_DATE,
                     LSCH_INSTALLMENT,
                     LSCH_PRINCIPAL,
                     LSCH_INTEREST,
                     LSCH_STATUS
              FROM   LOAN_SCHEDULE
              WHERE  LSCH_SORTCODE = :HV-LOAN-SORTCODE
              AND    LSCH_NUMBER   = :HV-LOAN-NUMBER
              AND    LSCH_STATUS IN ('D', 'O')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANWOFF unable to journal the schedule of '
                 HV-LOAN-SORTCODE '/' HV-LOAN-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              DELETE FROM LOAN_SCHEDULE
              WHERE  LSCH_SORTCODE = :HV-LOAN-SORTCODE
              AND    LSCH_NUMBER   = :HV-LOAN-NUMBER
              AND    LSCH_STATUS IN ('D', 'O')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANWOFF unable to close the schedule of '
                 HV-LOAN-SORTCODE '/' HV-LOAN-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
                INSERT INTO LOAN_RECAST
                (
                  LRCS_SORTCODE    ,
                  LRCS_NUMBER      ,
                  LRCS_SEQ         ,
                  LRCS_DATE        ,
                  LRCS_TYPE        ,
                  LRCS_AMOUNT      ,
                  LRCS_ERC         ,
                  LRCS_PRIN_BEFORE ,
                  LRCS_PRIN_AFTER  ,
                  LRCS_INST_BEFORE ,
                  LRCS_INST_AFTER  ,
                  LRCS_TERM_BEFORE ,
                  LRCS_TERM_AFTER  ,
                  LRCS_USER
                )
                VALUES
                (
                  :HV-LOAN-SORTCODE   ,
                  :HV-LOAN-NUMBER     ,
                  :HV-RECAST-SEQ      ,
                  :HV-TODAY           ,
                  'W'                 ,
                  :HV-WRITEOFF-AMOUNT ,
                  0                   ,
                  :HV-PRIN-BEFORE     ,
                  0                   ,
                  :HV-INST-BEFORE     ,
                  0                   ,
                  :HV-TERM-MONTHS     ,
                  :HV-TERM-AFTER      ,
                  :HV-APPROVED-BY
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANWOFF unable to record the recast of '
                 HV-LOAN-SORTCODE '/' HV-LOAN-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CS999.
           EXIT.

      *
      *    The loan's staging for today shows the provision gone to
      *    nothing and the top-up charged to get it there - today's
      *    LOANIMP row when the month-end ran today, otherwise a new
      *    row carrying the last staging's evidence forward.
      *
       RELEASE-STAGING SECTION.
       RS010.

           EXEC SQL
                UPDATE LOAN_IMPAIRMENT
                SET    LIMP_EXPOSURE  = 0,
                       LIMP_PROVISION = 0,
                       LIMP_MOVEMENT  = LIMP_MOVEMENT + :HV-TOP-UP
                WHERE  LIMP_SORTCODE = :HV-LOAN-SORTCODE
                AND    LIMP_NUMBER   = :HV-LOAN-NUMBER
                AND    LIMP_RUN_DATE = :HV-TODAY
           END-EXEC.

           IF SQLCODE = 0
              GO TO RS999
           END-IF.

           IF SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANWOFF unable to release the provision of '
                 HV-LOAN-SORTCODE '/' HV-LOAN-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              INSERT INTO LOAN_IMPAIRMENT
              (
                LIMP_SORTCODE      ,
                LIMP_NUMBER        ,
                LIMP_RUN_DATE      ,
                LIMP_STAGE         ,
                LIMP_BUCKET        ,
                LIMP_DAYS_PAST_DUE ,
                LIMP_SCORE_ORIG    ,
                LIMP_SCORE_NOW     ,
                LIMP_EXPOSURE      ,
                LIMP_LOSS_RATE     ,
                LIMP_PROVISION     ,
                LIMP_MOVEMENT
              )
              SELECT LIMP_SORTCODE,
                     LIMP_NUMBER,
                     :HV-TODAY,
                     LIMP_STAGE,
                     LIMP_BUCKET,
                     LIMP_DAYS_PAST_DUE,
                     LIMP_SCORE_ORIG,
                     LIMP_SCORE_NOW,
                     0,
                     LIMP_LOSS_RATE,
                     0,
                     :HV-TOP-UP
              FROM   LOAN_IMPAIRMENT
              WHERE  LIMP_SORTCODE = :HV-LOAN-SORTCODE
              AND    LIMP_NUMBER   = :HV-LOAN-NUMBER
              AND    LIMP_RUN_DATE = :HV-LAST-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANWOFF unable to release the provision of '
                 HV-LOAN-SORTCODE '/' HV-LOAN-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RS999.
           EXIT.

      *
      *    One recovery: the money that has come into a written-off
      *    loan's account leaves it again as type 'WRC', single-
      *    legged, for GLEXTR to journal to recoveries income; the
      *    receipt joins the loan's trail and its running total.
      *
       RECOVER-ONE-LOAN SECTION.
       ROL010.

           EXEC SQL FETCH FROM RECOVERY-CURSOR
              INTO :HV-LOAN-SORTCODE,
                   :HV-LOAN-NUMBER,
                   :HV-RECOVERY-AMOUNT
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-REC-EOF
              GO TO ROL999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANWOFF failure fetching RECOVERY-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-LOAN-SORTCODE      TO HV-POST-SORTCODE.
           MOVE HV-LOAN-NUMBER        TO HV-POST-NUMBER.
           MOVE '000000000'           TO HV-POST-COUNTER.
           MOVE 'WRC'                 TO HV-PROCTRAN-TYPE.
           MOVE 'RECOVERY ON WRITTEN-OFF LOAN'
                                      TO HV-PROCTRAN-DESC.
           COMPUTE HV-MOVE-AMOUNT = 0 - HV-RECOVERY-AMOUNT.
           PERFORM POST-ONE-LEG.

           EXEC SQL
              SELECT COALESCE(MAX(LRCV_SEQ), 0) + 1
              INTO   :HV-RECOVERY-SEQ
              FROM   LOAN_RECOVERY
              WHERE  LRCV_SORTCODE = :HV-LOAN-SORTCODE
              AND    LRCV_NUMBER   = :HV-LOAN-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANWOFF unable to key LOAN_RECOVERY for '
                 HV-LOAN-SORTCODE '/' HV-LOAN-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
                INSERT INTO LOAN_RECOVERY
                (
                  LRCV_SORTCODE ,
                  LRCV_NUMBER   ,
                  LRCV_SEQ      ,
                  LRCV_DATE     ,
                  LRCV_AMOUNT
                )
                VALUES
                (
                  :HV-LOAN-SORTCODE   ,
                  :HV-LOAN-NUMBER     ,
                  :HV-RECOVERY-SEQ    ,
                  :HV-TODAY           ,
                  :HV-RECOVERY-AMOUNT
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANWOFF unable to record the recovery on '
                 HV-LOAN-SORTCODE '/' HV-LOAN-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
                UPDATE LOAN_WRITEOFF
                SET    LWOF_RECOVERED     =
                          LWOF_RECOVERED + :HV-RECOVERY-AMOUNT,
                       LWOF_LAST_RECOVERY = :HV-TODAY
                WHERE  LWOF_SORTCODE = :HV-LOAN-SORTCODE
                AND    LWOF_NUMBER   = :HV-LOAN-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANWOFF unable to total the recoveries on '
                 HV-LOAN-SORTCODE '/' HV-LOAN-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           ADD 1 TO NUMBER-OF-RECOVERIES.
           MOVE HV-LOAN-SORTCODE   TO RPT-SORTCODE.
           MOVE HV-LOAN-NUMBER     TO RPT-NUMBER.
           MOVE 'RECOVERED'        TO RPT-ACTION.
           MOVE HV-RECOVERY-AMOUNT TO RPT-AMOUNT.
           MOVE SPACES             TO RPT-REASON.
           PERFORM WRITE-REPORT-LINE.

       ROL999.
           EXIT.

       POST-ONE-LEG SECTION.
       POL010.

           EXEC SQL
                INSERT INTO PROCTRAN
                (
                  PROCTRAN_EYECATCHER     ,
                  PROCTRAN_SORTCODE       ,
                  PROCTRAN_NUMBER         ,
                  PROCTRAN_DATE           ,
                  PROCTRAN_TIME           ,
                  PROCTRAN_REF            ,
                  PROCTRAN_TYPE           ,
                  PROCTRAN_DESC           ,
                  PROCTRAN_AMOUNT         ,
                  PROCTRAN_CONSENT_ID     ,
                  PROCTRAN_COUNTER_ACC_NO
                )
                VALUES
                (
                  'PRTR'                  ,
                  :HV-POST-SORTCODE       ,
                  :HV-POST-NUMBER         ,
                  :HV-TODAY               ,
                  :HV-PROCTRAN-TIME       ,
                  '000000000000'          ,
                  :HV-PROCTRAN-TYPE       ,
                  :HV-PROCTRAN-DESC       ,
                  :HV-MOVE-AMOUNT         ,
                  0                       ,
                  :HV-POST-COUNTER
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANWOFF unable to post a ledger leg, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-PROCTRAN-TYPE TO PCT-TYPE.
           MOVE HV-MOVE-AMOUNT   TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
                          ACCOUNT_ACTUAL_BALANCE + :HV-MOVE-AMOUNT,
                       ACCOUNT_AVAILABLE_BALANCE =
                          ACCOUNT_AVAILABLE_BALANCE + :HV-MOVE-AMOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-POST-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-POST-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANWOFF unable to move a balance, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       POL999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           MOVE WS-RPT-DETAIL TO WOFF-RPT-RECORD.
           WRITE WOFF-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the LOANWOFF report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WRL999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'LOANWOFF' TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANWOFF unable to claim a ledger posting, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RPC999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
