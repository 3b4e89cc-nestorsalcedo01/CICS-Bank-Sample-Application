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
      * Title: LOANIMP                                                 *
      *                                                                *
      *                                                                *
      * Description: Month-end loan impairment staging and            *
      *              provisioning. Every active loan is placed in a   *
      *              stage - 3 credit-impaired when LOANARRS has it   *
      *              in the deepest arrears bucket or its oldest      *
      *              outstanding installment is more than 90 days     *
      *              past due; 2 significant increase in credit risk  *
      *              on the two-to-three bucket, more than 30 days    *
      *              past due, or a credit score fallen 100 points or *
      *              more since the loan was granted; 1 performing    *
      *              otherwise - and provided for at its stage's      *
      *              expected-loss rate from IMPAIRMENT_RATE on what  *
      *              is owed. The staging and its evidence are kept   *
      *              on LOAN_IMPAIRMENT, and the movement on each     *
      *              loan's previous provision posts to the loan-loss *
      *              allowance account as type 'IMP' for GLEXTR to    *
      *              journal. Each loan is its own unit of work and a *
      *              loan already staged today is passed over, so a   *
      *              failed run is simply rerun. The report closes    *
      *              with the book's exposure and provision by stage. *
      *                                                                *
      * Output: The impairment report LOANIMP                          *
      *         The LOAN_IMPAIRMENT staging rows                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANIMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMP-RPT-FILE
                  ASSIGN TO LOANIMP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  IMP-RPT-FILE.
       01  IMP-RPT-RECORD                   PIC X(80).

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

      * Get the LOAN_APPLICATION/LOAN_RULE DB2 copybook
           EXEC SQL
              INCLUDE LAPPDB2
           END-EXEC.

      * Get the CREDIT_SCORE DB2 copybook
           EXEC SQL
              INCLUDE CRSCDB2
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

      * Host variables for the loan being staged
       01 HOST-LOAN-ROW.
          03 HV-LOAN-SORTCODE              PIC X(6).
          03 HV-LOAN-NUMBER                PIC X(9).
          03 HV-BUCKET                     PIC S9(9) COMP.
          03 HV-START-DATE                 PIC X(10).
          03 HV-CUST-NO                    PIC X(10).
          03 HV-LOAN-BALANCE               PIC S9(10)V99 COMP-3.
          03 HV-DAYS-PAST-DUE              PIC S9(9) COMP.

       01 HV-SCORE-ORIG                    PIC S9(4) COMP.
       01 HV-SCORE-NOW                     PIC S9(4) COMP.
       01 HV-SCORE-IND                     PIC S9(4) COMP.
       01 HV-STAGE                         PIC S9(4) COMP.
       01 HV-PREV-STAGE                    PIC S9(4) COMP.
       01 HV-EXPOSURE                      PIC S9(10)V99 COMP-3.
       01 HV-LOSS-RATE                     PIC S9(3)V99 COMP-3.
       01 HV-PROVISION                     PIC S9(10)V99 COMP-3.
       01 HV-PREV-PROVISION                PIC S9(10)V99 COMP-3.
       01 HV-MOVEMENT                      PIC S9(10)V99 COMP-3.
       01 HV-PROCTRAN-TIME                 PIC X(6).
       01 HV-CURR-TIMESTAMP                PIC X(26).
       01 HV-TODAY                         PIC X(10).
       01 HV-ALLOWANCE-SORTCODE            PIC X(6).

      *    The loan-loss allowance account, in the reserved range
      *    alongside the other internal accounts.  The provision
      *    movement posts here as type 'IMP', which GLEXTR journals
      *    to the impairment charge and allowance GL accounts.
       01 WS-ALLOWANCE-ACCOUNT             PIC X(9) VALUE '099999989'.

      *    A loan whose credit score has fallen by this many points
      *    or more since origination has had a significant increase
      *    in credit risk, whatever its arrears say.
       01 WS-SICR-SCORE-DROP               PIC S9(4) COMP VALUE 100.

      *    The days-past-due backstops for stages 2 and 3.
       01 WS-STAGE2-DAYS                   PIC S9(4) COMP VALUE 30.
       01 WS-STAGE3-DAYS                   PIC S9(4) COMP VALUE 90.

      * Declare the CURSOR over every active loan not yet staged
      * today, with its stored arrears bucket, the customer and
      * balance from its ACCOUNT row, and the days past due on its
      * oldest outstanding installment.  Held across the COMMIT
      * taken per loan, so a rerun picks up where a failure left
      * off.
           EXEC SQL DECLARE IMP-CURSOR CURSOR WITH HOLD FOR
              SELECT T.LTRM_SORTCODE,
                     T.LTRM_NUMBER,
                     COALESCE(T.LTRM_ARREARS_BUCKET, 0),
                     T.LTRM_START_DATE,
                     COALESCE(A.ACCOUNT_CUSTOMER_NUMBER, ' '),
                     A.ACCOUNT_ACTUAL_BALANCE,
                     COALESCE(
                       (SELECT DAYS(CURRENT DATE)
                               - DAYS(MIN(S.LSCH_DUE_DATE))
                        FROM   LOAN_SCHEDULE S
                        WHERE  S.LSCH_SORTCODE = T.LTRM_SORTCODE
                        AND    S.LSCH_NUMBER   = T.LTRM_NUMBER
                        AND    S.LSCH_STATUS   = 'O'), 0)
                     FROM LOAN_TERMS T,
                          ACCOUNT A
                     WHERE A.ACCOUNT_SORTCODE = T.LTRM_SORTCODE
                     AND   A.ACCOUNT_NUMBER   = T.LTRM_NUMBER
                     AND   T.LTRM_STATUS      = 'A'
                     AND   NOT EXISTS
                           (SELECT 1
                            FROM   LOAN_IMPAIRMENT I
                            WHERE  I.LIMP_SORTCODE = T.LTRM_SORTCODE
                            AND    I.LIMP_NUMBER   = T.LTRM_NUMBER
                            AND    I.LIMP_RUN_DATE = CURRENT DATE)
                     ORDER BY T.LTRM_SORTCODE, T.LTRM_NUMBER
                     FOR FETCH ONLY
           END-EXEC.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

      *    The loss rate for each stage, and the run's totals by
      *    stage for the closing summary.
       01 WS-STAGE-SUB                   PIC S9(4) COMP.
       01 WS-STAGE-TABLE.
           05 WS-STAGE-ENTRY OCCURS 3 TIMES.
              10 WS-STAGE-RATE           PIC S9(3)V99 COMP-3.
              10 WS-STAGE-COUNT          PIC S9(8) COMP.
              10 WS-STAGE-EXPOSURE       PIC S9(13)V99 COMP-3.
              10 WS-STAGE-PROVISION      PIC S9(13)V99 COMP-3.
       01 WS-TOTAL-MOVEMENT              PIC S9(13)V99 COMP-3
                                             VALUE 0.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  RPT-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.

      * Report lines
       01  WS-RPT-DETAIL.
           05 FILLER                     PIC X(5) VALUE 'LOAN '.
           05 RPT-SORTCODE               PIC X(6).
           05 FILLER                     PIC X(1) VALUE '/'.
           05 RPT-NUMBER                 PIC X(9).
           05 FILLER                     PIC X(2) VALUE ' S'.
           05 RPT-PREV-STAGE             PIC 9(1).
           05 FILLER                     PIC X(1) VALUE '>'.
           05 RPT-STAGE                  PIC 9(1).
           05 FILLER                     PIC X(5) VALUE ' DPD '.
           05 RPT-DPD                    PIC ZZZ9.
           05 FILLER                     PIC X(5) VALUE ' SCR '.
           05 RPT-SCORE-ORIG             PIC ---9.
           05 FILLER                     PIC X(1) VALUE '>'.
           05 RPT-SCORE-NOW              PIC ---9.
           05 FILLER                     PIC X(6) VALUE ' PROV '.
           05 RPT-PROVISION              PIC -(7)9.99.
           05 FILLER                     PIC X(4) VALUE ' MV '.
           05 RPT-MOVEMENT               PIC -(6)9.99.
       01  WS-RPT-STAGE.
           05 FILLER                     PIC X(6) VALUE 'STAGE '.
           05 RPT-SUM-STAGE              PIC 9(1).
           05 FILLER                     PIC X(7) VALUE ' LOANS '.
           05 RPT-SUM-COUNT              PIC Z(7)9.
           05 FILLER                     PIC X(10) VALUE
              ' EXPOSURE '.
           05 RPT-SUM-EXPOSURE           PIC -(11)9.99.
           05 FILLER                     PIC X(11) VALUE
              ' PROVISION '.
           05 RPT-SUM-PROVISION          PIC -(11)9.99.
       01  WS-RPT-MOVEMENT.
           05 FILLER                     PIC X(26) VALUE
              'PROVISION MOVEMENT POSTED '.
           05 RPT-TOTAL-MOVEMENT         PIC -(11)9.99.

       01  NUMBER-OF-LOANS-STAGED        PIC 9(8) VALUE 0.
       01  NUMBER-OF-STAGE-MOVES         PIC 9(8) VALUE 0.

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
                      'LOANIMP. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-CURR-TIMESTAMP(12:2) TO HV-PROCTRAN-TIME(1:2).
           MOVE HV-CURR-TIMESTAMP(15:2) TO HV-PROCTRAN-TIME(3:2).
           MOVE HV-CURR-TIMESTAMP(18:2) TO HV-PROCTRAN-TIME(5:2).

           MOVE SORTCODE TO HV-ALLOWANCE-SORTCODE.

           PERFORM LOAD-STAGE-RATE
              VARYING WS-STAGE-SUB FROM 1 BY 1
              UNTIL WS-STAGE-SUB > 3.

           OPEN OUTPUT IMP-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the LOANIMP report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL OPEN
              IMP-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANIMP unable to open IMP-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM STAGE-ONE-LOAN UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              IMP-CURSOR
           END-EXEC.

           PERFORM REPORT-STAGE-TOTALS
              VARYING WS-STAGE-SUB FROM 1 BY 1
              UNTIL WS-STAGE-SUB > 3.

           MOVE WS-TOTAL-MOVEMENT TO RPT-TOTAL-MOVEMENT.
           MOVE WS-RPT-MOVEMENT   TO IMP-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE.

           CLOSE IMP-RPT-FILE.

           DISPLAY 'LOANIMP staged ' NUMBER-OF-LOANS-STAGED
                   ' loan(s), ' NUMBER-OF-STAGE-MOVES
                   ' changed stage.'.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    The loss rate for one stage.  Every stage must have one:
      *    a loan cannot be provided for at a rate nobody set.
      *
       LOAD-STAGE-RATE SECTION.
       LSR010.

           MOVE WS-STAGE-SUB TO HV-STAGE.

           EXEC SQL
              SELECT IMPR_LOSS_RATE
              INTO   :HV-LOSS-RATE
              FROM   IMPAIRMENT_RATE
              WHERE  IMPR_STAGE = :HV-STAGE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANIMP STOPPED: no loss rate for stage '
                      HV-STAGE ' - load IMPAIRMENT_RATE through '
                      'IMPRLOAD and rerun. SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-LOSS-RATE TO WS-STAGE-RATE (WS-STAGE-SUB).
           MOVE 0 TO WS-STAGE-COUNT (WS-STAGE-SUB).
           MOVE 0 TO WS-STAGE-EXPOSURE (WS-STAGE-SUB).
           MOVE 0 TO WS-STAGE-PROVISION (WS-STAGE-SUB).

       LSR999.
           EXIT.

      *
      *    One loan: stage it, provide for it at its stage's rate,
      *    record the staging row and post the movement on last
      *    run's provision to the allowance, as one unit of work.
      *
       STAGE-ONE-LOAN SECTION.
       SOL010.

           EXEC SQL FETCH FROM IMP-CURSOR
              INTO :HV-LOAN-SORTCODE,
                   :HV-LOAN-NUMBER,
                   :HV-BUCKET,
                   :HV-START-DATE,
                   :HV-CUST-NO,
                   :HV-LOAN-BALANCE,
                   :HV-DAYS-PAST-DUE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO SOL999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANIMP failure fetching IMP-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-LOANS-STAGED.

           PERFORM GET-CREDIT-SCORES.
           PERFORM GET-PREVIOUS-PROVISION.

      *    Stage 3 on the deepest bucket or the 90-day backstop;
      *    stage 2 on the two-to-three bucket, the 30-day backstop
      *    or a score fallen far enough since origination.
           EVALUATE TRUE
              WHEN HV-BUCKET >= 3
                 MOVE 3 TO HV-STAGE
              WHEN HV-DAYS-PAST-DUE > WS-STAGE3-DAYS
                 MOVE 3 TO HV-STAGE
              WHEN HV-BUCKET = 2
                 MOVE 2 TO HV-STAGE
              WHEN HV-DAYS-PAST-DUE > WS-STAGE2-DAYS
                 MOVE 2 TO HV-STAGE
              WHEN HV-SCORE-ORIG >= 0 AND HV-SCORE-NOW >= 0
               AND HV-SCORE-ORIG - HV-SCORE-NOW >= WS-SICR-SCORE-DROP
                 MOVE 2 TO HV-STAGE
              WHEN OTHER
                 MOVE 1 TO HV-STAGE
           END-EVALUATE.

      *    A loan carries what is owed as a negative balance.
           IF HV-LOAN-BALANCE < 0
              COMPUTE HV-EXPOSURE = 0 - HV-LOAN-BALANCE
           ELSE
              MOVE 0 TO HV-EXPOSURE
           END-IF.

           MOVE WS-STAGE-RATE (HV-STAGE) TO HV-LOSS-RATE.
           COMPUTE HV-PROVISION ROUNDED =
                   HV-EXPOSURE * HV-LOSS-RATE / 100.
           COMPUTE HV-MOVEMENT = HV-PROVISION - HV-PREV-PROVISION.

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
                VALUES
                (
                  :HV-LOAN-SORTCODE  ,
                  :HV-LOAN-NUMBER    ,
                  :HV-TODAY          ,
                  :HV-STAGE          ,
                  :HV-BUCKET         ,
                  :HV-DAYS-PAST-DUE  ,
                  :HV-SCORE-ORIG     ,
                  :HV-SCORE-NOW      ,
                  :HV-EXPOSURE       ,
                  :HV-LOSS-RATE      ,
                  :HV-PROVISION      ,
                  :HV-MOVEMENT
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANIMP unable to record the staging of '
                 HV-LOAN-SORTCODE '/' HV-LOAN-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-MOVEMENT NOT = 0
              PERFORM POST-PROVISION-MOVEMENT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           ADD 1            TO WS-STAGE-COUNT (HV-STAGE).
           ADD HV-EXPOSURE  TO WS-STAGE-EXPOSURE (HV-STAGE).
           ADD HV-PROVISION TO WS-STAGE-PROVISION (HV-STAGE).
           ADD HV-MOVEMENT  TO WS-TOTAL-MOVEMENT.

           IF HV-STAGE NOT = HV-PREV-STAGE
              ADD 1 TO NUMBER-OF-STAGE-MOVES
           END-IF.

           MOVE HV-LOAN-SORTCODE  TO RPT-SORTCODE.
           MOVE HV-LOAN-NUMBER    TO RPT-NUMBER.
           MOVE HV-PREV-STAGE     TO RPT-PREV-STAGE.
           MOVE HV-STAGE          TO RPT-STAGE.
           MOVE HV-DAYS-PAST-DUE  TO RPT-DPD.
           MOVE HV-SCORE-ORIG     TO RPT-SCORE-ORIG.
           MOVE HV-SCORE-NOW      TO RPT-SCORE-NOW.
           MOVE HV-PROVISION      TO RPT-PROVISION.
           MOVE HV-MOVEMENT       TO RPT-MOVEMENT.
           MOVE WS-RPT-DETAIL     TO IMP-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       SOL999.
           EXIT.

      *
      *    The score the loan was granted on - the one LOANDEC
      *    decided its application with, or for a loan that did not
      *    come through LOAN_APPLICATION the customer's score as it
      *    stood when the loan started - and the score now.  Either
      *    is -1 when there is none on file, and then the score
      *    plays no part in the staging.
      *
       GET-CREDIT-SCORES SECTION.
       GCS010.

           MOVE -1 TO HV-SCORE-ORIG.
           MOVE -1 TO HV-SCORE-NOW.

           EXEC SQL
              SELECT LAPP_CREDIT_SCORE
              INTO   :HV-SCORE-ORIG :HV-SCORE-IND
              FROM   LOAN_APPLICATION
              WHERE  LAPP_LOAN_SORTCODE = :HV-LOAN-SORTCODE
              AND    LAPP_LOAN_NUMBER   = :HV-LOAN-NUMBER
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANIMP unable to read the application for '
                 HV-LOAN-SORTCODE '/' HV-LOAN-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF SQLCODE = 100 OR HV-SCORE-IND < 0
              MOVE -1 TO HV-SCORE-ORIG
              EXEC SQL
                 SELECT CREDIT_SCORE
                 INTO   :HV-SCORE-ORIG
                 FROM   CREDIT_SCORE
                 WHERE  CUST_NO = :HV-CUST-NO
                 AND    DATE(SCORE_TS) <= DATE(:HV-START-DATE)
                 ORDER BY SCORE_TS DESC
                 FETCH FIRST 1 ROW ONLY
              END-EXEC
              IF SQLCODE = 100
                 MOVE -1 TO HV-SCORE-ORIG
              ELSE
                 IF SQLCODE NOT = 0
                    MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                    DISPLAY 'LOANIMP unable to read the original '
                       'score for ' HV-LOAN-SORTCODE '/'
                       HV-LOAN-NUMBER ' SQLCODE=' WS-SQLCODE-DISPLAY
                    MOVE 12 TO RETURN-CODE
                    PERFORM PROGRAM-DONE
                 END-IF
              END-IF
           END-IF.

           EXEC SQL
              SELECT CREDIT_SCORE
              INTO   :HV-SCORE-NOW
              FROM   CREDIT_SCORE
              WHERE  CUST_NO  = :HV-CUST-NO
              AND    HIST_ROW = 'N'
           END-EXEC.

           IF SQLCODE = 100
              MOVE -1 TO HV-SCORE-NOW
           ELSE
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'LOANIMP unable to read the current score '
                    'for ' HV-LOAN-SORTCODE '/' HV-LOAN-NUMBER
                    ' SQLCODE=' WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           END-IF.

       GCS999.
           EXIT.

      *
      *    The stage and provision the loan's latest earlier run
      *    left it with; a loan never staged before comes in at
      *    stage 0 with nothing provided.
      *
       GET-PREVIOUS-PROVISION SECTION.
       GPP010.

           EXEC SQL
              SELECT LIMP_STAGE, LIMP_PROVISION
              INTO   :HV-PREV-STAGE, :HV-PREV-PROVISION
              FROM   LOAN_IMPAIRMENT
              WHERE  LIMP_SORTCODE = :HV-LOAN-SORTCODE
              AND    LIMP_NUMBER   = :HV-LOAN-NUMBER
              AND    LIMP_RUN_DATE < :HV-TODAY
              ORDER BY LIMP_RUN_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 100
              MOVE 0 TO HV-PREV-STAGE
              MOVE 0 TO HV-PREV-PROVISION
              GO TO GPP999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANIMP unable to read the last staging of '
                 HV-LOAN-SORTCODE '/' HV-LOAN-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       GPP999.
           EXIT.

      *
      *    The movement posts single-legged to the allowance
      *    account, the loan it was raised for as the counter
      *    account: a positive movement is a charge that grows the
      *    allowance, a negative one a release.
      *
       POST-PROVISION-MOVEMENT SECTION.
       PPM010.

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
                  :HV-ALLOWANCE-SORTCODE  ,
                  :WS-ALLOWANCE-ACCOUNT   ,
                  :HV-TODAY               ,
                  :HV-PROCTRAN-TIME       ,
                  '000000000000'          ,
                  'IMP'                   ,
                  'LOAN IMPAIRMENT PROVISION'
                                          ,
                  :HV-MOVEMENT            ,
                  0                       ,
                  :HV-LOAN-NUMBER
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANIMP unable to post the provision for '
                 HV-LOAN-SORTCODE '/' HV-LOAN-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'IMP'       TO PCT-TYPE.
           MOVE HV-MOVEMENT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
                          ACCOUNT_ACTUAL_BALANCE + :HV-MOVEMENT,
                       ACCOUNT_AVAILABLE_BALANCE =
                          ACCOUNT_AVAILABLE_BALANCE + :HV-MOVEMENT
                WHERE  ACCOUNT_SORTCODE = :HV-ALLOWANCE-SORTCODE
                AND    ACCOUNT_NUMBER   = :WS-ALLOWANCE-ACCOUNT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANIMP unable to move the allowance balance, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       PPM999.
           EXIT.

      *
      *    The book by stage, closing the report for credit risk
      *    and finance.
      *
       REPORT-STAGE-TOTALS SECTION.
       RST010.

           MOVE WS-STAGE-SUB                     TO RPT-SUM-STAGE.
           MOVE WS-STAGE-COUNT (WS-STAGE-SUB)     TO RPT-SUM-COUNT.
           MOVE WS-STAGE-EXPOSURE (WS-STAGE-SUB)  TO RPT-SUM-EXPOSURE.
           MOVE WS-STAGE-PROVISION (WS-STAGE-SUB)
                                             TO RPT-SUM-PROVISION.
           MOVE WS-RPT-STAGE                     TO IMP-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       RST999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           WRITE IMP-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the LOANIMP report file, '
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

           MOVE 'LOANIMP'  TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'LOANIMP unable to claim a ledger posting, '
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
