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
      * Title: PERDMNT                                                 *
      *                                                                *
      *                                                                *
      * Description: Accounting period maintenance, the batch finance  *
      *              defines and closes periods through.  Each record  *
      *              is one action on the ACCOUNTING_PERIOD table:     *
      *                                                                *
      *              D - define a period, or move the dates of one     *
      *                  still open; periods may not overlap;          *
      *              C - close a period.  Only a period that has       *
      *                  ended, whose earlier periods are all closed,  *
      *                  and with no late posting into it that GLEXTR  *
      *                  has yet to journal, can close - so today is   *
      *                  always open and nothing reaches the closed    *
      *                  figures unjournalled;                         *
      *              R - reopen the most recently closed period, for   *
      *                  the rare correction finance agrees to.        *
      *                                                                *
      *              Closing and reopening record who did it and when. *
      *              An action that cannot be honoured is reported     *
      *              and skipped, and the run ends RC 4.               *
      *                                                                *
      * Input: The period action file PERDIN                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERD-ACTION-FILE
                  ASSIGN TO PERDIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PERD-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  PERD-ACTION-FILE.
       01  PERD-ACTION-RECORD.
           05 PDA-ACTION                    PIC X(1).
           05 PDA-PERIOD-ID                 PIC X(6).
           05 PDA-PERIOD-START              PIC X(10).
           05 PDA-PERIOD-END                PIC X(10).
           05 PDA-USERID                    PIC X(8).

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

      * Get the ACCOUNTING_PERIOD / LATE_POSTING DB2 copybook
           EXEC SQL
              INCLUDE PERDDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * ACCOUNTING_PERIOD host variables for DB2
       01 HOST-PERIOD-ROW.
          03 HV-PERIOD-ID                  PIC X(6).
          03 HV-PERIOD-START               PIC X(10).
          03 HV-PERIOD-END                 PIC X(10).
          03 HV-PERIOD-STATUS              PIC X(1).
          03 HV-PERIOD-USERID              PIC X(8).

       01 HV-ROW-COUNT                     PIC S9(9) COMP.
       01 HV-PERIOD-ENDED                  PIC X(1).

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  PERD-FILE-STATUS             PIC XX.

       01  WS-EOF                       PIC X VALUE 'N'.
       01  WS-REFUSAL                   PIC X(50).

       01  NUMBER-OF-ACTIONS-READ        PIC 9(8) VALUE 0.
       01  NUMBER-OF-ACTIONS-DONE        PIC 9(8) VALUE 0.
       01  NUMBER-OF-ACTIONS-REFUSED     PIC 9(8) VALUE 0.

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

           OPEN INPUT PERD-ACTION-FILE.
           IF PERD-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the PERDMNT action file, '
                      ' status=' PERD-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM READ-NEXT-ACTION.

           PERFORM APPLY-ONE-ACTION
              UNTIL WS-EOF = 'Y'.

           CLOSE PERD-ACTION-FILE.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'PERDMNT read ' NUMBER-OF-ACTIONS-READ
                   ' action(s), applied ' NUMBER-OF-ACTIONS-DONE
                   ', refused ' NUMBER-OF-ACTIONS-REFUSED '.'.

           IF NUMBER-OF-ACTIONS-REFUSED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       READ-NEXT-ACTION SECTION.
       RNA010.

           READ PERD-ACTION-FILE.

           IF PERD-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF PERD-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the PERDMNT action file, '
                         ' status=' PERD-FILE-STATUS
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              ELSE
                 ADD 1 TO NUMBER-OF-ACTIONS-READ
              END-IF
           END-IF.

       RNA999.
           EXIT.

      *
      *    Apply the action just read, then read the next one.  A
      *    refusal leaves its reason in WS-REFUSAL.
      *
       APPLY-ONE-ACTION SECTION.
       AOA010.

           MOVE SPACES           TO WS-REFUSAL.
           MOVE PDA-PERIOD-ID    TO HV-PERIOD-ID.
           MOVE PDA-USERID       TO HV-PERIOD-USERID.

           IF PDA-PERIOD-ID = SPACES
              MOVE 'NO PERIOD ID' TO WS-REFUSAL
              GO TO AOA900
           END-IF.

           EVALUATE PDA-ACTION
              WHEN 'D'
                 PERFORM DEFINE-PERIOD
              WHEN 'C'
                 PERFORM CLOSE-PERIOD
              WHEN 'R'
                 PERFORM REOPEN-PERIOD
              WHEN OTHER
                 MOVE 'UNKNOWN ACTION' TO WS-REFUSAL
           END-EVALUATE.

       AOA900.
           IF WS-REFUSAL = SPACES
              DISPLAY 'PERDMNT ' PDA-ACTION ' period ' PDA-PERIOD-ID
                      ' done'
              ADD 1 TO NUMBER-OF-ACTIONS-DONE
           ELSE
              DISPLAY 'PERDMNT ' PDA-ACTION ' period ' PDA-PERIOD-ID
                      ' refused - ' WS-REFUSAL
              ADD 1 TO NUMBER-OF-ACTIONS-REFUSED
           END-IF.

           PERFORM READ-NEXT-ACTION.

       AOA999.
           EXIT.

      *
      *    The period's current status into HV-PERIOD-STATUS, its
      *    dates into HV-PERIOD-START/END (spaces status when there
      *    is no such period), and whether it has ended yet.
      *
       READ-PERIOD SECTION.
       RP010.

           MOVE SPACES TO HV-PERIOD-STATUS.

           EXEC SQL
                SELECT PERIOD_STATUS,
                       CHAR(PERIOD_START, ISO),
                       CHAR(PERIOD_END, ISO),
                       CASE WHEN PERIOD_END < CURRENT DATE
                            THEN 'Y' ELSE 'N' END
                INTO   :HV-PERIOD-STATUS,
                       :HV-PERIOD-START,
                       :HV-PERIOD-END,
                       :HV-PERIOD-ENDED
                FROM   ACCOUNTING_PERIOD
                WHERE  PERIOD_ID = :HV-PERIOD-ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABANDON-RUN
           END-IF.

       RP999.
           EXIT.

       DEFINE-PERIOD SECTION.
       DP010.

           PERFORM READ-PERIOD.

           IF HV-PERIOD-STATUS = 'C'
              MOVE 'PERIOD IS CLOSED' TO WS-REFUSAL
              GO TO DP999
           END-IF.

           MOVE PDA-PERIOD-START TO HV-PERIOD-START.
           MOVE PDA-PERIOD-END   TO HV-PERIOD-END.

      *
      *    Proves both dates are dates and in order, and that no
      *    other period shares any day with this one.
      *
           EXEC SQL
                SELECT COUNT(*)
                INTO   :HV-ROW-COUNT
                FROM   ACCOUNTING_PERIOD
                WHERE  PERIOD_ID   <> :HV-PERIOD-ID
                AND    PERIOD_START <= DATE(:HV-PERIOD-END)
                AND    PERIOD_END   >= DATE(:HV-PERIOD-START)
           END-EXEC.

           IF SQLCODE NOT = 0
              OR PDA-PERIOD-START > PDA-PERIOD-END
              MOVE 'PERIOD DATES NOT VALID' TO WS-REFUSAL
              GO TO DP999
           END-IF.

           IF HV-ROW-COUNT > 0
              MOVE 'OVERLAPS ANOTHER PERIOD' TO WS-REFUSAL
              GO TO DP999
           END-IF.

      *
      *    An open period ahead of a closed one would break the
      *    order the closed periods are kept in.
      *
           EXEC SQL
                SELECT COUNT(*)
                INTO   :HV-ROW-COUNT
                FROM   ACCOUNTING_PERIOD
                WHERE  PERIOD_STATUS = 'C'
                AND    PERIOD_END   >= DATE(:HV-PERIOD-START)
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM ABANDON-RUN
           END-IF.

           IF HV-ROW-COUNT > 0
              MOVE 'STARTS BEFORE A CLOSED PERIOD ENDS' TO WS-REFUSAL
              GO TO DP999
           END-IF.

           IF HV-PERIOD-STATUS = 'O'
              EXEC SQL
                   UPDATE ACCOUNTING_PERIOD
                   SET    PERIOD_START = DATE(:HV-PERIOD-START),
                          PERIOD_END   = DATE(:HV-PERIOD-END)
                   WHERE  PERIOD_ID = :HV-PERIOD-ID
              END-EXEC
           ELSE
              EXEC SQL
                   INSERT INTO ACCOUNTING_PERIOD
                   (
                     PERIOD_ID          ,
                     PERIOD_START       ,
                     PERIOD_END         ,
                     PERIOD_STATUS      ,
                     PERIOD_CLOSED_BY   ,
                     PERIOD_CLOSED_TS   ,
                     PERIOD_REOPENED_BY ,
                     PERIOD_REOPENED_TS
                   )
                   VALUES
                   (
                     :HV-PERIOD-ID           ,
                     DATE(:HV-PERIOD-START)  ,
                     DATE(:HV-PERIOD-END)    ,
                     'O'                     ,
                     NULL                    ,
                     NULL                    ,
                     NULL                    ,
                     NULL
                   )
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              PERFORM ABANDON-RUN
           END-IF.

       DP999.
           EXIT.

       CLOSE-PERIOD SECTION.
       CL010.

           IF PDA-USERID = SPACES
              MOVE 'NO USER GIVEN' TO WS-REFUSAL
              GO TO CL999
           END-IF.

           PERFORM READ-PERIOD.

           IF HV-PERIOD-STATUS NOT = 'O'
              MOVE 'NO SUCH OPEN PERIOD' TO WS-REFUSAL
              GO TO CL999
           END-IF.

           IF HV-PERIOD-ENDED NOT = 'Y'
              MOVE 'PERIOD HAS NOT ENDED' TO WS-REFUSAL
              GO TO CL999
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :HV-ROW-COUNT
                FROM   ACCOUNTING_PERIOD
                WHERE  PERIOD_STATUS = 'O'
                AND    PERIOD_END    < DATE(:HV-PERIOD-START)
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM ABANDON-RUN
           END-IF.

           IF HV-ROW-COUNT > 0
              MOVE 'AN EARLIER PERIOD IS STILL OPEN' TO WS-REFUSAL
              GO TO CL999
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :HV-ROW-COUNT
                FROM   LATE_POSTING
                WHERE  LATE_POSTED_DATE
                          BETWEEN DATE(:HV-PERIOD-START)
                              AND DATE(:HV-PERIOD-END)
                AND    LATE_POSTED_DATE < DATE(LATE_RECORDED_TS)
                AND    LATE_JOURNAL_DATE IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM ABANDON-RUN
           END-IF.

           IF HV-ROW-COUNT > 0
              MOVE 'LATE POSTINGS NOT YET JOURNALLED BY GLEXTR'
                                       TO WS-REFUSAL
              GO TO CL999
           END-IF.

           EXEC SQL
                UPDATE ACCOUNTING_PERIOD
                SET    PERIOD_STATUS    = 'C',
                       PERIOD_CLOSED_BY = :HV-PERIOD-USERID,
                       PERIOD_CLOSED_TS = CURRENT TIMESTAMP
                WHERE  PERIOD_ID = :HV-PERIOD-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM ABANDON-RUN
           END-IF.

       CL999.
           EXIT.

      *
      *    Only the latest closed period reopens, so the closed
      *    periods stay one unbroken run from the start.
      *
       REOPEN-PERIOD SECTION.
       RO010.

           IF PDA-USERID = SPACES
              MOVE 'NO USER GIVEN' TO WS-REFUSAL
              GO TO RO999
           END-IF.

           PERFORM READ-PERIOD.

           IF HV-PERIOD-STATUS NOT = 'C'
              MOVE 'NO SUCH CLOSED PERIOD' TO WS-REFUSAL
              GO TO RO999
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :HV-ROW-COUNT
                FROM   ACCOUNTING_PERIOD
                WHERE  PERIOD_STATUS = 'C'
                AND    PERIOD_START  > DATE(:HV-PERIOD-END)
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM ABANDON-RUN
           END-IF.

           IF HV-ROW-COUNT > 0
              MOVE 'A LATER PERIOD IS CLOSED' TO WS-REFUSAL
              GO TO RO999
           END-IF.

           EXEC SQL
                UPDATE ACCOUNTING_PERIOD
                SET    PERIOD_STATUS      = 'O',
                       PERIOD_REOPENED_BY = :HV-PERIOD-USERID,
                       PERIOD_REOPENED_TS = CURRENT TIMESTAMP
                WHERE  PERIOD_ID = :HV-PERIOD-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM ABANDON-RUN
           END-IF.

       RO999.
           EXIT.

      *
      *    A DB2 failure part-way leaves the period table as it was.
      *
       ABANDON-RUN SECTION.
       AR010.

           MOVE SQLCODE TO WS-SQLCODE-DISPLAY.
           DISPLAY 'PERDMNT DB2 failure on period ' HV-PERIOD-ID
                   ', SQLCODE=' WS-SQLCODE-DISPLAY
                   ' - no actions applied'.

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
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
