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
      * Title: SVCCHK                                                  *
      *                                                                *
      *                                                                *
      * Description: Online service-availability switch, CALLed as a   *
      *              subprogram.  The online APIs (CONSENT, DPAYAPI,   *
      *              ACCINFO, HOLDAPI) ask it whether they may take a  *
      *              request and, if not, what retry-after time to     *
      *              answer with; the SVCSWRK operator transaction and *
      *              the SCHEDULE driver set a service available,      *
      *              read-only or unavailable through it; and the EOD  *
      *              batches ask it whether the services they need     *
      *              quiesced are before they start.                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCCHK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.

       DATA DIVISION.
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

      * Get the SERVICE_STATUS DB2 copybook
           EXEC SQL
              INCLUDE SVCSDB2
           END-EXEC.

      * Get the BATCH_SCHEDULE DB2 copybook - a closed service's
      * retry-after time is the schedule's next entry reopening it.
           EXEC SQL
              INCLUDE SCHDDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * SERVICE_STATUS host variables for DB2
       01 HOST-SERVICE-ROW.
          03 HV-SVC-NAME                   PIC X(8).
          03 HV-SVC-STATE                  PIC X(1).
          03 HV-SVC-RETRY-AFTER-TS         PIC X(26).
          03 HV-SVC-REASON                 PIC X(40).
          03 HV-SVC-CHANGED-BY             PIC X(8).

       01 HV-RETRY-AFTER-IND               PIC S9(4) COMP.

      *    A closed service whose retry-after time has passed (the
      *    window overran) or was never known tells its callers to
      *    come back this many minutes from now.
       01 HV-DEFAULT-RETRY-MINUTES         PIC S9(9) COMP VALUE 15.

       01 WS-Q-IDX                         PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       01 SVCCHK-PARMS.
           COPY SVCCHK.

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION USING SVCCHK-PARMS.
       PREMIERE SECTION.
       A010.

           MOVE 0 TO SVC-RETURN-CD.

           EVALUATE SVC-REQUEST
              WHEN 'Q'
                 PERFORM QUERY-SERVICE
              WHEN 'S'
                 PERFORM SET-SERVICE-STATE
              WHEN 'V'
                 PERFORM VERIFY-QUIESCED
              WHEN OTHER
                 MOVE -1 TO SVC-RETURN-CD
           END-EVALUATE.

       A999.
           GOBACK.

      *
      *    May the service take this request?  Available takes
      *    anything, read-only takes enquiries, unavailable takes
      *    nothing.  A service with no row is available.
      *
       QUERY-SERVICE SECTION.
       QS010.

           MOVE 'Y'    TO SVC-RESULT.
           MOVE 'A'    TO SVC-STATE.
           MOVE SPACES TO SVC-RETRY-AFTER-TS.

           MOVE SVC-SERVICE TO HV-SVC-NAME.

           EXEC SQL
                SELECT SVC_STATE,
                       CHAR(CASE
                            WHEN SVC_RETRY_AFTER_TS > CURRENT TIMESTAMP
                            THEN SVC_RETRY_AFTER_TS
                            ELSE CURRENT TIMESTAMP
                                    + :HV-DEFAULT-RETRY-MINUTES MINUTES
                            END)
                INTO   :HV-SVC-STATE,
                       :HV-SVC-RETRY-AFTER-TS
                FROM   SERVICE_STATUS
                WHERE  SVC_NAME = :HV-SVC-NAME
           END-EXEC.

           IF SQLCODE = 100
              GO TO QS999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SVC-RETURN-CD
              GO TO QS999
           END-IF.

           MOVE HV-SVC-STATE TO SVC-STATE.

           IF HV-SVC-STATE = 'A'
              GO TO QS999
           END-IF.

           IF HV-SVC-STATE = 'R' AND SVC-ACCESS = 'R'
              GO TO QS999
           END-IF.

           MOVE 'N'                   TO SVC-RESULT.
           MOVE HV-SVC-RETRY-AFTER-TS TO SVC-RETRY-AFTER-TS.

       QS999.
           EXIT.

      *
      *    Put the service into the state asked for.  Closing it
      *    without a retry-after time takes the time of the next
      *    unheld schedule entry that makes it available again; with
      *    no such entry the row carries none and callers are given
      *    the default.
      *
       SET-SERVICE-STATE SECTION.
       SSS010.

           IF SVC-STATE NOT = 'A'
              AND SVC-STATE NOT = 'R'
              AND SVC-STATE NOT = 'U'
              MOVE -1 TO SVC-RETURN-CD
              GO TO SSS999
           END-IF.

           MOVE SVC-SERVICE    TO HV-SVC-NAME.
           MOVE SVC-STATE      TO HV-SVC-STATE.
           MOVE SVC-REASON     TO HV-SVC-REASON.
           MOVE SVC-CHANGED-BY TO HV-SVC-CHANGED-BY.

           IF SVC-STATE = 'A'
              MOVE SPACES TO SVC-RETRY-AFTER-TS
              MOVE SPACES TO HV-SVC-RETRY-AFTER-TS
              MOVE -1     TO HV-RETRY-AFTER-IND
           ELSE
              IF SVC-RETRY-AFTER-TS NOT = SPACES
                 MOVE SVC-RETRY-AFTER-TS TO HV-SVC-RETRY-AFTER-TS
                 MOVE 0                  TO HV-RETRY-AFTER-IND
              ELSE
                 PERFORM FIND-SCHEDULED-REOPEN
              END-IF
           END-IF.

           IF SVC-RETURN-CD NOT = 0
              GO TO SSS999
           END-IF.

           EXEC SQL
                UPDATE SERVICE_STATUS
                SET    SVC_STATE          = :HV-SVC-STATE,
                       SVC_RETRY_AFTER_TS =
                          :HV-SVC-RETRY-AFTER-TS :HV-RETRY-AFTER-IND,
                       SVC_REASON         = :HV-SVC-REASON,
                       SVC_CHANGED_BY     = :HV-SVC-CHANGED-BY,
                       SVC_CHANGED_TS     = CURRENT TIMESTAMP
                WHERE  SVC_NAME = :HV-SVC-NAME
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SVC-RETURN-CD
              GO TO SSS999
           END-IF.

           IF SQLERRD(3) > 0
              GO TO SSS999
           END-IF.

           EXEC SQL
                INSERT INTO SERVICE_STATUS
                (
                  SVC_NAME           ,
                  SVC_STATE          ,
                  SVC_RETRY_AFTER_TS ,
                  SVC_REASON         ,
                  SVC_CHANGED_BY     ,
                  SVC_CHANGED_TS
                )
                VALUES
                (
                  :HV-SVC-NAME        ,
                  :HV-SVC-STATE       ,
                  :HV-SVC-RETRY-AFTER-TS :HV-RETRY-AFTER-IND ,
                  :HV-SVC-REASON      ,
                  :HV-SVC-CHANGED-BY  ,
                  CURRENT TIMESTAMP
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SVC-RETURN-CD
           END-IF.

       SSS999.
           EXIT.

       FIND-SCHEDULED-REOPEN SECTION.
       FSR010.

           EXEC SQL
                SELECT CHAR(MIN(NEXT_RUN_TS))
                INTO   :HV-SVC-RETRY-AFTER-TS :HV-RETRY-AFTER-IND
                FROM   BATCH_SCHEDULE
                WHERE  SVC_NAME  = :HV-SVC-NAME
                AND    SVC_STATE = 'A'
                AND    HOLD_FLAG = 'N'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SVC-RETURN-CD
              GO TO FSR999
           END-IF.

           IF HV-RETRY-AFTER-IND < 0
              MOVE SPACES TO HV-SVC-RETRY-AFTER-TS
              MOVE SPACES TO SVC-RETRY-AFTER-TS
           ELSE
              MOVE HV-SVC-RETRY-AFTER-TS TO SVC-RETRY-AFTER-TS
           END-IF.

       FSR999.
           EXIT.

      *
      *    The batch-side check: every service the caller lists must
      *    be at least as closed as it requires.  Stops at the first
      *    one that is not.
      *
       VERIFY-QUIESCED SECTION.
       VQ010.

           MOVE 'Y' TO SVC-RESULT.

           PERFORM CHECK-ONE-QUIESCE
              VARYING WS-Q-IDX FROM 1 BY 1
                UNTIL WS-Q-IDX > SVC-QUIESCE-COUNT
                   OR SVC-RESULT = 'N'
                   OR SVC-RETURN-CD NOT = 0.

       VQ999.
           EXIT.

       CHECK-ONE-QUIESCE SECTION.
       COQ010.

           MOVE SVC-Q-SERVICE (WS-Q-IDX) TO HV-SVC-NAME.

           EXEC SQL
                SELECT SVC_STATE
                INTO   :HV-SVC-STATE
                FROM   SERVICE_STATUS
                WHERE  SVC_NAME = :HV-SVC-NAME
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'A' TO HV-SVC-STATE
           ELSE
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO SVC-RETURN-CD
                 GO TO COQ999
              END-IF
           END-IF.

           IF HV-SVC-STATE = 'U'
              GO TO COQ999
           END-IF.

           IF HV-SVC-STATE = 'R'
              AND SVC-Q-REQUIRED (WS-Q-IDX) = 'R'
              GO TO COQ999
           END-IF.

           MOVE 'N'          TO SVC-RESULT.
           MOVE HV-SVC-NAME  TO SVC-SERVICE.
           MOVE HV-SVC-STATE TO SVC-STATE.

       COQ999.
           EXIT.
