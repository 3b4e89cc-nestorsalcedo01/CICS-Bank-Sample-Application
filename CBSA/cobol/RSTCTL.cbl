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
      * Title: RSTCTL                                                  *
      *                                                                *
      *                                                                *
      * Description: Batch restart control, CALLed as a subprogram     *
      *              by the ledger-posting batches that commit as      *
      *              they go (TELLPOST, ATMPOST, INBPAY, DDCOLL,       *
      *              CHQDEP, CHQRET).  Remembers each input file by    *
      *              its identity on BATCH_RESTART: a file already     *
      *              run to the end is reported so the caller can      *
      *              refuse it, and a file a failed run left part-     *
      *              done hands back the position and running totals   *
      *              of its last commit so the rerun resumes after     *
      *              them.  The caller rewrites the checkpoint just    *
      *              before each commit, in the same unit of work as   *
      *              the postings it covers.                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSTCTL.

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

      * Get the BATCH_RESTART DB2 copybook
           EXEC SQL
              INCLUDE RSTRDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * BATCH_RESTART host variables for DB2
       01 HOST-RESTART-ROW.
          03 HV-RST-PROGRAM                PIC X(8).
          03 HV-RST-FILE-ID                PIC X(40).
          03 HV-RST-STATUS                 PIC X(1).
          03 HV-RST-POSITION               PIC S9(9) COMP.
          03 HV-RST-TOTALS                 PIC X(200).
          03 HV-RST-COMPLETED-TS           PIC X(26).

       01 HV-COMPLETED-IND                 PIC S9(4) COMP.

       LINKAGE SECTION.
       01 RSTCTL-PARMS.
           COPY RSTCTL.

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION USING RSTCTL-PARMS.
       PREMIERE SECTION.
       A010.

           MOVE 0             TO RSC-RETURN-CD.
           MOVE RSC-PROGRAM   TO HV-RST-PROGRAM.
           MOVE RSC-FILE-ID   TO HV-RST-FILE-ID.

           EVALUATE RSC-REQUEST
              WHEN 'B'
                 PERFORM BEGIN-FILE
              WHEN 'K'
                 PERFORM TAKE-CHECKPOINT
              WHEN 'C'
                 PERFORM COMPLETE-FILE
              WHEN OTHER
                 MOVE -1 TO RSC-RETURN-CD
           END-EVALUATE.

       A999.
           GOBACK.

      *
      *    Look the file up.  Never seen: open a row at 'P' with
      *    nothing committed.  Left at 'P' by a failed run: count
      *    the rerun and hand back its checkpoint.  At 'C': say so
      *    and when, and touch nothing.
      *
       BEGIN-FILE SECTION.
       BF010.

           MOVE 'N'    TO RSC-RESULT.
           MOVE 0      TO RSC-POSITION.
           MOVE SPACES TO RSC-TOTALS.
           MOVE SPACES TO RSC-COMPLETED-TS.

           EXEC SQL
                SELECT RST_STATUS,
                       RST_POSITION,
                       RST_TOTALS,
                       CHAR(RST_COMPLETED_TS)
                INTO   :HV-RST-STATUS,
                       :HV-RST-POSITION,
                       :HV-RST-TOTALS,
                       :HV-RST-COMPLETED-TS :HV-COMPLETED-IND
                FROM   BATCH_RESTART
                WHERE  RST_PROGRAM = :HV-RST-PROGRAM
                AND    RST_FILE_ID = :HV-RST-FILE-ID
           END-EXEC.

           IF SQLCODE = 100
              PERFORM OPEN-FILE-ROW
              GO TO BF999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO RSC-RETURN-CD
              GO TO BF999
           END-IF.

           IF HV-RST-STATUS = 'C'
              MOVE 'D' TO RSC-RESULT
              IF HV-COMPLETED-IND NOT < 0
                 MOVE HV-RST-COMPLETED-TS TO RSC-COMPLETED-TS
              END-IF
              GO TO BF999
           END-IF.

           MOVE 'R'             TO RSC-RESULT.
           MOVE HV-RST-POSITION TO RSC-POSITION.
           MOVE HV-RST-TOTALS   TO RSC-TOTALS.

           EXEC SQL
                UPDATE BATCH_RESTART
                SET    RST_RUN_COUNT   = RST_RUN_COUNT + 1,
                       RST_LAST_RUN_TS = CURRENT TIMESTAMP
                WHERE  RST_PROGRAM = :HV-RST-PROGRAM
                AND    RST_FILE_ID = :HV-RST-FILE-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO RSC-RETURN-CD
           END-IF.

       BF999.
           EXIT.

       OPEN-FILE-ROW SECTION.
       OFR010.

           EXEC SQL
                INSERT INTO BATCH_RESTART
                (
                  RST_PROGRAM      ,
                  RST_FILE_ID      ,
                  RST_STATUS       ,
                  RST_POSITION     ,
                  RST_TOTALS       ,
                  RST_RUN_COUNT    ,
                  RST_FIRST_RUN_TS ,
                  RST_LAST_RUN_TS  ,
                  RST_COMPLETED_TS
                )
                VALUES
                (
                  :HV-RST-PROGRAM   ,
                  :HV-RST-FILE-ID   ,
                  'P'               ,
                  0                 ,
                  ' '               ,
                  1                 ,
                  CURRENT TIMESTAMP ,
                  CURRENT TIMESTAMP ,
                  NULL
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO RSC-RETURN-CD
           END-IF.

       OFR999.
           EXIT.

      *
      *    Only a file still in progress moves - a checkpoint can
      *    never reopen a file already marked complete.
      *
       TAKE-CHECKPOINT SECTION.
       TC010.

           MOVE RSC-POSITION TO HV-RST-POSITION.
           MOVE RSC-TOTALS   TO HV-RST-TOTALS.

           EXEC SQL
                UPDATE BATCH_RESTART
                SET    RST_POSITION    = :HV-RST-POSITION,
                       RST_TOTALS      = :HV-RST-TOTALS,
                       RST_LAST_RUN_TS = CURRENT TIMESTAMP
                WHERE  RST_PROGRAM = :HV-RST-PROGRAM
                AND    RST_FILE_ID = :HV-RST-FILE-ID
                AND    RST_STATUS  = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO RSC-RETURN-CD
              GO TO TC999
           END-IF.

           IF SQLERRD(3) = 0
              MOVE 100 TO RSC-RETURN-CD
           END-IF.

       TC999.
           EXIT.

       COMPLETE-FILE SECTION.
       CF010.

           MOVE RSC-POSITION TO HV-RST-POSITION.
           MOVE RSC-TOTALS   TO HV-RST-TOTALS.

           EXEC SQL
                UPDATE BATCH_RESTART
                SET    RST_STATUS       = 'C',
                       RST_POSITION     = :HV-RST-POSITION,
                       RST_TOTALS       = :HV-RST-TOTALS,
                       RST_LAST_RUN_TS  = CURRENT TIMESTAMP,
                       RST_COMPLETED_TS = CURRENT TIMESTAMP
                WHERE  RST_PROGRAM = :HV-RST-PROGRAM
                AND    RST_FILE_ID = :HV-RST-FILE-ID
                AND    RST_STATUS  = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO RSC-RETURN-CD
              GO TO CF999
           END-IF.

           IF SQLERRD(3) = 0
              MOVE 100 TO RSC-RETURN-CD
           END-IF.

       CF999.
           EXIT.
