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
      * Title: SWPLOAD                                                 *
      *                                                                *
      *                                                                *
      * Description: Balance-sweep instruction maintenance batch.      *
      *              Reads the sweep-instruction file (one record per  *
      *              instruction to set up or cancel) and maintains    *
      *              the SWEEP_INSTRUCTION store ACCSWEEP works from.  *
      *              A new instruction must name two different         *
      *              accounts that both exist, are held in the same    *
      *              currency and are held by the same customer -      *
      *              directly, or as a live holder of a joint account  *
      *              - with an 'E' excess or 'T' top-up trigger, and   *
      *              must not duplicate one already live.  Anything    *
      *              that cannot be applied goes to the rejects file   *
      *              with its reason instead of being lost.            *
      *                                                                *
      * Input:  The sweep-instruction file SWPIN                       *
      * Output: The rejects file SWPREJ                                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWPLOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWP-INSTR-FILE
                  ASSIGN TO SWPIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SWP-FILE-STATUS.

           SELECT SWP-REJECT-FILE
                  ASSIGN TO SWPREJ
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REJ-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    One instruction per record: 'A' set up a sweep from the
      *    source account to the target account, 'C' cancel the live
      *    sweep between them with that trigger.
       FD  SWP-INSTR-FILE.
       01  SWP-INSTR-RECORD.
           05 SWI-ACTION                    PIC X(1).
           05 SWI-SOURCE-SORT-CODE          PIC 9(6).
           05 SWI-SOURCE-ACCOUNT            PIC 9(8).
           05 SWI-TARGET-SORT-CODE          PIC 9(6).
           05 SWI-TARGET-ACCOUNT            PIC 9(8).
           05 SWI-TRIGGER                   PIC X(1).
           05 SWI-THRESHOLD                 PIC 9(10)V99.
           05 SWI-TARGET-BALANCE            PIC 9(10)V99.

       FD  SWP-REJECT-FILE.
       01  SWP-REJECT-RECORD.
           05 REJ-ACTION                    PIC X(1).
           05 FILLER                        PIC X     VALUE SPACE.
           05 REJ-SOURCE-SORT-CODE          PIC 9(6).
           05 FILLER                        PIC X     VALUE SPACE.
           05 REJ-SOURCE-ACCOUNT            PIC 9(8).
           05 FILLER                        PIC X     VALUE SPACE.
           05 REJ-TARGET-SORT-CODE          PIC 9(6).
           05 FILLER                        PIC X     VALUE SPACE.
           05 REJ-TARGET-ACCOUNT            PIC 9(8).
           05 FILLER                        PIC X     VALUE SPACE.
           05 REJ-TRIGGER                   PIC X(1).
           05 FILLER                        PIC X     VALUE SPACE.
           05 REJ-REASON                    PIC X(40).

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

      *    Declare the ACCOUNT table, matching the 9-byte account
      *    number ACCLOAD/STMTGEN already use against the current
      *    schema.
           EXEC SQL DECLARE ACCOUNT TABLE
              ( ACCOUNT_EYECATCHER             CHAR(4),
                ACCOUNT_CUSTOMER_NUMBER        CHAR(10),
                ACCOUNT_SORTCODE               CHAR(6) NOT NULL,
                ACCOUNT_NUMBER                 CHAR(9) NOT NULL,
                ACCOUNT_TYPE                   CHAR(8),
                ACCOUNT_INTEREST_RATE          DECIMAL(4, 2),
                ACCOUNT_OPENED                 DATE,
                ACCOUNT_OVERDRAFT_LIMIT        INTEGER,
                ACCOUNT_LAST_STATEMENT         DATE,
                ACCOUNT_NEXT_STATEMENT         DATE,
                ACCOUNT_AVAILABLE_BALANCE      DECIMAL(10, 2),
                ACCOUNT_ACTUAL_BALANCE         DECIMAL(10, 2),
                ACCOUNT_CURRENCY_CD            CHAR(3) )
           END-EXEC.

      * Get the SWEEP_INSTRUCTION DB2 copybook
           EXEC SQL
              INCLUDE SWPDB2
           END-EXEC.

      * Get the ACCOUNT_OWNER DB2 copybook
           EXEC SQL
              INCLUDE OWNDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * SWEEP_INSTRUCTION host variables for DB2
       01 HOST-SWEEP-ROW.
          03 HV-SWP-ID                     PIC S9(9) COMP.
          03 HV-SWP-SOURCE-SORTCODE        PIC X(6).
          03 HV-SWP-SOURCE-NUMBER          PIC X(9).
          03 HV-SWP-TARGET-SORTCODE        PIC X(6).
          03 HV-SWP-TARGET-NUMBER          PIC X(9).
          03 HV-SWP-TRIGGER                PIC X(1).
          03 HV-SWP-THRESHOLD              PIC S9(10)V99 COMP-3.
          03 HV-SWP-TARGET-BALANCE         PIC S9(10)V99 COMP-3.

       01 HV-SOURCE-CUST-NO                PIC X(10).
       01 HV-SOURCE-CURRENCY               PIC X(3).
       01 HV-TARGET-CUST-NO                PIC X(10).
       01 HV-TARGET-CURRENCY               PIC X(3).
       01 HV-TODAY                         PIC X(10).
       01 HV-LINK-COUNT                    PIC S9(8) COMP.
       01 HV-LIVE-SWEEP-COUNT              PIC S9(8) COMP.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  SWP-FILE-STATUS.
           05 SWP-STATUS1               PIC X.
           05 SWP-STATUS2               PIC X.

       01  REJ-FILE-STATUS.
           05 REJ-STATUS1               PIC X.
           05 REJ-STATUS2               PIC X.

       01  WS-EOF                       PIC X VALUE 'N'.

       01 WS-ACCTNO-WIDTH-PARMS.
          COPY ACCWIDTH.

       01  WS-REJECT-REASON              PIC X(40).

       01  NUMBER-OF-INSTR-READ          PIC 9(8) VALUE 0.
       01  NUMBER-OF-INSTR-APPLIED       PIC 9(8) VALUE 0.
       01  NUMBER-OF-INSTR-REJECTED      PIC 9(8) VALUE 0.

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

      *
      *    Work out, once, how many leading zeros pad the instruction
      *    file's account numbers out to the 9-byte host variables'
      *    width -- see ACCWIDTH copybook.
      *
           COMPUTE WS-ACCTNO-PAD-LEN =
              LENGTH OF HV-SWP-SOURCE-NUMBER
                 - LENGTH OF SWI-SOURCE-ACCOUNT.

           EXEC SQL
              SELECT CURRENT DATE
              INTO   :HV-TODAY
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT DATE IN PGM '
                      'SWPLOAD. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT SWP-INSTR-FILE.
           IF SWP-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the SWPLOAD instruction file, '
                      ' status=' SWP-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT SWP-REJECT-FILE.
           IF REJ-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the SWPLOAD rejects file, '
                      ' status=' REJ-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM READ-NEXT-INSTRUCTION.

           PERFORM UNTIL WS-EOF = 'Y'
              PERFORM APPLY-ONE-INSTRUCTION
              PERFORM READ-NEXT-INSTRUCTION
           END-PERFORM.

           CLOSE SWP-INSTR-FILE.
           CLOSE SWP-REJECT-FILE.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'SWPLOAD read ' NUMBER-OF-INSTR-READ
                   ' instruction(s), applied '
                   NUMBER-OF-INSTR-APPLIED ', rejected '
                   NUMBER-OF-INSTR-REJECTED '.'.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       READ-NEXT-INSTRUCTION SECTION.
       RNI010.

           READ SWP-INSTR-FILE.

           IF SWP-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF SWP-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the SWPLOAD instruction '
                         'file, status=' SWP-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              ELSE
                 ADD 1 TO NUMBER-OF-INSTR-READ
              END-IF
           END-IF.

       RNI999.
           EXIT.

       APPLY-ONE-INSTRUCTION SECTION.
       AOI010.

           MOVE SWI-SOURCE-SORT-CODE TO HV-SWP-SOURCE-SORTCODE.
           STRING WS-ACCTNO-ZERO-PAD(1:WS-ACCTNO-PAD-LEN)
                     DELIMITED BY SIZE,
                  SWI-SOURCE-ACCOUNT DELIMITED BY SIZE
                  INTO HV-SWP-SOURCE-NUMBER
           END-STRING.
           MOVE SWI-TARGET-SORT-CODE TO HV-SWP-TARGET-SORTCODE.
           STRING WS-ACCTNO-ZERO-PAD(1:WS-ACCTNO-PAD-LEN)
                     DELIMITED BY SIZE,
                  SWI-TARGET-ACCOUNT DELIMITED BY SIZE
                  INTO HV-SWP-TARGET-NUMBER
           END-STRING.
           MOVE SWI-TRIGGER          TO HV-SWP-TRIGGER.
           MOVE SWI-THRESHOLD        TO HV-SWP-THRESHOLD.
           MOVE SWI-TARGET-BALANCE   TO HV-SWP-TARGET-BALANCE.

           IF HV-SWP-TRIGGER NOT = 'E' AND HV-SWP-TRIGGER NOT = 'T'
              MOVE 'TRIGGER MUST BE E OR T' TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO AOI999
           END-IF.

           EVALUATE SWI-ACTION
              WHEN 'A'
                 PERFORM ADD-SWEEP
              WHEN 'C'
                 PERFORM CANCEL-SWEEP
              WHEN OTHER
                 MOVE 'ACTION MUST BE A OR C'
                    TO WS-REJECT-REASON
                 PERFORM WRITE-TO-REJECTS
           END-EVALUATE.

       AOI999.
           EXIT.

      *
      *    Set up a sweep.  An excess sweep must leave the source
      *    no lower than the level that triggers it; both accounts
      *    must be ours, in one currency (the pair posts one amount
      *    to both legs) and held by the same customer.
      *
       ADD-SWEEP SECTION.
       ADS010.

           IF HV-SWP-SOURCE-SORTCODE = HV-SWP-TARGET-SORTCODE
              AND HV-SWP-SOURCE-NUMBER = HV-SWP-TARGET-NUMBER
              MOVE 'SOURCE AND TARGET ARE THE SAME ACCOUNT'
                 TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO ADS999
           END-IF.

           IF HV-SWP-TRIGGER = 'E'
              AND HV-SWP-TARGET-BALANCE > HV-SWP-THRESHOLD
              MOVE 'TARGET BALANCE ABOVE EXCESS THRESHOLD'
                 TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO ADS999
           END-IF.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER,
                     COALESCE(ACCOUNT_CURRENCY_CD, 'GBP')
              INTO   :HV-SOURCE-CUST-NO,
                     :HV-SOURCE-CURRENCY
              FROM   ACCOUNT
              WHERE  ACCOUNT_SORTCODE = :HV-SWP-SOURCE-SORTCODE
              AND    ACCOUNT_NUMBER   = :HV-SWP-SOURCE-NUMBER
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'SOURCE ACCOUNT NOT FOUND' TO WS-REJECT-REASON
                 PERFORM WRITE-TO-REJECTS
                 GO TO ADS999
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'SWPLOAD failure reading ACCOUNT, SQLCODE='
                         WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
           END-EVALUATE.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER,
                     COALESCE(ACCOUNT_CURRENCY_CD, 'GBP')
              INTO   :HV-TARGET-CUST-NO,
                     :HV-TARGET-CURRENCY
              FROM   ACCOUNT
              WHERE  ACCOUNT_SORTCODE = :HV-SWP-TARGET-SORTCODE
              AND    ACCOUNT_NUMBER   = :HV-SWP-TARGET-NUMBER
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'TARGET ACCOUNT NOT FOUND' TO WS-REJECT-REASON
                 PERFORM WRITE-TO-REJECTS
                 GO TO ADS999
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'SWPLOAD failure reading ACCOUNT, SQLCODE='
                         WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
           END-EVALUATE.

           IF HV-SOURCE-CURRENCY NOT = HV-TARGET-CURRENCY
              MOVE 'ACCOUNTS ARE HELD IN DIFFERENT CURRENCIES'
                 TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO ADS999
           END-IF.

      *
      *    Linked: the source's customer holds the target - as its
      *    ACCOUNT_CUSTOMER_NUMBER or as a live joint holder - or
      *    the target's customer is a live joint holder of the
      *    source.
      *
           IF HV-SOURCE-CUST-NO NOT = HV-TARGET-CUST-NO
              EXEC SQL
                 SELECT COUNT(*)
                 INTO   :HV-LINK-COUNT
                 FROM   ACCOUNT_OWNER
                 WHERE  OWNR_STATUS = 'A'
                 AND  ( ( OWNR_SORTCODE = :HV-SWP-TARGET-SORTCODE
                      AND OWNR_NUMBER   = :HV-SWP-TARGET-NUMBER
                      AND OWNR_CUSTOMER = :HV-SOURCE-CUST-NO )
                   OR   ( OWNR_SORTCODE = :HV-SWP-SOURCE-SORTCODE
                      AND OWNR_NUMBER   = :HV-SWP-SOURCE-NUMBER
                      AND OWNR_CUSTOMER = :HV-TARGET-CUST-NO ) )
              END-EXEC
              IF SQLCODE NOT = 0 OR HV-LINK-COUNT = 0
                 MOVE 'ACCOUNTS ARE NOT HELD BY ONE CUSTOMER'
                    TO WS-REJECT-REASON
                 PERFORM WRITE-TO-REJECTS
                 GO TO ADS999
              END-IF
           END-IF.

           PERFORM COUNT-LIVE-SWEEPS.

           IF HV-LIVE-SWEEP-COUNT > 0
              MOVE 'SWEEP ALREADY SET UP' TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO ADS999
           END-IF.

           EXEC SQL
              SELECT COALESCE(MAX(SWP_ID), 0) + 1
              INTO   :HV-SWP-ID
              FROM   SWEEP_INSTRUCTION
           END-EXEC.

           EXEC SQL
                INSERT INTO SWEEP_INSTRUCTION
                (
                  SWP_ID              ,
                  SWP_SOURCE_SORTCODE ,
                  SWP_SOURCE_NUMBER   ,
                  SWP_TARGET_SORTCODE ,
                  SWP_TARGET_NUMBER   ,
                  SWP_TRIGGER         ,
                  SWP_THRESHOLD       ,
                  SWP_TARGET_BALANCE  ,
                  SWP_STATUS          ,
                  SWP_CREATED_DATE
                )
                VALUES
                (
                  :HV-SWP-ID              ,
                  :HV-SWP-SOURCE-SORTCODE ,
                  :HV-SWP-SOURCE-NUMBER   ,
                  :HV-SWP-TARGET-SORTCODE ,
                  :HV-SWP-TARGET-NUMBER   ,
                  :HV-SWP-TRIGGER         ,
                  :HV-SWP-THRESHOLD       ,
                  :HV-SWP-TARGET-BALANCE  ,
                  'A'                     ,
                  :HV-TODAY
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'SWPLOAD unable to insert sweep, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-INSTR-APPLIED.

       ADS999.
           EXIT.

       CANCEL-SWEEP SECTION.
       CNS010.

           EXEC SQL
                UPDATE SWEEP_INSTRUCTION
                SET    SWP_STATUS = 'C'
                WHERE  SWP_SOURCE_SORTCODE = :HV-SWP-SOURCE-SORTCODE
                AND    SWP_SOURCE_NUMBER   = :HV-SWP-SOURCE-NUMBER
                AND    SWP_TARGET_SORTCODE = :HV-SWP-TARGET-SORTCODE
                AND    SWP_TARGET_NUMBER   = :HV-SWP-TARGET-NUMBER
                AND    SWP_TRIGGER         = :HV-SWP-TRIGGER
                AND    SWP_STATUS          = 'A'
           END-EXEC.

           IF SQLCODE = 100
              OR (SQLCODE = 0 AND SQLERRD(3) = 0)
              MOVE 'NO LIVE SWEEP TO CANCEL' TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO CNS999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'SWPLOAD unable to cancel sweep, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-INSTR-APPLIED.

       CNS999.
           EXIT.

       COUNT-LIVE-SWEEPS SECTION.
       CLS010.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-LIVE-SWEEP-COUNT
              FROM   SWEEP_INSTRUCTION
              WHERE  SWP_SOURCE_SORTCODE = :HV-SWP-SOURCE-SORTCODE
              AND    SWP_SOURCE_NUMBER   = :HV-SWP-SOURCE-NUMBER
              AND    SWP_TARGET_SORTCODE = :HV-SWP-TARGET-SORTCODE
              AND    SWP_TARGET_NUMBER   = :HV-SWP-TARGET-NUMBER
              AND    SWP_TRIGGER         = :HV-SWP-TRIGGER
              AND    SWP_STATUS          = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'SWPLOAD failure reading SWEEP_INSTRUCTION, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CLS999.
           EXIT.

       WRITE-TO-REJECTS SECTION.
       WTR010.

           MOVE SWI-ACTION             TO REJ-ACTION.
           MOVE SWI-SOURCE-SORT-CODE   TO REJ-SOURCE-SORT-CODE.
           MOVE SWI-SOURCE-ACCOUNT     TO REJ-SOURCE-ACCOUNT.
           MOVE SWI-TARGET-SORT-CODE   TO REJ-TARGET-SORT-CODE.
           MOVE SWI-TARGET-ACCOUNT     TO REJ-TARGET-ACCOUNT.
           MOVE SWI-TRIGGER            TO REJ-TRIGGER.
           MOVE WS-REJECT-REASON       TO REJ-REASON.

           WRITE SWP-REJECT-RECORD.

           IF REJ-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the SWPLOAD rejects file, '
                      ' status=' REJ-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-INSTR-REJECTED.

       WTR999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
