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
      * Title: ESTMLOAD                                                *
      *                                                                *
      *                                                                *
      * Description: Electronic statement option maintenance batch.    *
      *              Reads the option file (one record per account to  *
      *              set up, change or cancel) and maintains the       *
      *              ESTMT_OPTION store ESTMTGEN works from.  'A' sets *
      *              an account up for camt.053 ('C') or MT940 ('M')   *
      *              statements, daily ('D') or monthly ('M'), from    *
      *              the given start date (today when none is given);  *
      *              an account already set up has its format and      *
      *              frequency changed and carries on from its last    *
      *              statement.  'C' cancels the option.  The account  *
      *              must exist.  Anything that cannot be applied goes *
      *              to the rejects file with its reason instead of    *
      *              being lost.                                       *
      *                                                                *
      * Input:  The electronic statement option file ESTMIN            *
      * Output: The rejects file ESTMREJ                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTMLOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTM-OPTION-FILE
                  ASSIGN TO ESTMIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ESTM-FILE-STATUS.

           SELECT ESTM-REJECT-FILE
                  ASSIGN TO ESTMREJ
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REJ-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    One option per record: 'A' set up or change the account's
      *    electronic statement, 'C' cancel it.  The start date is
      *    ISO (YYYY-MM-DD) or spaces for today, and is only used
      *    when the account is first set up.
       FD  ESTM-OPTION-FILE.
       01  ESTM-OPTION-RECORD.
           05 EOI-ACTION                    PIC X(1).
           05 EOI-SORT-CODE                 PIC 9(6).
           05 EOI-ACCOUNT                   PIC 9(8).
           05 EOI-FORMAT                    PIC X(1).
           05 EOI-FREQUENCY                 PIC X(1).
           05 EOI-START-DATE                PIC X(10).

       FD  ESTM-REJECT-FILE.
       01  ESTM-REJECT-RECORD.
           05 REJ-ACTION                    PIC X(1).
           05 FILLER                        PIC X     VALUE SPACE.
           05 REJ-SORT-CODE                 PIC 9(6).
           05 FILLER                        PIC X     VALUE SPACE.
           05 REJ-ACCOUNT                   PIC 9(8).
           05 FILLER                        PIC X     VALUE SPACE.
           05 REJ-FORMAT                    PIC X(1).
           05 FILLER                        PIC X     VALUE SPACE.
           05 REJ-FREQUENCY                 PIC X(1).
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
      *    number the current schema carries.
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

      * Get the ESTMT_OPTION DB2 copybook
           EXEC SQL
              INCLUDE ESTMDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * ESTMT_OPTION host variables for DB2
       01 HOST-ESTMT-OPTION-ROW.
          03 HV-ESTO-SORTCODE              PIC X(6).
          03 HV-ESTO-NUMBER                PIC X(9).
          03 HV-ESTO-FORMAT                PIC X(1).
          03 HV-ESTO-FREQUENCY             PIC X(1).
          03 HV-ESTO-START-DATE            PIC X(10).

       01 HV-TODAY                         PIC X(10).
       01 HV-ACCOUNT-COUNT                 PIC S9(9) COMP.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  ESTM-FILE-STATUS              PIC XX.
       01  REJ-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.
       01  WS-REJECT-REASON              PIC X(40).

       01 WS-ACCTNO-WIDTH-PARMS.
          COPY ACCWIDTH.

       01  NUMBER-OF-OPTIONS-READ        PIC 9(8) VALUE 0.
       01  NUMBER-OF-OPTIONS-APPLIED     PIC 9(8) VALUE 0.
       01  NUMBER-OF-OPTIONS-REJECTED    PIC 9(8) VALUE 0.

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
      *    Work out, once, how many leading zeros pad the option
      *    file's account numbers out to the 9-byte host variable's
      *    width -- see ACCWIDTH copybook.
      *
           COMPUTE WS-ACCTNO-PAD-LEN =
              LENGTH OF HV-ESTO-NUMBER
                 - LENGTH OF EOI-ACCOUNT.

           EXEC SQL
              SELECT CURRENT DATE
              INTO   :HV-TODAY
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT DATE IN PGM '
                      'ESTMLOAD. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT ESTM-OPTION-FILE.
           IF ESTM-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the ESTMLOAD option file, '
                      ' status=' ESTM-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT ESTM-REJECT-FILE.
           IF REJ-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the ESTMLOAD rejects file, '
                      ' status=' REJ-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM READ-NEXT-OPTION.

           PERFORM APPLY-ONE-OPTION UNTIL WS-EOF = 'Y'.

           CLOSE ESTM-OPTION-FILE.
           CLOSE ESTM-REJECT-FILE.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'ESTMLOAD read ' NUMBER-OF-OPTIONS-READ
                   ' option(s), applied '
                   NUMBER-OF-OPTIONS-APPLIED ', rejected '
                   NUMBER-OF-OPTIONS-REJECTED '.'.

           IF NUMBER-OF-OPTIONS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       READ-NEXT-OPTION SECTION.
       RNO010.

           READ ESTM-OPTION-FILE.

           IF ESTM-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF ESTM-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the ESTMLOAD option file, '
                         ' status=' ESTM-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              ELSE
                 ADD 1 TO NUMBER-OF-OPTIONS-READ
              END-IF
           END-IF.

       RNO999.
           EXIT.

       APPLY-ONE-OPTION SECTION.
       AOO010.

           MOVE EOI-SORT-CODE  TO HV-ESTO-SORTCODE.
           STRING WS-ACCTNO-ZERO-PAD(1:WS-ACCTNO-PAD-LEN)
                     DELIMITED BY SIZE,
                  EOI-ACCOUNT DELIMITED BY SIZE
                  INTO HV-ESTO-NUMBER
           END-STRING.
           MOVE EOI-FORMAT     TO HV-ESTO-FORMAT.
           MOVE EOI-FREQUENCY  TO HV-ESTO-FREQUENCY.

           EVALUATE EOI-ACTION
              WHEN 'A'
                 PERFORM SET-UP-OPTION
              WHEN 'C'
                 PERFORM CANCEL-OPTION
              WHEN OTHER
                 MOVE 'ACTION MUST BE A OR C' TO WS-REJECT-REASON
                 PERFORM WRITE-TO-REJECTS
           END-EVALUATE.

           PERFORM READ-NEXT-OPTION.

       AOO999.
           EXIT.

      *
      *    Set up or change an account's electronic statement.  A
      *    change keeps the option's start date and last statement,
      *    so the next file carries on from where the last one
      *    stopped whatever its new format; a cancelled option set
      *    up again is live once more on the same terms.
      *
       SET-UP-OPTION SECTION.
       SUO010.

           IF HV-ESTO-FORMAT NOT = 'C' AND HV-ESTO-FORMAT NOT = 'M'
              MOVE 'FORMAT MUST BE C OR M' TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO SUO999
           END-IF.

           IF HV-ESTO-FREQUENCY NOT = 'D'
              AND HV-ESTO-FREQUENCY NOT = 'M'
              MOVE 'FREQUENCY MUST BE D OR M' TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO SUO999
           END-IF.

           IF EOI-START-DATE = SPACES
              MOVE HV-TODAY       TO HV-ESTO-START-DATE
           ELSE
              MOVE EOI-START-DATE TO HV-ESTO-START-DATE
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-ACCOUNT-COUNT
              FROM   ACCOUNT
              WHERE  ACCOUNT_SORTCODE = :HV-ESTO-SORTCODE
              AND    ACCOUNT_NUMBER   = :HV-ESTO-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ESTMLOAD failure reading ACCOUNT, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-ACCOUNT-COUNT = 0
              MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO SUO999
           END-IF.

           EXEC SQL
                UPDATE ESTMT_OPTION
                SET    ESTO_FORMAT       = :HV-ESTO-FORMAT,
                       ESTO_FREQUENCY    = :HV-ESTO-FREQUENCY,
                       ESTO_STATUS       = 'A',
                       ESTO_CHANGED_DATE = :HV-TODAY
                WHERE  ESTO_SORTCODE = :HV-ESTO-SORTCODE
                AND    ESTO_NUMBER   = :HV-ESTO-NUMBER
           END-EXEC.

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              ADD 1 TO NUMBER-OF-OPTIONS-APPLIED
              GO TO SUO999
           END-IF.

           EXEC SQL
                INSERT INTO ESTMT_OPTION
                (
                  ESTO_SORTCODE       ,
                  ESTO_NUMBER         ,
                  ESTO_FORMAT         ,
                  ESTO_FREQUENCY      ,
                  ESTO_STATUS         ,
                  ESTO_START_DATE     ,
                  ESTO_CHANGED_DATE
                )
                VALUES
                (
                  :HV-ESTO-SORTCODE   ,
                  :HV-ESTO-NUMBER     ,
                  :HV-ESTO-FORMAT     ,
                  :HV-ESTO-FREQUENCY  ,
                  'A'                 ,
                  :HV-ESTO-START-DATE ,
                  :HV-TODAY
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ESTMLOAD unable to add the option for ACCOUNT '
                      HV-ESTO-SORTCODE '/' HV-ESTO-NUMBER
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 'UNABLE TO ADD OPTION' TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO SUO999
           END-IF.

           ADD 1 TO NUMBER-OF-OPTIONS-APPLIED.

       SUO999.
           EXIT.

       CANCEL-OPTION SECTION.
       CNO010.

           EXEC SQL
                UPDATE ESTMT_OPTION
                SET    ESTO_STATUS       = 'C',
                       ESTO_CHANGED_DATE = :HV-TODAY
                WHERE  ESTO_SORTCODE = :HV-ESTO-SORTCODE
                AND    ESTO_NUMBER   = :HV-ESTO-NUMBER
                AND    ESTO_STATUS   = 'A'
           END-EXEC.

           IF SQLCODE = 100
              OR (SQLCODE = 0 AND SQLERRD(3) = 0)
              MOVE 'NO LIVE OPTION TO CANCEL' TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO CNO999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ESTMLOAD unable to cancel the option, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-OPTIONS-APPLIED.

       CNO999.
           EXIT.

       WRITE-TO-REJECTS SECTION.
       WTR010.

           MOVE EOI-ACTION             TO REJ-ACTION.
           MOVE EOI-SORT-CODE          TO REJ-SORT-CODE.
           MOVE EOI-ACCOUNT            TO REJ-ACCOUNT.
           MOVE EOI-FORMAT             TO REJ-FORMAT.
           MOVE EOI-FREQUENCY          TO REJ-FREQUENCY.
           MOVE WS-REJECT-REASON       TO REJ-REASON.

           WRITE ESTM-REJECT-RECORD.

           IF REJ-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the ESTMLOAD rejects file, '
                      ' status=' REJ-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-OPTIONS-REJECTED.

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
