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
      * Title: DDORLOAD                                                *
      *                                                                *
      *                                                                *
      * Description: Direct debit originator maintenance batch.        *
      *              Signs a business customer up to collect by direct *
      *              debit - their scheme service user number and the  *
      *              account of ours their collections are credited    *
      *              to - or closes them down, on the DD_ORIGINATOR    *
      *              register DDOMAND, DDOSUB and DDOSETL work from.   *
      *              An originator is only added against a sterling    *
      *              account that exists and a service user number not *
      *              already active; anything that cannot be applied   *
      *              goes to the rejects file with its reason.         *
      *                                                                *
      * Input:  The originator-instruction file DDORIN                 *
      * Output: The rejects file DDORREJ                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDORLOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DDOR-INSTR-FILE
                  ASSIGN TO DDORIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DDOR-FILE-STATUS.

           SELECT DDOR-REJECT-FILE
                  ASSIGN TO DDORREJ
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REJ-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    One instruction per record: 'A' add an originator (or
      *    reopen a closed one, on the account now given), 'C'
      *    close one.
       FD  DDOR-INSTR-FILE.
       01  DDOR-INSTR-RECORD.
           05 DOI-ACTION                    PIC X(1).
           05 DOI-SUN                       PIC X(6).
           05 DOI-SORTCODE                  PIC X(6).
           05 DOI-NUMBER                    PIC X(9).
           05 DOI-NAME                      PIC X(18).

       FD  DDOR-REJECT-FILE.
       01  DDOR-REJECT-RECORD.
           05 REJ-ACTION                    PIC X(1).
           05 FILLER                        PIC X     VALUE SPACE.
           05 REJ-SUN                       PIC X(6).
           05 FILLER                        PIC X     VALUE SPACE.
           05 REJ-SORTCODE                  PIC X(6).
           05 FILLER                        PIC X     VALUE SPACE.
           05 REJ-NUMBER                    PIC X(9).
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

      * Get the direct debit origination DB2 copybook
           EXEC SQL
              INCLUDE DDOMDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * DD_ORIGINATOR host variables for DB2
       01 HOST-ORIGINATOR-ROW.
          03 HV-DDOR-SUN                   PIC X(6).
          03 HV-DDOR-SORTCODE              PIC X(6).
          03 HV-DDOR-NUMBER                PIC X(9).
          03 HV-DDOR-NAME                  PIC X(18).
          03 HV-DDOR-STATUS                PIC X(1).

       01 HV-TODAY                         PIC X(10).
       01 HV-ROW-COUNT                     PIC S9(9) COMP.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  DDOR-FILE-STATUS              PIC XX.
       01  REJ-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.

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

           EXEC SQL
              SELECT CURRENT DATE
              INTO   :HV-TODAY
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT DATE IN PGM '
                      'DDORLOAD. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT DDOR-INSTR-FILE.
           IF DDOR-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the DDORLOAD instruction file, '
                      ' status=' DDOR-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT DDOR-REJECT-FILE.
           IF REJ-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the DDORLOAD rejects file, '
                      ' status=' REJ-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM APPLY-ONE-INSTRUCTION UNTIL WS-EOF = 'Y'.

           CLOSE DDOR-INSTR-FILE.
           CLOSE DDOR-REJECT-FILE.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'DDORLOAD read ' NUMBER-OF-INSTR-READ
                   ' instruction(s), applied '
                   NUMBER-OF-INSTR-APPLIED ', rejected '
                   NUMBER-OF-INSTR-REJECTED '.'.

           IF NUMBER-OF-INSTR-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       APPLY-ONE-INSTRUCTION SECTION.
       AOI010.

           READ DDOR-INSTR-FILE.

           IF DDOR-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
              GO TO AOI999
           END-IF.

           IF DDOR-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error reading the DDORLOAD instruction '
                      'file, status=' DDOR-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-INSTR-READ.

           MOVE DOI-SUN      TO HV-DDOR-SUN.
           MOVE DOI-SORTCODE TO HV-DDOR-SORTCODE.
           MOVE DOI-NUMBER   TO HV-DDOR-NUMBER.
           MOVE DOI-NAME     TO HV-DDOR-NAME.

           IF DOI-SUN = SPACES
              MOVE 'SERVICE USER NUMBER MISSING' TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO AOI999
           END-IF.

           EVALUATE DOI-ACTION
              WHEN 'A'
                 PERFORM ADD-ORIGINATOR
              WHEN 'C'
                 PERFORM CLOSE-ORIGINATOR
              WHEN OTHER
                 MOVE 'ACTION MUST BE A OR C' TO WS-REJECT-REASON
                 PERFORM WRITE-TO-REJECTS
           END-EVALUATE.

       AOI999.
           EXIT.

      *
      *    Add an originator, or reopen a closed one.  The account
      *    their collections are credited to must be on our book,
      *    and in sterling - the only currency the scheme settles.
      *
       ADD-ORIGINATOR SECTION.
       ADO010.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-ROW-COUNT
              FROM   ACCOUNT
              WHERE  ACCOUNT_SORTCODE = :HV-DDOR-SORTCODE
              AND    ACCOUNT_NUMBER   = :HV-DDOR-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDORLOAD failure reading ACCOUNT, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-ROW-COUNT = 0
              MOVE 'CREDIT ACCOUNT NOT FOUND' TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO ADO999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-ROW-COUNT
              FROM   ACCOUNT
              WHERE  ACCOUNT_SORTCODE = :HV-DDOR-SORTCODE
              AND    ACCOUNT_NUMBER   = :HV-DDOR-NUMBER
              AND    COALESCE(ACCOUNT_CURRENCY_CD, 'GBP') = 'GBP'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDORLOAD failure reading ACCOUNT, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-ROW-COUNT = 0
              MOVE 'CREDIT ACCOUNT NOT IN STERLING'
                 TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO ADO999
           END-IF.

           EXEC SQL
              SELECT DDOR_STATUS
              INTO   :HV-DDOR-STATUS
              FROM   DD_ORIGINATOR
              WHERE  DDOR_SUN = :HV-DDOR-SUN
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 100
                 EXEC SQL
                      INSERT INTO DD_ORIGINATOR
                      (
                        DDOR_SUN          ,
                        DDOR_SORTCODE     ,
                        DDOR_NUMBER       ,
                        DDOR_NAME         ,
                        DDOR_STATUS       ,
                        DDOR_STATUS_DATE
                      )
                      VALUES
                      (
                        :HV-DDOR-SUN      ,
                        :HV-DDOR-SORTCODE ,
                        :HV-DDOR-NUMBER   ,
                        :HV-DDOR-NAME     ,
                        'A'               ,
                        :HV-TODAY
                      )
                 END-EXEC
              WHEN 0
                 IF HV-DDOR-STATUS = 'A'
                    MOVE 'ORIGINATOR ALREADY ACTIVE'
                       TO WS-REJECT-REASON
                    PERFORM WRITE-TO-REJECTS
                    GO TO ADO999
                 END-IF
                 EXEC SQL
                      UPDATE DD_ORIGINATOR
                      SET    DDOR_SORTCODE    = :HV-DDOR-SORTCODE,
                             DDOR_NUMBER      = :HV-DDOR-NUMBER,
                             DDOR_NAME        = :HV-DDOR-NAME,
                             DDOR_STATUS      = 'A',
                             DDOR_STATUS_DATE = :HV-TODAY
                      WHERE  DDOR_SUN = :HV-DDOR-SUN
                 END-EXEC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDORLOAD unable to register originator '
                      HV-DDOR-SUN ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-INSTR-APPLIED.

       ADO999.
           EXIT.

      *
      *    Close an originator down.  Their mandates and collections
      *    already in the scheme are left to run their course; no
      *    new submission is taken from them.
      *
       CLOSE-ORIGINATOR SECTION.
       CLO010.

           EXEC SQL
                UPDATE DD_ORIGINATOR
                SET    DDOR_STATUS      = 'C',
                       DDOR_STATUS_DATE = :HV-TODAY
                WHERE  DDOR_SUN    = :HV-DDOR-SUN
                AND    DDOR_STATUS = 'A'
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'NO ACTIVE ORIGINATOR UNDER THIS NUMBER'
                 TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO CLO999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDORLOAD unable to close originator '
                      HV-DDOR-SUN ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-INSTR-APPLIED.

       CLO999.
           EXIT.

       WRITE-TO-REJECTS SECTION.
       WTR010.

           MOVE SPACES           TO DDOR-REJECT-RECORD.
           MOVE DOI-ACTION       TO REJ-ACTION.
           MOVE DOI-SUN          TO REJ-SUN.
           MOVE DOI-SORTCODE     TO REJ-SORTCODE.
           MOVE DOI-NUMBER       TO REJ-NUMBER.
           MOVE WS-REJECT-REASON TO REJ-REASON.

           WRITE DDOR-REJECT-RECORD.

           IF REJ-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the DDORLOAD rejects file, '
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
