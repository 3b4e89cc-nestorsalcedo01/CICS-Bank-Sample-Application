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
      * Title: OWNLOAD                                                 *
      *                                                                *
      *                                                                *
      * Description: Account ownership maintenance batch.  Reads the  *
      *              ownership-instruction file (one record per       *
      *              instruction: add a holder to an account, remove  *
      *              one, make one the primary holder) and maintains  *
      *              the ACCOUNT_OWNER store joint accounts are owned *
      *              through.  The first holder added to a solely     *
      *              owned account brings the existing                *
      *              ACCOUNT_CUSTOMER_NUMBER onto the store with it   *
      *              as primary, so the account is never owned by     *
      *              fewer people than before.  A holder must be a    *
      *              live customer on CUSTOMER_DATA, an account       *
      *              carries at most WS-MAX-HOLDERS live holders, the *
      *              primary holder cannot be removed until another   *
      *              holder is made primary, and a change of primary  *
      *              moves ACCOUNT_CUSTOMER_NUMBER with it.  Anything *
      *              that cannot be applied goes to the rejects file  *
      *              with its reason instead of being lost.           *
      *                                                                *
      * Input:  The ownership-instruction file OWNIN                   *
      * Output: The rejects file OWNREJ                                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNLOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWN-INSTR-FILE
                  ASSIGN TO OWNIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS OWN-FILE-STATUS.

           SELECT OWN-REJECT-FILE
                  ASSIGN TO OWNREJ
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REJ-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    One instruction per record: 'A' add customer
      *    OWN-CUSTOMER-NUMBER as a holder of the account, 'D'
      *    remove that holder, 'P' make that holder the primary.
       FD  OWN-INSTR-FILE.
       01  OWN-INSTR-RECORD.
           05 OWN-ACTION                    PIC X(1).
           05 OWN-SORT-CODE                 PIC 9(6).
           05 OWN-ACCOUNT-NUMBER            PIC 9(8).
           05 OWN-CUSTOMER-NUMBER           PIC X(10).

       FD  OWN-REJECT-FILE.
       01  OWN-REJECT-RECORD.
           05 REJ-ACTION                    PIC X(1).
           05 FILLER                        PIC X     VALUE SPACE.
           05 REJ-SORT-CODE                 PIC 9(6).
           05 FILLER                        PIC X     VALUE SPACE.
           05 REJ-ACCOUNT-NUMBER            PIC 9(8).
           05 FILLER                        PIC X     VALUE SPACE.
           05 REJ-CUSTOMER-NUMBER           PIC X(10).
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

      * Get the ACCOUNT_OWNER DB2 copybook
           EXEC SQL
              INCLUDE OWNDB2
           END-EXEC.

      * Get the CUSTOMER_DATA DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * ACCOUNT_OWNER host variables for DB2
       01 HOST-OWNER-ROW.
          03 HV-OWNR-SORTCODE              PIC X(6).
          03 HV-OWNR-NUMBER                PIC X(9).
          03 HV-OWNR-CUSTOMER              PIC X(10).
          03 HV-OWNR-PRIMARY               PIC X(1).

       01 HV-ACCOUNT-CUST-NO               PIC X(10).
       01 HV-TODAY                         PIC X(10).
       01 HV-CUSTOMER-COUNT                PIC S9(8) COMP.
       01 HV-OWNER-ROW-COUNT               PIC S9(8) COMP.
       01 HV-LIVE-HOLDER-COUNT             PIC S9(8) COMP.

      *    The most live holders one account may carry.
       01 WS-MAX-HOLDERS                   PIC S9(8) COMP VALUE 4.

       01 WS-ACCJRNL-PGM                 PIC X(8) VALUE 'ACCJRNL'.
       01 WS-ACCJRNL-PARMS.
           COPY ACCJRNL.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  OWN-FILE-STATUS.
           05 OWN-STATUS1               PIC X.
           05 OWN-STATUS2               PIC X.

       01  REJ-FILE-STATUS.
           05 REJ-STATUS1               PIC X.
           05 REJ-STATUS2               PIC X.

       01  WS-EOF                       PIC X VALUE 'N'.

       01 WS-ACCTNO-WIDTH-PARMS.
          COPY ACCWIDTH.

      *    The customer-number resolver - an instruction still
      *    quoting a number retired by a customer merge applies to
      *    the customer it was merged into.
       01  WS-CUSTRES-PGM                PIC X(8) VALUE 'CUSTRES'.
       01  WS-CUSTRES-PARMS.
           COPY CUSTRES.

       01  WS-REJECT-REASON              PIC X(40).
       01  WS-SAVED-CUSTOMER             PIC X(10).

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
      *    file's account number out to HV-OWNR-NUMBER's width --
      *    see ACCWIDTH copybook.
      *
           COMPUTE WS-ACCTNO-PAD-LEN =
              LENGTH OF HV-OWNR-NUMBER
                 - LENGTH OF OWN-ACCOUNT-NUMBER.

           EXEC SQL
              SELECT CURRENT DATE
              INTO   :HV-TODAY
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT DATE IN PGM '
                      'OWNLOAD. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT OWN-INSTR-FILE.
           IF OWN-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the OWNLOAD instruction file, '
                      ' status=' OWN-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT OWN-REJECT-FILE.
           IF REJ-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the OWNLOAD rejects file, '
                      ' status=' REJ-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM READ-NEXT-INSTRUCTION.

           PERFORM UNTIL WS-EOF = 'Y'
              PERFORM APPLY-ONE-INSTRUCTION
              PERFORM READ-NEXT-INSTRUCTION
           END-PERFORM.

           CLOSE OWN-INSTR-FILE.
           CLOSE OWN-REJECT-FILE.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'OWNLOAD read ' NUMBER-OF-INSTR-READ
                   ' instruction(s), applied '
                   NUMBER-OF-INSTR-APPLIED ', rejected '
                   NUMBER-OF-INSTR-REJECTED '.'.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       READ-NEXT-INSTRUCTION SECTION.
       RNI010.

           READ OWN-INSTR-FILE.

           IF OWN-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF OWN-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the OWNLOAD instruction '
                         'file, status=' OWN-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              ELSE
                 ADD 1 TO NUMBER-OF-INSTR-READ
              END-IF
           END-IF.

       RNI999.
           EXIT.

      *
      *    Apply one instruction to the ownership store.  Every
      *    action keys on the account and names the customer; the
      *    account must exist for any of them.
      *
       APPLY-ONE-INSTRUCTION SECTION.
       AOI010.

           MOVE OWN-SORT-CODE       TO HV-OWNR-SORTCODE.
           STRING WS-ACCTNO-ZERO-PAD(1:WS-ACCTNO-PAD-LEN)
                     DELIMITED BY SIZE,
                  OWN-ACCOUNT-NUMBER DELIMITED BY SIZE
                  INTO HV-OWNR-NUMBER
           END-STRING.
           IF OWN-CUSTOMER-NUMBER = SPACES
              MOVE SPACES TO HV-OWNR-CUSTOMER
              MOVE 'CUSTOMER NUMBER MISSING' TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO AOI999
           END-IF.

           MOVE OWN-CUSTOMER-NUMBER TO CRS-CUSTOMER.
           CALL WS-CUSTRES-PGM USING WS-CUSTRES-PARMS.

           IF CRS-RETURN-CD NOT = 0 AND CRS-RETURN-CD NOT = 4
              MOVE CRS-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'OWNLOAD unable to resolve customer number '
                      OWN-CUSTOMER-NUMBER
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE CRS-SURVIVOR TO HV-OWNR-CUSTOMER.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER
              INTO   :HV-ACCOUNT-CUST-NO
              FROM   ACCOUNT
              WHERE  ACCOUNT_SORTCODE = :HV-OWNR-SORTCODE
              AND    ACCOUNT_NUMBER   = :HV-OWNR-NUMBER
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-REASON
                 PERFORM WRITE-TO-REJECTS
                 GO TO AOI999
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'OWNLOAD failure reading ACCOUNT, SQLCODE='
                         WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
           END-EVALUATE.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-OWNER-ROW-COUNT
              FROM   ACCOUNT_OWNER
              WHERE  OWNR_SORTCODE = :HV-OWNR-SORTCODE
              AND    OWNR_NUMBER   = :HV-OWNR-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'OWNLOAD failure reading ACCOUNT_OWNER, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EVALUATE OWN-ACTION
              WHEN 'A'
                 PERFORM ADD-HOLDER
              WHEN 'D'
                 PERFORM REMOVE-HOLDER
              WHEN 'P'
                 PERFORM MAKE-PRIMARY-HOLDER
              WHEN OTHER
                 MOVE 'ACTION MUST BE A, D OR P'
                    TO WS-REJECT-REASON
                 PERFORM WRITE-TO-REJECTS
           END-EVALUATE.

       AOI999.
           EXIT.

      *
      *    Add a holder.  The customer must be live on CUSTOMER_DATA
      *    (a statement has to be addressable to them and a payee
      *    name matchable against them) and not already a live
      *    holder.  A solely owned account first brings its
      *    existing ACCOUNT_CUSTOMER_NUMBER onto the store as the
      *    primary holder; a removed holder is revived rather than
      *    duplicated.
      *
       ADD-HOLDER SECTION.
       ADH010.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-CUSTOMER-COUNT
              FROM   CUSTOMER_DATA
              WHERE  CUST_NUMBER = :HV-OWNR-CUSTOMER
              AND    CUST_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'OWNLOAD failure reading CUSTOMER_DATA, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-CUSTOMER-COUNT = 0
              MOVE 'CUSTOMER NOT ON CUSTOMER_DATA'
                 TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO ADH999
           END-IF.

           IF HV-OWNER-ROW-COUNT = 0
              IF HV-OWNR-CUSTOMER = HV-ACCOUNT-CUST-NO
                 MOVE 'CUSTOMER ALREADY HOLDS THIS ACCOUNT'
                    TO WS-REJECT-REASON
                 PERFORM WRITE-TO-REJECTS
                 GO TO ADH999
              END-IF
              PERFORM SEED-SOLE-HOLDER
           END-IF.

           PERFORM COUNT-LIVE-HOLDERS.

           IF HV-LIVE-HOLDER-COUNT >= WS-MAX-HOLDERS
              MOVE 'ACCOUNT ALREADY HAS THE MOST HOLDERS'
                 TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO ADH999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-CUSTOMER-COUNT
              FROM   ACCOUNT_OWNER
              WHERE  OWNR_SORTCODE = :HV-OWNR-SORTCODE
              AND    OWNR_NUMBER   = :HV-OWNR-NUMBER
              AND    OWNR_CUSTOMER = :HV-OWNR-CUSTOMER
              AND    OWNR_STATUS   = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'OWNLOAD failure reading ACCOUNT_OWNER, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-CUSTOMER-COUNT > 0
              MOVE 'CUSTOMER ALREADY HOLDS THIS ACCOUNT'
                 TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO ADH999
           END-IF.

           EXEC SQL
                UPDATE ACCOUNT_OWNER
                SET    OWNR_STATUS      = 'A',
                       OWNR_PRIMARY     = 'N',
                       OWNR_STATUS_DATE = :HV-TODAY
                WHERE  OWNR_SORTCODE = :HV-OWNR-SORTCODE
                AND    OWNR_NUMBER   = :HV-OWNR-NUMBER
                AND    OWNR_CUSTOMER = :HV-OWNR-CUSTOMER
                AND    OWNR_STATUS   = 'R'
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO NUMBER-OF-INSTR-APPLIED
              WHEN 100
                 MOVE 'N' TO HV-OWNR-PRIMARY
                 PERFORM INSERT-HOLDER-ROW
                 ADD 1 TO NUMBER-OF-INSTR-APPLIED
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'OWNLOAD unable to revive holder, '
                         'SQLCODE=' WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
           END-EVALUATE.

       ADH999.
           EXIT.

      *
      *    The account's existing sole owner, put on the store as
      *    its primary holder ahead of the first joint holder.
      *
       SEED-SOLE-HOLDER SECTION.
       SSH010.

           MOVE HV-OWNR-CUSTOMER   TO WS-SAVED-CUSTOMER.
           MOVE HV-ACCOUNT-CUST-NO TO HV-OWNR-CUSTOMER.
           MOVE 'Y'                TO HV-OWNR-PRIMARY.
           PERFORM INSERT-HOLDER-ROW.
           MOVE WS-SAVED-CUSTOMER  TO HV-OWNR-CUSTOMER.

       SSH999.
           EXIT.

       INSERT-HOLDER-ROW SECTION.
       IHR010.

           EXEC SQL
                INSERT INTO ACCOUNT_OWNER
                (
                  OWNR_SORTCODE    ,
                  OWNR_NUMBER      ,
                  OWNR_CUSTOMER    ,
                  OWNR_PRIMARY     ,
                  OWNR_STATUS      ,
                  OWNR_ADDED_DATE  ,
                  OWNR_STATUS_DATE
                )
                VALUES
                (
                  :HV-OWNR-SORTCODE ,
                  :HV-OWNR-NUMBER   ,
                  :HV-OWNR-CUSTOMER ,
                  :HV-OWNR-PRIMARY  ,
                  'A'               ,
                  :HV-TODAY         ,
                  :HV-TODAY
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'OWNLOAD unable to insert holder, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       IHR999.
           EXIT.

       COUNT-LIVE-HOLDERS SECTION.
       CLH010.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-LIVE-HOLDER-COUNT
              FROM   ACCOUNT_OWNER
              WHERE  OWNR_SORTCODE = :HV-OWNR-SORTCODE
              AND    OWNR_NUMBER   = :HV-OWNR-NUMBER
              AND    OWNR_STATUS   = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'OWNLOAD failure reading ACCOUNT_OWNER, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CLH999.
           EXIT.

      *
      *    Remove a holder.  The primary holder stays until another
      *    is made primary - the account must always have someone
      *    to correspond with, and ACCOUNT_CUSTOMER_NUMBER must keep
      *    naming a live holder.
      *
       REMOVE-HOLDER SECTION.
       RMH010.

           IF HV-OWNER-ROW-COUNT = 0
              MOVE 'ACCOUNT IS NOT JOINTLY HELD' TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO RMH999
           END-IF.

           EXEC SQL
                UPDATE ACCOUNT_OWNER
                SET    OWNR_STATUS      = 'R',
                       OWNR_STATUS_DATE = :HV-TODAY
                WHERE  OWNR_SORTCODE = :HV-OWNR-SORTCODE
                AND    OWNR_NUMBER   = :HV-OWNR-NUMBER
                AND    OWNR_CUSTOMER = :HV-OWNR-CUSTOMER
                AND    OWNR_STATUS   = 'A'
                AND    OWNR_PRIMARY  = 'N'
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO NUMBER-OF-INSTR-APPLIED
              WHEN 100
                 IF HV-OWNR-CUSTOMER = HV-ACCOUNT-CUST-NO
                    MOVE 'MAKE ANOTHER HOLDER PRIMARY FIRST'
                       TO WS-REJECT-REASON
                 ELSE
                    MOVE 'NO LIVE HOLDER TO REMOVE'
                       TO WS-REJECT-REASON
                 END-IF
                 PERFORM WRITE-TO-REJECTS
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'OWNLOAD unable to remove holder, '
                         'SQLCODE=' WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
           END-EVALUATE.

       RMH999.
           EXIT.

      *
      *    Make a live holder the primary: the old primary becomes
      *    an ordinary holder, and ACCOUNT_CUSTOMER_NUMBER follows
      *    the new one so every single-customer path corresponds
      *    with them from now on.
      *
       MAKE-PRIMARY-HOLDER SECTION.
       MPH010.

           IF HV-OWNER-ROW-COUNT = 0
              MOVE 'ACCOUNT IS NOT JOINTLY HELD' TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO MPH999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-CUSTOMER-COUNT
              FROM   ACCOUNT_OWNER
              WHERE  OWNR_SORTCODE = :HV-OWNR-SORTCODE
              AND    OWNR_NUMBER   = :HV-OWNR-NUMBER
              AND    OWNR_CUSTOMER = :HV-OWNR-CUSTOMER
              AND    OWNR_STATUS   = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'OWNLOAD failure reading ACCOUNT_OWNER, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-CUSTOMER-COUNT = 0
              MOVE 'CUSTOMER IS NOT A LIVE HOLDER'
                 TO WS-REJECT-REASON
              PERFORM WRITE-TO-REJECTS
              GO TO MPH999
           END-IF.

           EXEC SQL
                UPDATE ACCOUNT_OWNER
                SET    OWNR_PRIMARY     = 'N',
                       OWNR_STATUS_DATE = :HV-TODAY
                WHERE  OWNR_SORTCODE = :HV-OWNR-SORTCODE
                AND    OWNR_NUMBER   = :HV-OWNR-NUMBER
                AND    OWNR_PRIMARY  = 'Y'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'OWNLOAD unable to step down the primary, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
                UPDATE ACCOUNT_OWNER
                SET    OWNR_PRIMARY     = 'Y',
                       OWNR_STATUS_DATE = :HV-TODAY
                WHERE  OWNR_SORTCODE = :HV-OWNR-SORTCODE
                AND    OWNR_NUMBER   = :HV-OWNR-NUMBER
                AND    OWNR_CUSTOMER = :HV-OWNR-CUSTOMER
                AND    OWNR_STATUS   = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'OWNLOAD unable to make the primary, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-OWNR-SORTCODE          TO AJR-SORTCODE.
           MOVE HV-OWNR-NUMBER            TO AJR-NUMBER.
           MOVE SPACES                    TO AJR-CHANGED-BY.
           MOVE 'OWNERSHIP - NEW PRIMARY' TO AJR-REASON.
           MOVE 'B'                       TO AJR-REQUEST.
           PERFORM JOURNAL-ACCOUNT-CHANGE.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_CUSTOMER_NUMBER = :HV-OWNR-CUSTOMER
                WHERE  ACCOUNT_SORTCODE = :HV-OWNR-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-OWNR-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'OWNLOAD unable to move the account holder, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'A'                       TO AJR-REQUEST.
           PERFORM JOURNAL-ACCOUNT-CHANGE.

           ADD 1 TO NUMBER-OF-INSTR-APPLIED.

       MPH999.
           EXIT.

       WRITE-TO-REJECTS SECTION.
       WTR010.

           MOVE OWN-ACTION          TO REJ-ACTION.
           MOVE OWN-SORT-CODE       TO REJ-SORT-CODE.
           MOVE OWN-ACCOUNT-NUMBER  TO REJ-ACCOUNT-NUMBER.
           MOVE OWN-CUSTOMER-NUMBER TO REJ-CUSTOMER-NUMBER.
           MOVE WS-REJECT-REASON    TO REJ-REASON.

           WRITE OWN-REJECT-RECORD.

           IF REJ-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the OWNLOAD rejects file, '
                      ' status=' REJ-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-INSTR-REJECTED.

       WTR999.
           EXIT.

      *
      *    The holder moved to the new primary goes on the account
      *    master change journal with the move; a journal that
      *    cannot be written stops the run like the move would.
      *
       JOURNAL-ACCOUNT-CHANGE SECTION.
       JAC010.

           MOVE 'OWNLOAD' TO AJR-PROGRAM.

           CALL WS-ACCJRNL-PGM USING WS-ACCJRNL-PARMS.

           IF AJR-RETURN-CD NOT = 0
              MOVE AJR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'OWNLOAD unable to journal the change to '
                 'ACCOUNT ' AJR-SORTCODE '/' AJR-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       JAC999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
