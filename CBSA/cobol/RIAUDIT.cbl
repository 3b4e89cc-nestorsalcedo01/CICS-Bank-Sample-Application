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
      * Title: RIAUDIT                                                 *
      *                                                                *
      *                                                                *
      * Description: Weekly cross-table referential-integrity audit.   *
      *              Db2 enforces no foreign keys between the tables   *
      *              that hang off ACCOUNT and CUSTOMER_DATA, so       *
      *              deletes, loads and anonymization leave orphans    *
      *              behind; CONORPH only looks after CONSENT.  The    *
      *              RIRULTAB parameter file is merged into RI_RULES   *
      *              (rule, child table, child key columns, parent     *
      *              table, active flag), and each active rule then    *
      *              has its child rows with no parent counted, with   *
      *              one report line per rule and the first few        *
      *              orphan keys listed under it as samples.           *
      *                                                                *
      *              Each rule's orphan count is fed to RECON_BREAKS   *
      *              (source RIAUDIT, keyed by rule) the way the       *
      *              reconciliations feed it, so an orphan problem     *
      *              that persists week on week ages on BRKAGE; a rule *
      *              that comes up clean, or is parked or removed,     *
      *              has its open break cleared.  A rule naming a      *
      *              reference this program does not know is           *
      *              reported, never guessed at.  Return code 4 when   *
      *              any rule found orphans or was not known.          *
      *                                                                *
      * Input:  The rule parameter file RIRULTAB                       *
      * Output: The integrity report RIAUDRPT                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIAUDIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-PARM-FILE
                  ASSIGN TO RIRULTAB
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PRM-FILE-STATUS.

           SELECT RI-RPT-FILE
                  ASSIGN TO RIAUDRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  RULE-PARM-FILE.
       01  RULE-PARM-RECORD.
           05 RTB-RULE-ID                   PIC X(8).
           05 RTB-CHILD-TABLE               PIC X(18).
           05 RTB-CHILD-COLUMNS             PIC X(40).
           05 RTB-PARENT-TABLE              PIC X(18).
           05 RTB-ACTIVE                    PIC X(1).

       FD  RI-RPT-FILE.
       01  RI-RPT-RECORD.
           05 RPT-RULE-ID                   PIC X(8).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 RPT-CHILD-TABLE               PIC X(18).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 RPT-PARENT-TABLE              PIC X(18).
           05 FILLER                        PIC X(9)  VALUE ' ORPHANS '.
           05 RPT-ORPHANS                   PIC Z(8)9.
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 RPT-NOTE                      PIC X(30).
       01  RI-RPT-SAMPLE-RECORD.
           05 FILLER                        PIC X(9).
           05 RPT-SAMPLE-LABEL              PIC X(7).
           05 RPT-SAMPLE-KEY                PIC X(30).
           05 FILLER                        PIC X(49).

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

      * Get the RI_RULES DB2 copybook
           EXEC SQL
              INCLUDE RIRLDB2
           END-EXEC.

      * Get the RECON_BREAKS DB2 copybook
           EXEC SQL
              INCLUDE BRKSDB2
           END-EXEC.

      * The parents and children this program knows
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.
           EXEC SQL
              INCLUDE STOPDB2
           END-EXEC.
           EXEC SQL
              INCLUDE HOLDDB2
           END-EXEC.
           EXEC SQL
              INCLUDE DDMDB2
           END-EXEC.
           EXEC SQL
              INCLUDE ALRSDB2
           END-EXEC.
           EXEC SQL
              INCLUDE SGMDB2
           END-EXEC.
           EXEC SQL
              INCLUDE LOANDB2
           END-EXEC.
           EXEC SQL
              INCLUDE BENFDB2
           END-EXEC.
           EXEC SQL
              INCLUDE ISADB2
           END-EXEC.
           EXEC SQL
              INCLUDE CRSCDB2
           END-EXEC.

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
                ACCOUNT_ACTUAL_BALANCE         DECIMAL(10, 2) )
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * RI_RULES host variables for DB2
       01 HOST-RULE-ROW.
          03 HV-RULE-ID                 PIC X(8).
          03 HV-RULE-CHILD-TABLE        PIC X(18).
          03 HV-RULE-CHILD-COLUMNS      PIC X(40).
          03 HV-RULE-PARENT-TABLE       PIC X(18).
          03 HV-RULE-ACTIVE             PIC X(1).

      *    The reference a known rule checks, as the ORPHAN-CURSOR
      *    branch that answers for it.
       01 HV-RULE-CHECK                 PIC X(4).
       01 HV-ORPHAN-KEY                 PIC X(30).

      * RECON_BREAKS host variables for DB2
       01 HOST-BREAK-ROW.
          03 HV-BREAK-SOURCE            PIC X(8) VALUE 'RIAUDIT'.
          03 HV-BREAK-KEY               PIC X(20).
          03 HV-BREAK-EXPECTED          PIC S9(10)V99 COMP-3.
          03 HV-BREAK-ACTUAL            PIC S9(10)V99 COMP-3.

      * Declare the CURSOR over the active rules
           EXEC SQL DECLARE RULE-CURSOR CURSOR WITH HOLD FOR
              SELECT RULE_ID,
                     RULE_CHILD_TABLE,
                     RULE_CHILD_COLUMNS,
                     RULE_PARENT_TABLE,
                     RULE_ACTIVE
                     FROM RI_RULES
                     WHERE RULE_ACTIVE = 'Y'
                     ORDER BY RULE_ID
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR over one rule's orphans, lowest key
      * first.  Only the branch whose check matches returns rows.
           EXEC SQL DECLARE ORPHAN-CURSOR CURSOR WITH HOLD FOR
              SELECT C.STOP_SORTCODE CONCAT '/' CONCAT C.STOP_NUMBER
                     FROM ACCT_STOP C
                     WHERE :HV-RULE-CHECK = 'STOP'
                     AND NOT EXISTS
                         ( SELECT 1 FROM ACCOUNT P
                           WHERE P.ACCOUNT_SORTCODE = C.STOP_SORTCODE
                           AND   P.ACCOUNT_NUMBER   = C.STOP_NUMBER )
              UNION ALL
              SELECT C.HOLD_SORTCODE CONCAT '/' CONCAT C.HOLD_NUMBER
                     FROM ACCT_HOLD C
                     WHERE :HV-RULE-CHECK = 'HOLD'
                     AND NOT EXISTS
                         ( SELECT 1 FROM ACCOUNT P
                           WHERE P.ACCOUNT_SORTCODE = C.HOLD_SORTCODE
                           AND   P.ACCOUNT_NUMBER   = C.HOLD_NUMBER )
              UNION ALL
              SELECT C.MANDATE_SORTCODE CONCAT '/'
                        CONCAT C.MANDATE_NUMBER
                     FROM DD_MANDATE C
                     WHERE :HV-RULE-CHECK = 'DDMD'
                     AND NOT EXISTS
                         ( SELECT 1 FROM ACCOUNT P
                           WHERE P.ACCOUNT_SORTCODE
                                    = C.MANDATE_SORTCODE
                           AND   P.ACCOUNT_NUMBER = C.MANDATE_NUMBER )
              UNION ALL
              SELECT C.SUB_SORTCODE CONCAT '/' CONCAT C.SUB_NUMBER
                     FROM BAL_ALERT_SUB C
                     WHERE :HV-RULE-CHECK = 'BALS'
                     AND NOT EXISTS
                         ( SELECT 1 FROM ACCOUNT P
                           WHERE P.ACCOUNT_SORTCODE = C.SUB_SORTCODE
                           AND   P.ACCOUNT_NUMBER   = C.SUB_NUMBER )
              UNION ALL
              SELECT C.MAND_SORTCODE CONCAT '/' CONCAT C.MAND_NUMBER
                     FROM ACCT_MANDATE C
                     WHERE :HV-RULE-CHECK = 'SGMD'
                     AND NOT EXISTS
                         ( SELECT 1 FROM ACCOUNT P
                           WHERE P.ACCOUNT_SORTCODE = C.MAND_SORTCODE
                           AND   P.ACCOUNT_NUMBER   = C.MAND_NUMBER )
              UNION ALL
              SELECT C.LTRM_SORTCODE CONCAT '/' CONCAT C.LTRM_NUMBER
                     FROM LOAN_TERMS C
                     WHERE :HV-RULE-CHECK = 'LOAN'
                     AND NOT EXISTS
                         ( SELECT 1 FROM ACCOUNT P
                           WHERE P.ACCOUNT_SORTCODE = C.LTRM_SORTCODE
                           AND   P.ACCOUNT_NUMBER   = C.LTRM_NUMBER )
              UNION ALL
              SELECT C.LTRM_PAY_SORTCODE CONCAT '/'
                        CONCAT C.LTRM_PAY_NUMBER
                     FROM LOAN_TERMS C
                     WHERE :HV-RULE-CHECK = 'LPAY'
                     AND NOT EXISTS
                         ( SELECT 1 FROM ACCOUNT P
                           WHERE P.ACCOUNT_SORTCODE
                                    = C.LTRM_PAY_SORTCODE
                           AND   P.ACCOUNT_NUMBER = C.LTRM_PAY_NUMBER )
              UNION ALL
              SELECT C.BENF_CUSTOMER CONCAT ' '
                        CONCAT CHAR(C.BENF_ID)
                     FROM BENEFICIARY C
                     WHERE :HV-RULE-CHECK = 'BENF'
                     AND NOT EXISTS
                         ( SELECT 1 FROM CUSTOMER_DATA P
                           WHERE P.CUST_NUMBER = C.BENF_CUSTOMER )
              UNION ALL
              SELECT C.ISA_CUSTOMER CONCAT ' ' CONCAT C.ISA_TAX_YEAR
                     FROM ISA_SUBSCRIPTION C
                     WHERE :HV-RULE-CHECK = 'ISAS'
                     AND NOT EXISTS
                         ( SELECT 1 FROM CUSTOMER_DATA P
                           WHERE P.CUST_NUMBER = C.ISA_CUSTOMER )
              UNION ALL
              SELECT C.CUST_NO CONCAT ' ' CONCAT CHAR(C.SCORE_TS)
                     FROM CREDIT_SCORE C
                     WHERE :HV-RULE-CHECK = 'CRSC'
                     AND NOT EXISTS
                         ( SELECT 1 FROM CUSTOMER_DATA P
                           WHERE P.CUST_NUMBER = C.CUST_NO )
              UNION ALL
              SELECT C.ACCOUNT_SORTCODE CONCAT '/'
                        CONCAT C.ACCOUNT_NUMBER CONCAT ' '
                        CONCAT COALESCE(C.ACCOUNT_CUSTOMER_NUMBER,
                                        ' ')
                     FROM ACCOUNT C
                     WHERE :HV-RULE-CHECK = 'ACCT'
                     AND NOT EXISTS
                         ( SELECT 1 FROM CUSTOMER_DATA P
                           WHERE P.CUST_NUMBER
                                    = C.ACCOUNT_CUSTOMER_NUMBER )
              ORDER BY 1
              FOR FETCH ONLY
           END-EXEC.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  PRM-FILE-STATUS               PIC XX.
       01  RPT-FILE-STATUS               PIC XX.

       01  WS-PARM-EOF                   PIC X VALUE 'N'.
       01  WS-EOF                        PIC X VALUE 'N'.
       01  WS-ORPHAN-EOF                 PIC X VALUE 'N'.

      *    How many orphan keys each rule lists under its line.
       01  WS-SAMPLE-MAX                 PIC 9(4) VALUE 5.

       01  WS-RULE-ORPHANS               PIC 9(9) VALUE 0.

       01  NUMBER-OF-RULES-CHECKED       PIC 9(8) VALUE 0.
       01  NUMBER-OF-RULES-WITH-ORPHANS  PIC 9(8) VALUE 0.
       01  NUMBER-OF-RULES-UNKNOWN       PIC 9(8) VALUE 0.
       01  NUMBER-OF-BREAKS-CLEARED      PIC 9(8) VALUE 0.

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

           OPEN OUTPUT RI-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the RIAUDIT report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM MERGE-RULE-PARMS.

           EXEC SQL OPEN
              RULE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'RIAUDIT unable to open RULE-CURSOR, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM AUDIT-ONE-RULE UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              RULE-CURSOR
           END-EXEC.

           PERFORM CLEAR-RETIRED-RULE-BREAKS.

           EXEC SQL
              COMMIT
           END-EXEC.

           CLOSE RI-RPT-FILE.

           DISPLAY 'RIAUDIT checked ' NUMBER-OF-RULES-CHECKED
                   ' rule(s), ' NUMBER-OF-RULES-WITH-ORPHANS
                   ' with orphans, ' NUMBER-OF-RULES-UNKNOWN
                   ' not known; ' NUMBER-OF-BREAKS-CLEARED
                   ' break(s) cleared.'.

           IF NUMBER-OF-RULES-WITH-ORPHANS > 0
              OR NUMBER-OF-RULES-UNKNOWN > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    Merge the RIRULTAB parameter file into RI_RULES, the
      *    HSKPBAT merge idiom, so the rules live in the database
      *    the way every other control table does.
      *
       MERGE-RULE-PARMS SECTION.
       MRP010.

           OPEN INPUT RULE-PARM-FILE.
           IF PRM-FILE-STATUS NOT = '00'
              DISPLAY 'RIRULTAB not found - running on the stored '
                      'rules'
              GO TO MRP999
           END-IF.

           PERFORM READ-ONE-PARM UNTIL WS-PARM-EOF = 'Y'.

           CLOSE RULE-PARM-FILE.

       MRP999.
           EXIT.

       READ-ONE-PARM SECTION.
       ROP010.

           READ RULE-PARM-FILE.

           IF PRM-FILE-STATUS = '10'
              MOVE 'Y' TO WS-PARM-EOF
              GO TO ROP999
           END-IF.

           IF PRM-FILE-STATUS NOT = '00'
              DISPLAY 'Error reading the RIRULTAB file, '
                      ' status=' PRM-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM MERGE-ONE-PARM.

       ROP999.
           EXIT.

       MERGE-ONE-PARM SECTION.
       MOP010.

           IF RTB-RULE-ID = SPACES
              OR RTB-CHILD-TABLE = SPACES
              OR RTB-PARENT-TABLE = SPACES
              DISPLAY 'RIAUDIT invalid rule record skipped'
              GO TO MOP999
           END-IF.

           MOVE RTB-RULE-ID       TO HV-RULE-ID.
           MOVE RTB-CHILD-TABLE   TO HV-RULE-CHILD-TABLE.
           MOVE RTB-CHILD-COLUMNS TO HV-RULE-CHILD-COLUMNS.
           MOVE RTB-PARENT-TABLE  TO HV-RULE-PARENT-TABLE.
           IF RTB-ACTIVE = 'N'
              MOVE 'N' TO HV-RULE-ACTIVE
           ELSE
              MOVE 'Y' TO HV-RULE-ACTIVE
           END-IF.

           EXEC SQL
                UPDATE RI_RULES
                SET    RULE_CHILD_TABLE   = :HV-RULE-CHILD-TABLE,
                       RULE_CHILD_COLUMNS = :HV-RULE-CHILD-COLUMNS,
                       RULE_PARENT_TABLE  = :HV-RULE-PARENT-TABLE,
                       RULE_ACTIVE        = :HV-RULE-ACTIVE
                WHERE  RULE_ID = :HV-RULE-ID
           END-EXEC.

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              GO TO MOP999
           END-IF.

           EXEC SQL
                INSERT INTO RI_RULES
                ( RULE_ID, RULE_CHILD_TABLE, RULE_CHILD_COLUMNS,
                  RULE_PARENT_TABLE, RULE_ACTIVE )
                VALUES ( :HV-RULE-ID, :HV-RULE-CHILD-TABLE,
                         :HV-RULE-CHILD-COLUMNS,
                         :HV-RULE-PARENT-TABLE, :HV-RULE-ACTIVE )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'RIAUDIT unable to merge the rule '
                      RTB-RULE-ID ', SQLCODE=' WS-SQLCODE-DISPLAY
           END-IF.

       MOP999.
           EXIT.

      *
      *    One active rule: recognise the reference it names, count
      *    its orphans with samples, and feed the count to the
      *    break registry.
      *
       AUDIT-ONE-RULE SECTION.
       AOR010.

           EXEC SQL FETCH FROM RULE-CURSOR
              INTO :HV-RULE-ID,
                   :HV-RULE-CHILD-TABLE,
                   :HV-RULE-CHILD-COLUMNS,
                   :HV-RULE-PARENT-TABLE,
                   :HV-RULE-ACTIVE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO AOR999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'RIAUDIT failure fetching RULE-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM IDENTIFY-RULE-CHECK.

           MOVE SPACES               TO RI-RPT-RECORD.
           MOVE HV-RULE-ID           TO RPT-RULE-ID.
           MOVE HV-RULE-CHILD-TABLE  TO RPT-CHILD-TABLE.
           MOVE HV-RULE-PARENT-TABLE TO RPT-PARENT-TABLE.
           MOVE ' ORPHANS '          TO RI-RPT-RECORD(47:9).
           MOVE 0                    TO RPT-ORPHANS.

           IF HV-RULE-CHECK = SPACES
              ADD 1 TO NUMBER-OF-RULES-UNKNOWN
              MOVE 'REFERENCE NOT KNOWN TO RIAUDIT' TO RPT-NOTE
              DISPLAY 'RIAUDIT does not know the reference in rule '
                      HV-RULE-ID ' - nothing checked'
              PERFORM WRITE-REPORT-LINE
              GO TO AOR999
           END-IF.

           ADD 1 TO NUMBER-OF-RULES-CHECKED.

           EXEC SQL OPEN
              ORPHAN-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'RIAUDIT unable to open ORPHAN-CURSOR for '
                      HV-RULE-ID ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

      *    The rule line is written once the count is known, ahead
      *    of its samples, so the samples are held back until then.
           MOVE 0   TO WS-RULE-ORPHANS.
           MOVE 'N' TO WS-ORPHAN-EOF.
           PERFORM COUNT-ONE-ORPHAN UNTIL WS-ORPHAN-EOF = 'Y'.

           EXEC SQL CLOSE
              ORPHAN-CURSOR
           END-EXEC.

           MOVE WS-RULE-ORPHANS TO RPT-ORPHANS.
           IF WS-RULE-ORPHANS > 0
              ADD 1 TO NUMBER-OF-RULES-WITH-ORPHANS
              MOVE 'ORPHANS FOUND' TO RPT-NOTE
           ELSE
              MOVE 'OK'            TO RPT-NOTE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

           IF WS-RULE-ORPHANS > 0
              PERFORM WRITE-ORPHAN-SAMPLES
              PERFORM RECORD-BREAK
           ELSE
              PERFORM CLEAR-RULE-BREAK
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

       AOR999.
           EXIT.

      *
      *    The references this program knows: the child table, the
      *    child key columns as the rule spells them, and the
      *    parent.  Anything else leaves the check blank.
      *
       IDENTIFY-RULE-CHECK SECTION.
       IRC010.

           MOVE SPACES TO HV-RULE-CHECK.

           EVALUATE HV-RULE-CHILD-TABLE ALSO HV-RULE-PARENT-TABLE
              WHEN 'ACCT_STOP'        ALSO 'ACCOUNT'
                 IF HV-RULE-CHILD-COLUMNS
                       = 'STOP_SORTCODE,STOP_NUMBER'
                    MOVE 'STOP' TO HV-RULE-CHECK
                 END-IF
              WHEN 'ACCT_HOLD'        ALSO 'ACCOUNT'
                 IF HV-RULE-CHILD-COLUMNS
                       = 'HOLD_SORTCODE,HOLD_NUMBER'
                    MOVE 'HOLD' TO HV-RULE-CHECK
                 END-IF
              WHEN 'DD_MANDATE'       ALSO 'ACCOUNT'
                 IF HV-RULE-CHILD-COLUMNS
                       = 'MANDATE_SORTCODE,MANDATE_NUMBER'
                    MOVE 'DDMD' TO HV-RULE-CHECK
                 END-IF
              WHEN 'BAL_ALERT_SUB'    ALSO 'ACCOUNT'
                 IF HV-RULE-CHILD-COLUMNS
                       = 'SUB_SORTCODE,SUB_NUMBER'
                    MOVE 'BALS' TO HV-RULE-CHECK
                 END-IF
              WHEN 'ACCT_MANDATE'     ALSO 'ACCOUNT'
                 IF HV-RULE-CHILD-COLUMNS
                       = 'MAND_SORTCODE,MAND_NUMBER'
                    MOVE 'SGMD' TO HV-RULE-CHECK
                 END-IF
              WHEN 'LOAN_TERMS'       ALSO 'ACCOUNT'
                 IF HV-RULE-CHILD-COLUMNS
                       = 'LTRM_SORTCODE,LTRM_NUMBER'
                    MOVE 'LOAN' TO HV-RULE-CHECK
                 END-IF
                 IF HV-RULE-CHILD-COLUMNS
                       = 'LTRM_PAY_SORTCODE,LTRM_PAY_NUMBER'
                    MOVE 'LPAY' TO HV-RULE-CHECK
                 END-IF
              WHEN 'BENEFICIARY'      ALSO 'CUSTOMER_DATA'
                 IF HV-RULE-CHILD-COLUMNS = 'BENF_CUSTOMER'
                    MOVE 'BENF' TO HV-RULE-CHECK
                 END-IF
              WHEN 'ISA_SUBSCRIPTION' ALSO 'CUSTOMER_DATA'
                 IF HV-RULE-CHILD-COLUMNS = 'ISA_CUSTOMER'
                    MOVE 'ISAS' TO HV-RULE-CHECK
                 END-IF
              WHEN 'CREDIT_SCORE'     ALSO 'CUSTOMER_DATA'
                 IF HV-RULE-CHILD-COLUMNS = 'CUST_NO'
                    MOVE 'CRSC' TO HV-RULE-CHECK
                 END-IF
              WHEN 'ACCOUNT'          ALSO 'CUSTOMER_DATA'
                 IF HV-RULE-CHILD-COLUMNS = 'ACCOUNT_CUSTOMER_NUMBER'
                    MOVE 'ACCT' TO HV-RULE-CHECK
                 END-IF
           END-EVALUATE.

       IRC999.
           EXIT.

       COUNT-ONE-ORPHAN SECTION.
       COO010.

           EXEC SQL FETCH FROM ORPHAN-CURSOR
              INTO :HV-ORPHAN-KEY
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-ORPHAN-EOF
              GO TO COO999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'RIAUDIT failure fetching ORPHAN-CURSOR for '
                      HV-RULE-ID ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-RULE-ORPHANS.

       COO999.
           EXIT.

      *
      *    The first few orphan keys, lowest first, re-read now the
      *    rule line is out.
      *
       WRITE-ORPHAN-SAMPLES SECTION.
       WOS010.

           EXEC SQL OPEN
              ORPHAN-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'RIAUDIT unable to reopen ORPHAN-CURSOR for '
                      HV-RULE-ID ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 0   TO WS-RULE-ORPHANS.
           MOVE 'N' TO WS-ORPHAN-EOF.
           PERFORM WRITE-ONE-SAMPLE
              UNTIL WS-ORPHAN-EOF = 'Y'
                 OR WS-RULE-ORPHANS NOT < WS-SAMPLE-MAX.

           EXEC SQL CLOSE
              ORPHAN-CURSOR
           END-EXEC.

       WOS999.
           EXIT.

       WRITE-ONE-SAMPLE SECTION.
       WSM010.

           PERFORM COUNT-ONE-ORPHAN.

           IF WS-ORPHAN-EOF = 'Y'
              GO TO WSM999
           END-IF.

           MOVE SPACES        TO RI-RPT-SAMPLE-RECORD.
           MOVE 'SAMPLE '     TO RPT-SAMPLE-LABEL.
           MOVE HV-ORPHAN-KEY TO RPT-SAMPLE-KEY.
           PERFORM WRITE-REPORT-LINE.

       WSM999.
           EXIT.

      *
      *    Merge this week's sighting of the rule's orphans - the
      *    idiom ACCRECON, CONRECON and NOSRECON feed the registry
      *    with.  The expected count is always nought.
      *
       RECORD-BREAK SECTION.
       RBK010.

           MOVE HV-RULE-ID      TO HV-BREAK-KEY.
           MOVE 0               TO HV-BREAK-EXPECTED.
           MOVE WS-RULE-ORPHANS TO HV-BREAK-ACTUAL.

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

       CLEAR-RULE-BREAK SECTION.
       CRB010.

           MOVE HV-RULE-ID TO HV-BREAK-KEY.

           EXEC SQL
                UPDATE RECON_BREAKS
                SET    BREAK_STATUS = 'C'
                WHERE  BREAK_SOURCE = :HV-BREAK-SOURCE
                AND    BREAK_KEY    = :HV-BREAK-KEY
                AND    BREAK_STATUS = 'O'
           END-EXEC.

           IF SQLCODE = 0
              ADD SQLERRD(3) TO NUMBER-OF-BREAKS-CLEARED
           END-IF.

       CRB999.
           EXIT.

      *
      *    A rule parked or removed since its break was raised is
      *    no longer checked, so its break would never clear.
      *
       CLEAR-RETIRED-RULE-BREAKS SECTION.
       CRR010.

           EXEC SQL
                UPDATE RECON_BREAKS
                SET    BREAK_STATUS = 'C'
                WHERE  BREAK_SOURCE = :HV-BREAK-SOURCE
                AND    BREAK_STATUS = 'O'
                AND    BREAK_KEY NOT IN
                       ( SELECT RULE_ID
                         FROM   RI_RULES
                         WHERE  RULE_ACTIVE = 'Y' )
           END-EXEC.

           IF SQLCODE = 0
              ADD SQLERRD(3) TO NUMBER-OF-BREAKS-CLEARED
           END-IF.

       CRR999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           WRITE RI-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error writing the RIAUDIT report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WRL999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
