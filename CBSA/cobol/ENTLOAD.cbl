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
      * Title: ENTLOAD                                                 *
      *                                                                *
      *                                                                *
      * Description: Maintenance batch for the ops entitlements the    *
      *              ENTCHK check reads.  Reads a file of changes, one *
      *              per record, each naming the manager who makes it: *
      *                G - grant a function to an operator or role,    *
      *                    with or without a monetary authority limit  *
      *                    (re-granting replaces the limit and needs   *
      *                    certifying again),                          *
      *                V - revoke a grant,                             *
      *                A - add an operator to a role,                  *
      *                D - drop an operator from a role,               *
      *                C - certify a grant (or, with no function, all  *
      *                    of a grantee's grants) as confirmed at the  *
      *                    quarterly recertification ENTCERT lists.    *
      *              No manager may grant to, or certify, themselves.  *
      *              Every change applied is written to OPS_AUDIT.     *
      *              A rejected record ends the run RC 4.              *
      *                                                                *
      * Input: The entitlement change file ENTLDIN                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTLOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTL-CHANGE-FILE
                  ASSIGN TO ENTLDIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ENTL-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  ENTL-CHANGE-FILE.
       01  ENTL-CHANGE-RECORD.
           05 ENL-ACTION                    PIC X(1).
           05 ENL-GRANTEE                   PIC X(8).
           05 ENL-GRANTEE-TYPE              PIC X(1).
           05 ENL-FUNCTION                  PIC X(12).
           05 ENL-LIMIT-FLAG                PIC X(1).
           05 ENL-LIMIT                     PIC 9(10)V99.
           05 ENL-ROLE-OPERATOR             PIC X(8).
           05 ENL-CHANGED-BY                PIC X(8).

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

      * Get the OPS_ENTITLEMENT DB2 copybook
           EXEC SQL
              INCLUDE ENTLDB2
           END-EXEC.

      * Get the OPS_ROLE_MEMBER DB2 copybook
           EXEC SQL
              INCLUDE ROLEDB2
           END-EXEC.

      * Get the OPS_AUDIT DB2 copybook
           EXEC SQL
              INCLUDE OPSADB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * OPS_ENTITLEMENT and OPS_ROLE_MEMBER host variables for DB2
       01 HOST-ENTITLEMENT-ROW.
          10 HV-ENT-GRANTEE             PIC X(8).
          10 HV-ENT-GRANTEE-TYPE        PIC X(1).
          10 HV-ENT-FUNCTION            PIC X(12).
          10 HV-ENT-LIMIT               PIC S9(10)V99 COMP-3.
          10 HV-ENT-CHANGED-BY          PIC X(8).
          10 HV-ROLE-OPERATOR           PIC X(8).

       01 HV-ENT-LIMIT-IND              PIC S9(4) COMP.

      * OPS_AUDIT host variables - each change applied lands on the
      * shared operator action trail.
       01 HOST-AUDIT-ROW.
          10 HV-AUD-ID                  PIC S9(9) USAGE COMP.
          10 HV-AUD-ACTION              PIC X(12).
          10 HV-AUD-KEY                 PIC X(20).
          10 HV-AUD-BEFORE-STATE        PIC X(20).
          10 HV-AUD-AFTER-STATE         PIC X(20).

       01 WS-LIMIT-EDIT                 PIC Z(9)9.99.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  ENTL-FILE-STATUS              PIC XX.

       01  WS-EOF                       PIC X VALUE 'N'.

       01  NUMBER-OF-CHANGES-READ        PIC 9(8) VALUE 0.
       01  NUMBER-OF-CHANGES-APPLIED     PIC 9(8) VALUE 0.
       01  NUMBER-OF-CHANGES-REJECTED    PIC 9(8) VALUE 0.

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

           OPEN INPUT ENTL-CHANGE-FILE.
           IF ENTL-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the ENTLOAD change file, '
                      ' status=' ENTL-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM READ-NEXT-CHANGE.

           PERFORM APPLY-ONE-CHANGE UNTIL WS-EOF = 'Y'.

           CLOSE ENTL-CHANGE-FILE.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'ENTLOAD read ' NUMBER-OF-CHANGES-READ
                   ' change(s), applied ' NUMBER-OF-CHANGES-APPLIED
                   ', rejected ' NUMBER-OF-CHANGES-REJECTED.

           IF NUMBER-OF-CHANGES-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       READ-NEXT-CHANGE SECTION.
       RNC010.

           READ ENTL-CHANGE-FILE.

           IF ENTL-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF ENTL-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the ENTLOAD change file, '
                         ' status=' ENTL-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM ABANDON-RUN
              ELSE
                 ADD 1 TO NUMBER-OF-CHANGES-READ
              END-IF
           END-IF.

       RNC999.
           EXIT.

      *
      *    Validate one change and apply it.  Every change must name
      *    the manager making it, who may not be its subject.
      *
       APPLY-ONE-CHANGE SECTION.
       AOC010.

           IF ENL-GRANTEE = SPACES OR ENL-CHANGED-BY = SPACES
              DISPLAY 'ENTLOAD change ' ENL-ACTION ' for '
                      ENL-GRANTEE ' names no grantee or no manager'
                      ' - record skipped'
              GO TO AOC080
           END-IF.

           IF ENL-ACTION NOT = 'A' AND ENL-ACTION NOT = 'D'
              AND ENL-GRANTEE-TYPE NOT = 'U'
              AND ENL-GRANTEE-TYPE NOT = 'R'
              DISPLAY 'ENTLOAD change ' ENL-ACTION ' for '
                      ENL-GRANTEE ' grantee type must be U or R'
                      ' - record skipped'
              GO TO AOC080
           END-IF.

           IF (ENL-GRANTEE-TYPE = 'U'
               AND ENL-CHANGED-BY = ENL-GRANTEE)
              OR ENL-CHANGED-BY = ENL-ROLE-OPERATOR
              DISPLAY 'ENTLOAD manager ' ENL-CHANGED-BY
                      ' may not change their own entitlements'
                      ' - record skipped'
              GO TO AOC080
           END-IF.

           MOVE ENL-GRANTEE       TO HV-ENT-GRANTEE.
           MOVE ENL-GRANTEE-TYPE  TO HV-ENT-GRANTEE-TYPE.
           MOVE ENL-FUNCTION      TO HV-ENT-FUNCTION.
           MOVE ENL-CHANGED-BY    TO HV-ENT-CHANGED-BY.
           MOVE ENL-ROLE-OPERATOR TO HV-ROLE-OPERATOR.

           MOVE SPACES TO HV-AUD-KEY.
           STRING ENL-GRANTEE DELIMITED BY SPACE,
                  '/' DELIMITED BY SIZE,
                  ENL-FUNCTION DELIMITED BY SPACE
                  INTO HV-AUD-KEY
           END-STRING.
           MOVE SPACES TO HV-AUD-BEFORE-STATE.
           MOVE SPACES TO HV-AUD-AFTER-STATE.

           EVALUATE ENL-ACTION
              WHEN 'G'
                 PERFORM GRANT-ENTITLEMENT
              WHEN 'V'
                 PERFORM REVOKE-ENTITLEMENT
              WHEN 'A'
                 PERFORM ADD-ROLE-MEMBER
              WHEN 'D'
                 PERFORM DROP-ROLE-MEMBER
              WHEN 'C'
                 PERFORM CERTIFY-ENTITLEMENT
              WHEN OTHER
                 DISPLAY 'ENTLOAD change type ' ENL-ACTION
                         ' must be G, V, A, D or C - record skipped'
                 GO TO AOC080
           END-EVALUATE.

           IF HV-AUD-ACTION = SPACES
              GO TO AOC080
           END-IF.

           PERFORM RECORD-OPS-AUDIT.
           ADD 1 TO NUMBER-OF-CHANGES-APPLIED.
           GO TO AOC090.

       AOC080.
           ADD 1 TO NUMBER-OF-CHANGES-REJECTED.

       AOC090.
           PERFORM READ-NEXT-CHANGE.

       AOC999.
           EXIT.

      *
      *    Grant, or re-grant with a new limit.  Either way the grant
      *    stands uncertified until a manager next confirms it.
      *
       GRANT-ENTITLEMENT SECTION.
       GE010.

           MOVE SPACES TO HV-AUD-ACTION.

           IF ENL-FUNCTION = SPACES
              DISPLAY 'ENTLOAD grant to ' ENL-GRANTEE
                      ' names no function - record skipped'
              GO TO GE999
           END-IF.

           IF ENL-LIMIT-FLAG = 'Y'
              IF ENL-LIMIT IS NOT NUMERIC
                 DISPLAY 'ENTLOAD grant to ' ENL-GRANTEE
                         ' limit not numeric - record skipped'
                 GO TO GE999
              END-IF
              MOVE ENL-LIMIT TO HV-ENT-LIMIT
              MOVE 0         TO HV-ENT-LIMIT-IND
              MOVE ENL-LIMIT TO WS-LIMIT-EDIT
              STRING 'LIMIT ' DELIMITED BY SIZE,
                     WS-LIMIT-EDIT DELIMITED BY SIZE
                     INTO HV-AUD-AFTER-STATE
              END-STRING
           ELSE
              MOVE 0         TO HV-ENT-LIMIT
              MOVE -1        TO HV-ENT-LIMIT-IND
              MOVE 'NO LIMIT' TO HV-AUD-AFTER-STATE
           END-IF.

           EXEC SQL
                UPDATE OPS_ENTITLEMENT
                SET    ENT_LIMIT        =
                          :HV-ENT-LIMIT :HV-ENT-LIMIT-IND,
                       ENT_GRANTED_BY   = :HV-ENT-CHANGED-BY,
                       ENT_GRANTED_TS   = CURRENT TIMESTAMP,
                       ENT_CERTIFIED_BY = NULL,
                       ENT_CERTIFIED_TS = NULL
                WHERE  ENT_GRANTEE      = :HV-ENT-GRANTEE
                AND    ENT_GRANTEE_TYPE = :HV-ENT-GRANTEE-TYPE
                AND    ENT_FUNCTION     = :HV-ENT-FUNCTION
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE
           END-IF.

           IF SQLERRD(3) > 0
              MOVE 'REGRANT'  TO HV-AUD-ACTION
              MOVE 'GRANTED'  TO HV-AUD-BEFORE-STATE
              GO TO GE999
           END-IF.

           EXEC SQL
                INSERT INTO OPS_ENTITLEMENT
                (
                  ENT_GRANTEE      ,
                  ENT_GRANTEE_TYPE ,
                  ENT_FUNCTION     ,
                  ENT_LIMIT        ,
                  ENT_GRANTED_BY   ,
                  ENT_GRANTED_TS   ,
                  ENT_CERTIFIED_BY ,
                  ENT_CERTIFIED_TS
                )
                VALUES
                (
                  :HV-ENT-GRANTEE      ,
                  :HV-ENT-GRANTEE-TYPE ,
                  :HV-ENT-FUNCTION     ,
                  :HV-ENT-LIMIT :HV-ENT-LIMIT-IND ,
                  :HV-ENT-CHANGED-BY   ,
                  CURRENT TIMESTAMP    ,
                  NULL                 ,
                  NULL
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE
           END-IF.

           MOVE 'GRANT' TO HV-AUD-ACTION.

       GE999.
           EXIT.

       REVOKE-ENTITLEMENT SECTION.
       RE010.

           MOVE SPACES TO HV-AUD-ACTION.

           EXEC SQL
                DELETE FROM OPS_ENTITLEMENT
                WHERE  ENT_GRANTEE      = :HV-ENT-GRANTEE
                AND    ENT_GRANTEE_TYPE = :HV-ENT-GRANTEE-TYPE
                AND    ENT_FUNCTION     = :HV-ENT-FUNCTION
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'ENTLOAD no grant of ' ENL-FUNCTION ' to '
                      ENL-GRANTEE ' to revoke - record skipped'
              GO TO RE999
           END-IF.

           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE
           END-IF.

           MOVE 'REVOKE'   TO HV-AUD-ACTION.
           MOVE 'GRANTED'  TO HV-AUD-BEFORE-STATE.
           MOVE 'REVOKED'  TO HV-AUD-AFTER-STATE.

       RE999.
           EXIT.

       ADD-ROLE-MEMBER SECTION.
       ARM010.

           MOVE SPACES TO HV-AUD-ACTION.

           IF ENL-ROLE-OPERATOR = SPACES
              DISPLAY 'ENTLOAD role ' ENL-GRANTEE
                      ' change names no operator - record skipped'
              GO TO ARM999
           END-IF.

           EXEC SQL
                INSERT INTO OPS_ROLE_MEMBER
                (
                  ROLE_NAME     ,
                  ROLE_OPERATOR ,
                  ROLE_ADDED_BY ,
                  ROLE_ADDED_TS
                )
                VALUES
                (
                  :HV-ENT-GRANTEE    ,
                  :HV-ROLE-OPERATOR  ,
                  :HV-ENT-CHANGED-BY ,
                  CURRENT TIMESTAMP
                )
           END-EXEC.

           IF SQLCODE = -803
              DISPLAY 'ENTLOAD ' ENL-ROLE-OPERATOR
                      ' is already in role ' ENL-GRANTEE
                      ' - record skipped'
              GO TO ARM999
           END-IF.

           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE
           END-IF.

           PERFORM SET-ROLE-AUDIT-KEY.
           MOVE 'ROLE-ADD'   TO HV-AUD-ACTION.
           MOVE 'MEMBER'     TO HV-AUD-AFTER-STATE.

       ARM999.
           EXIT.

       DROP-ROLE-MEMBER SECTION.
       DRM010.

           MOVE SPACES TO HV-AUD-ACTION.

           EXEC SQL
                DELETE FROM OPS_ROLE_MEMBER
                WHERE  ROLE_NAME     = :HV-ENT-GRANTEE
                AND    ROLE_OPERATOR = :HV-ROLE-OPERATOR
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'ENTLOAD ' ENL-ROLE-OPERATOR
                      ' is not in role ' ENL-GRANTEE
                      ' - record skipped'
              GO TO DRM999
           END-IF.

           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE
           END-IF.

           PERFORM SET-ROLE-AUDIT-KEY.
           MOVE 'ROLE-DROP'  TO HV-AUD-ACTION.
           MOVE 'MEMBER'     TO HV-AUD-BEFORE-STATE.

       DRM999.
           EXIT.

       SET-ROLE-AUDIT-KEY SECTION.
       SRK010.

           MOVE SPACES TO HV-AUD-KEY.
           STRING ENL-GRANTEE DELIMITED BY SPACE,
                  '/' DELIMITED BY SIZE,
                  ENL-ROLE-OPERATOR DELIMITED BY SPACE
                  INTO HV-AUD-KEY
           END-STRING.

       SRK999.
           EXIT.

      *
      *    The manager confirms the grant - or, with no function
      *    named, every grant the grantee holds - still stands.
      *
       CERTIFY-ENTITLEMENT SECTION.
       CE010.

           MOVE SPACES TO HV-AUD-ACTION.

           EXEC SQL
                UPDATE OPS_ENTITLEMENT
                SET    ENT_CERTIFIED_BY = :HV-ENT-CHANGED-BY,
                       ENT_CERTIFIED_TS = CURRENT TIMESTAMP
                WHERE  ENT_GRANTEE      = :HV-ENT-GRANTEE
                AND    ENT_GRANTEE_TYPE = :HV-ENT-GRANTEE-TYPE
                AND   (ENT_FUNCTION     = :HV-ENT-FUNCTION
                       OR :HV-ENT-FUNCTION = ' ')
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'ENTLOAD no grant to ' ENL-GRANTEE
                      ' to certify - record skipped'
              GO TO CE999
           END-IF.

           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE
           END-IF.

           MOVE 'CERTIFY'    TO HV-AUD-ACTION.
           MOVE 'CERTIFIED'  TO HV-AUD-AFTER-STATE.

       CE999.
           EXIT.

      *
      *    One OPS_AUDIT row per change applied, in the same unit of
      *    work as the change itself.
      *
       RECORD-OPS-AUDIT SECTION.
       ROA010.

           EXEC SQL
              SELECT COALESCE(MAX(AUD_ID), 0) + 1
              INTO   :HV-AUD-ID
              FROM   OPS_AUDIT
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE
           END-IF.

           EXEC SQL
                INSERT INTO OPS_AUDIT
                (
                  AUD_ID           ,
                  AUD_PROGRAM      ,
                  AUD_ACTION       ,
                  AUD_KEY          ,
                  AUD_OPERATOR     ,
                  AUD_TS           ,
                  AUD_BEFORE_STATE ,
                  AUD_AFTER_STATE
                )
                VALUES
                (
                  :HV-AUD-ID           ,
                  'ENTLOAD'            ,
                  :HV-AUD-ACTION       ,
                  :HV-AUD-KEY          ,
                  :HV-ENT-CHANGED-BY   ,
                  CURRENT TIMESTAMP    ,
                  :HV-AUD-BEFORE-STATE ,
                  :HV-AUD-AFTER-STATE
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE
           END-IF.

       ROA999.
           EXIT.

      *
      *    An entitlement change that cannot be applied and audited
      *    together is not applied at all: the run backs out.
      *
       REPORT-SQL-FAILURE SECTION.
       RSF010.

           MOVE SQLCODE TO WS-SQLCODE-DISPLAY.
           DISPLAY 'ENTLOAD DB2 failure on change ' ENL-ACTION
                   ' for ' ENL-GRANTEE ' ' ENL-FUNCTION
                   ', SQLCODE=' WS-SQLCODE-DISPLAY.

           PERFORM ABANDON-RUN.

       RSF999.
           EXIT.

       ABANDON-RUN SECTION.
       AR010.

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
