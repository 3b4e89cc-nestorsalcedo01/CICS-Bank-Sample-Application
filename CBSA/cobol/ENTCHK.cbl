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
      * Title: ENTCHK                                                  *
      *                                                                *
      *                                                                *
      * Description: Operator entitlement check, CALLed as a           *
      *              subprogram.  The ops transactions (ACCSTOP,       *
      *              SANCWRK, DPAYAUT, MKCKWRK, SUSPWRK, AMLWRK,       *
      *              DISPAPI) and BRKUPD ask it, before each decision, *
      *              whether the operator holds the function - granted *
      *              directly or through a role - and whether the      *
      *              decision's amount is within the operator's        *
      *              authority limit for it.                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTCHK.

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

      * Get the OPS_ENTITLEMENT DB2 copybook
           EXEC SQL
              INCLUDE ENTLDB2
           END-EXEC.

      * Get the OPS_ROLE_MEMBER DB2 copybook
           EXEC SQL
              INCLUDE ROLEDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * OPS_ENTITLEMENT host variables for DB2
       01 HOST-ENTITLEMENT-ROW.
          03 HV-ENT-OPERATOR               PIC X(8).
          03 HV-ENT-FUNCTION               PIC X(12).
          03 HV-GRANT-COUNT                PIC S9(9) COMP.
          03 HV-UNLIMITED-COUNT            PIC S9(9) COMP.
          03 HV-ENT-LIMIT                  PIC S9(10)V99 COMP-3.

       01 WS-CHECK-AMOUNT                  PIC S9(10)V99 COMP-3.

       LINKAGE SECTION.
       01 ENTCHK-PARMS.
           COPY ENTCHK.

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION USING ENTCHK-PARMS.
       PREMIERE SECTION.
       A010.

           MOVE 0   TO ENT-RETURN-CD.
           MOVE 'N' TO ENT-RESULT.
           MOVE 'L' TO ENT-LIMIT-FLAG.
           MOVE 0   TO ENT-LIMIT.

           IF ENT-OPERATOR = SPACES OR ENT-FUNCTION = SPACES
              GO TO A999
           END-IF.

           MOVE ENT-OPERATOR TO HV-ENT-OPERATOR.
           MOVE ENT-FUNCTION TO HV-ENT-FUNCTION.

      *
      *    Every grant of the function the operator holds, directly
      *    or through any role they are a member of: how many, how
      *    many carry no limit, and the largest limit among the rest.
      *
           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN E.ENT_LIMIT IS NULL
                                         THEN 1 ELSE 0 END), 0),
                       COALESCE(MAX(E.ENT_LIMIT), 0)
                INTO   :HV-GRANT-COUNT,
                       :HV-UNLIMITED-COUNT,
                       :HV-ENT-LIMIT
                FROM   OPS_ENTITLEMENT E
                WHERE  E.ENT_FUNCTION = :HV-ENT-FUNCTION
                AND  ((E.ENT_GRANTEE_TYPE = 'U'
                       AND E.ENT_GRANTEE = :HV-ENT-OPERATOR)
                   OR (E.ENT_GRANTEE_TYPE = 'R'
                       AND E.ENT_GRANTEE IN
                           (SELECT R.ROLE_NAME
                            FROM   OPS_ROLE_MEMBER R
                            WHERE  R.ROLE_OPERATOR =
                                      :HV-ENT-OPERATOR)))
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO ENT-RETURN-CD
              GO TO A999
           END-IF.

           IF HV-GRANT-COUNT = 0
              GO TO A999
           END-IF.

           IF HV-UNLIMITED-COUNT > 0
              MOVE 'U' TO ENT-LIMIT-FLAG
              MOVE 'Y' TO ENT-RESULT
              GO TO A999
           END-IF.

           MOVE HV-ENT-LIMIT TO ENT-LIMIT.
           MOVE 'Y'          TO ENT-RESULT.

           IF ENT-AMOUNT-FLAG NOT = 'Y'
              GO TO A999
           END-IF.

           IF ENT-AMOUNT < 0
              COMPUTE WS-CHECK-AMOUNT = 0 - ENT-AMOUNT
           ELSE
              MOVE ENT-AMOUNT TO WS-CHECK-AMOUNT
           END-IF.

           IF WS-CHECK-AMOUNT > HV-ENT-LIMIT
              MOVE 'L' TO ENT-RESULT
           END-IF.

       A999.
           GOBACK.
