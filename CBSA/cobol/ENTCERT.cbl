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
      * Title: ENTCERT                                                 *
      *                                                                *
      *                                                                *
      * Description: Quarterly entitlement recertification report.     *
      *              Lists who holds which ops entitlement, operator   *
      *              by operator: one line per function each operator  *
      *              holds, directly or through a role, with the       *
      *              authority limit, who granted it and when, and who *
      *              last certified it.  A role granted a function but *
      *              with no members is listed too, against no         *
      *              operator.  A grant not certified in the last      *
      *              WS-CERT-MONTHS months is marked DUE; managers     *
      *              confirm what they still want through ENTLOAD and  *
      *              revoke the rest.  Any grant due ends the run      *
      *              RC 4.                                             *
      *                                                                *
      * Output: The report file ENTCERT                                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTCERT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE
                  ASSIGN TO ENTCERT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05 RPT-OPERATOR                  PIC X(8).
           05 FILLER                        PIC X(1).
           05 RPT-VIA                       PIC X(8).
           05 FILLER                        PIC X(1).
           05 RPT-FUNCTION                  PIC X(12).
           05 FILLER                        PIC X(1).
           05 RPT-LIMIT                     PIC X(13).
           05 RPT-LIMIT-AMOUNT REDEFINES RPT-LIMIT
                                            PIC Z(9)9.99.
           05 FILLER                        PIC X(1).
           05 RPT-GRANTED-BY                PIC X(8).
           05 FILLER                        PIC X(1).
           05 RPT-GRANTED-DATE              PIC X(10).
           05 FILLER                        PIC X(1).
           05 RPT-CERTIFIED-BY              PIC X(8).
           05 FILLER                        PIC X(1).
           05 RPT-CERTIFIED-DATE            PIC X(10).
           05 FILLER                        PIC X(1).
           05 RPT-DUE                       PIC X(3).

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

      *    A grant last certified longer ago than this (or never) is
      *    due for recertification.
       01 WS-CERT-MONTHS                   PIC S9(4) COMP VALUE 3.

      * Host variables for one holding of one function.
       01 HOST-HOLDING-ROW.
          03 HV-HOLDER                     PIC X(8).
          03 HV-VIA                        PIC X(8).
          03 HV-ENT-FUNCTION               PIC X(12).
          03 HV-ENT-LIMIT                  PIC S9(10)V99 COMP-3.
          03 HV-ENT-GRANTED-BY             PIC X(8).
          03 HV-ENT-GRANTED-DATE           PIC X(10).
          03 HV-ENT-CERTIFIED-BY           PIC X(8).
          03 HV-ENT-CERTIFIED-DATE         PIC X(10).
          03 HV-CERT-DUE                   PIC X(1).

       01 HV-ENT-LIMIT-IND                 PIC S9(4) COMP.

      * Declare the CURSOR over every holding: a direct grant once,
      * a role grant once per member (or once, against no operator,
      * for a role with none), operator by operator.
           EXEC SQL DECLARE HOLD-CURSOR CURSOR FOR
              SELECT CASE WHEN E.ENT_GRANTEE_TYPE = 'U'
                          THEN E.ENT_GRANTEE
                          ELSE COALESCE(R.ROLE_OPERATOR, ' ')
                     END,
                     CASE WHEN E.ENT_GRANTEE_TYPE = 'U'
                          THEN 'DIRECT'
                          ELSE E.ENT_GRANTEE
                     END,
                     E.ENT_FUNCTION,
                     E.ENT_LIMIT,
                     E.ENT_GRANTED_BY,
                     CHAR(DATE(E.ENT_GRANTED_TS), ISO),
                     COALESCE(E.ENT_CERTIFIED_BY, ' '),
                     COALESCE(CHAR(DATE(E.ENT_CERTIFIED_TS), ISO),
                              ' '),
                     CASE WHEN E.ENT_CERTIFIED_TS IS NULL
                            OR E.ENT_CERTIFIED_TS <
                               CURRENT TIMESTAMP
                               - :WS-CERT-MONTHS MONTHS
                          THEN 'Y'
                          ELSE 'N'
                     END
                     FROM OPS_ENTITLEMENT E
                     LEFT OUTER JOIN OPS_ROLE_MEMBER R
                       ON  E.ENT_GRANTEE_TYPE = 'R'
                       AND R.ROLE_NAME = E.ENT_GRANTEE
                     ORDER BY 1, 3, 2
                     FOR FETCH ONLY
           END-EXEC.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  RPT-FILE-STATUS              PIC XX.

       01  WS-EOF                       PIC X VALUE 'N'.

       01  NUMBER-OF-HOLDINGS-LISTED     PIC 9(8) VALUE 0.
       01  NUMBER-OF-HOLDINGS-DUE        PIC 9(8) VALUE 0.

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

           OPEN OUTPUT REPORT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the ENTCERT report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM WRITE-HEADING.

           EXEC SQL OPEN
              HOLD-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ENTCERT unable to open HOLD-CURSOR, SQLCODE='
                      WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM LIST-ONE-HOLDING UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              HOLD-CURSOR
           END-EXEC.

           CLOSE REPORT-FILE.

           DISPLAY 'ENTCERT listed ' NUMBER-OF-HOLDINGS-LISTED
                   ' holding(s), ' NUMBER-OF-HOLDINGS-DUE
                   ' due for recertification.'.

           IF NUMBER-OF-HOLDINGS-DUE > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       WRITE-HEADING SECTION.
       WH010.

           MOVE SPACES       TO REPORT-RECORD.
           MOVE 'OPERATOR'   TO RPT-OPERATOR.
           MOVE 'VIA ROLE'   TO RPT-VIA.
           MOVE 'FUNCTION'   TO RPT-FUNCTION.
           MOVE '        LIMIT' TO RPT-LIMIT.
           MOVE 'GRANT BY'   TO RPT-GRANTED-BY.
           MOVE 'GRANTED'    TO RPT-GRANTED-DATE.
           MOVE 'CERT BY'    TO RPT-CERTIFIED-BY.
           MOVE 'CERTIFIED'  TO RPT-CERTIFIED-DATE.
           MOVE 'DUE'        TO RPT-DUE.
           PERFORM WRITE-REPORT-LINE.

       WH999.
           EXIT.

       LIST-ONE-HOLDING SECTION.
       LOH010.

           EXEC SQL FETCH FROM HOLD-CURSOR
              INTO :HV-HOLDER,
                   :HV-VIA,
                   :HV-ENT-FUNCTION,
                   :HV-ENT-LIMIT :HV-ENT-LIMIT-IND,
                   :HV-ENT-GRANTED-BY,
                   :HV-ENT-GRANTED-DATE,
                   :HV-ENT-CERTIFIED-BY,
                   :HV-ENT-CERTIFIED-DATE,
                   :HV-CERT-DUE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO LOH999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ENTCERT failure fetching HOLD-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           ADD 1 TO NUMBER-OF-HOLDINGS-LISTED.

           MOVE SPACES                TO REPORT-RECORD.
           IF HV-HOLDER = SPACES
              MOVE '(NONE)'           TO RPT-OPERATOR
           ELSE
              MOVE HV-HOLDER          TO RPT-OPERATOR
           END-IF.
           MOVE HV-VIA                TO RPT-VIA.
           MOVE HV-ENT-FUNCTION       TO RPT-FUNCTION.
           IF HV-ENT-LIMIT-IND < 0
              MOVE '     NO LIMIT'    TO RPT-LIMIT
           ELSE
              MOVE HV-ENT-LIMIT       TO RPT-LIMIT-AMOUNT
           END-IF.
           MOVE HV-ENT-GRANTED-BY     TO RPT-GRANTED-BY.
           MOVE HV-ENT-GRANTED-DATE   TO RPT-GRANTED-DATE.
           MOVE HV-ENT-CERTIFIED-BY   TO RPT-CERTIFIED-BY.
           MOVE HV-ENT-CERTIFIED-DATE TO RPT-CERTIFIED-DATE.
           IF HV-CERT-DUE = 'Y'
              MOVE 'DUE'              TO RPT-DUE
              ADD 1 TO NUMBER-OF-HOLDINGS-DUE
           END-IF.

           PERFORM WRITE-REPORT-LINE.

       LOH999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           WRITE REPORT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error writing the ENTCERT report file, '
                      ' status=' RPT-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

       WRL999.
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
