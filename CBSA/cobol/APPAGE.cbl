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
      * Title: APPAGE                                                  *
      *                                                                *
      *                                                                *
      * Description: Aging report of undecided APP scam claims, in the *
      *              DISPAGE mould: every claim still logged or        *
      *              extended is listed with the calendar days left to *
      *              its decision deadline, bucketed OVERDUE, DUE      *
      *              TODAY, 1-2 days and 3 days or more, the nearest   *
      *              deadline first, so the claims about to breach the *
      *              reimbursement clock are visible every morning.    *
      *              The recovery requests still outstanding with      *
      *              other banks are counted at the end.               *
      *                                                                *
      * Output: The populated report file APPAGE                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAGE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APP-RPT-FILE
                  ASSIGN TO APPAGE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  APP-RPT-FILE.
       01  APP-RPT-RECORD.
           05 RPT-END-TO-END-ID             PIC X(12).
           05 FILLER                        PIC X    VALUE SPACE.
           05 RPT-APP-STATUS                PIC X(1).
           05 FILLER                        PIC X    VALUE SPACE.
           05 RPT-SORTCODE                  PIC X(6).
           05 FILLER                        PIC X    VALUE SPACE.
           05 RPT-ACCOUNT-NUMBER            PIC X(9).
           05 FILLER                        PIC X    VALUE SPACE.
           05 RPT-CLAIM-AMOUNT              PIC -(9)9.99.
           05 FILLER                        PIC X    VALUE SPACE.
           05 RPT-LOGGED-DATE               PIC X(10).
           05 FILLER                        PIC X    VALUE SPACE.
           05 RPT-DECISION-DUE              PIC X(10).
           05 FILLER                        PIC X    VALUE SPACE.
           05 RPT-DAYS-LEFT                 PIC -(4)9.
           05 FILLER                        PIC X    VALUE SPACE.
           05 RPT-AGE-BUCKET                PIC X(9).
           05 FILLER                        PIC X    VALUE SPACE.
      *    'VULNERABLE' where the excess is waived and the claim is
      *    to be handled as a priority.
           05 RPT-VULNERABLE                PIC X(10).

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

      * Get the APP_CLAIM DB2 copybook
           EXEC SQL
              INCLUDE APPCDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * APP_CLAIM host variables for DB2
       01 HOST-APP-CLAIM-ROW.
          10 HV-END-TO-END-ID           PIC X(12).
          10 HV-APP-STATUS              PIC X(1).
          10 HV-APP-SORTCODE            PIC X(6).
          10 HV-APP-NUMBER              PIC X(9).
          10 HV-APP-CLAIM-AMOUNT        PIC S9(10)V99 COMP-3.
          10 HV-APP-VULNERABLE          PIC X(1).
          10 HV-APP-LOGGED-DATE         PIC X(10).
          10 HV-APP-DECISION-DUE        PIC X(10).
          10 HV-DAYS-LEFT               PIC S9(9) COMP.

       01 HV-RECOVERY-COUNT             PIC S9(9) COMP.

      * Declare the CURSOR over every undecided claim, the nearest
      * deadline first so the top of the report is the claim closest
      * to breaching the clock.
           EXEC SQL DECLARE APP-AGE-CURSOR CURSOR FOR
              SELECT APP_END_TO_END_ID,
                     APP_STATUS,
                     APP_SORTCODE,
                     APP_NUMBER,
                     APP_CLAIM_AMOUNT,
                     APP_VULNERABLE,
                     CHAR(APP_LOGGED_DATE, ISO),
                     CHAR(APP_DECISION_DUE, ISO),
                     DAYS(APP_DECISION_DUE) - DAYS(CURRENT DATE)
                     FROM APP_CLAIM
                     WHERE APP_STATUS IN ('L', 'E')
                     ORDER BY APP_DECISION_DUE,
                              APP_LOGGED_DATE
                     FOR FETCH ONLY
           END-EXEC.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  RPT-FILE-STATUS.
           05 RPT-STATUS1               PIC X.
           05 RPT-STATUS2               PIC X.

       01  WS-EOF                        PIC X VALUE 'N'.

       01  NUMBER-OF-CLAIMS-OPEN         PIC 9(8) VALUE 0.
       01  NUMBER-OVERDUE                PIC 9(8) VALUE 0.
       01  NUMBER-DUE-WITHIN-2-DAYS      PIC 9(8) VALUE 0.
       01  NUMBER-OF-RECOVERIES-OPEN     PIC 9(8) VALUE 0.

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

           EXEC SQL OPEN
              APP-AGE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO OPEN APP-AGE-CURSOR IN PGM APPAGE.'
              DISPLAY 'The SQLCODE returned is ' WS-SQLCODE-DISPLAY
              DISPLAY SQLCA
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT APP-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the APPAGE report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM AGE-ONE-CLAIM UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
                APP-AGE-CURSOR
           END-EXEC.

           CLOSE APP-RPT-FILE.

      *    Our requests not yet collected or disputed, and the other
      *    banks' requests still to be answered.
           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-RECOVERY-COUNT
              FROM   APP_RECOVERY
              WHERE  (APR_DIRECTION = 'O'
                      AND APR_STATUS IN ('P', 'S'))
              OR     (APR_DIRECTION = 'I'
                      AND APR_SENT_DATE IS NULL)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO COUNT APP_RECOVERY IN PGM APPAGE. '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-RECOVERY-COUNT TO NUMBER-OF-RECOVERIES-OPEN.

           DISPLAY 'APPAGE reported ' NUMBER-OF-CLAIMS-OPEN
                   ' undecided claim(s), ' NUMBER-OVERDUE
                   ' overdue, ' NUMBER-DUE-WITHIN-2-DAYS
                   ' due within 2 days, '
                   NUMBER-OF-RECOVERIES-OPEN
                   ' recovery request(s) outstanding.'.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       AGE-ONE-CLAIM SECTION.
       AOC010.

           EXEC SQL FETCH FROM APP-AGE-CURSOR
              INTO :HV-END-TO-END-ID,
                   :HV-APP-STATUS,
                   :HV-APP-SORTCODE,
                   :HV-APP-NUMBER,
                   :HV-APP-CLAIM-AMOUNT,
                   :HV-APP-VULNERABLE,
                   :HV-APP-LOGGED-DATE,
                   :HV-APP-DECISION-DUE,
                   :HV-DAYS-LEFT
           END-EXEC.

           IF SQLCODE = +100
              MOVE 'Y' TO WS-EOF
              GO TO AOC999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'Failure when attempting to FETCH from the'
                 ' DB2 CURSOR APP-AGE-CURSOR. With SQL code='
                 WS-SQLCODE-DISPLAY
              MOVE 'Y' TO WS-EOF
              GO TO AOC999
           END-IF.

           ADD 1 TO NUMBER-OF-CLAIMS-OPEN.

           MOVE HV-END-TO-END-ID    TO RPT-END-TO-END-ID.
           MOVE HV-APP-STATUS       TO RPT-APP-STATUS.
           MOVE HV-APP-SORTCODE     TO RPT-SORTCODE.
           MOVE HV-APP-NUMBER       TO RPT-ACCOUNT-NUMBER.
           MOVE HV-APP-CLAIM-AMOUNT TO RPT-CLAIM-AMOUNT.
           MOVE HV-APP-LOGGED-DATE  TO RPT-LOGGED-DATE.
           MOVE HV-APP-DECISION-DUE TO RPT-DECISION-DUE.
           MOVE HV-DAYS-LEFT        TO RPT-DAYS-LEFT.

           IF HV-APP-VULNERABLE = 'Y'
              MOVE 'VULNERABLE' TO RPT-VULNERABLE
           ELSE
              MOVE SPACES       TO RPT-VULNERABLE
           END-IF.

           EVALUATE TRUE
              WHEN HV-DAYS-LEFT < 0
                 MOVE 'OVERDUE'   TO RPT-AGE-BUCKET
                 ADD 1 TO NUMBER-OVERDUE
              WHEN HV-DAYS-LEFT = 0
                 MOVE 'DUE-TODAY' TO RPT-AGE-BUCKET
                 ADD 1 TO NUMBER-DUE-WITHIN-2-DAYS
              WHEN HV-DAYS-LEFT < 3
                 MOVE '1-2D'      TO RPT-AGE-BUCKET
                 ADD 1 TO NUMBER-DUE-WITHIN-2-DAYS
              WHEN OTHER
                 MOVE '3D+'       TO RPT-AGE-BUCKET
           END-EVALUATE.

           WRITE APP-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing APPAGE report file.'
              ', status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       AOC999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
