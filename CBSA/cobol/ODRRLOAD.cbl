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
      * Title: ODRRLOAD                                                *
      *                                                                *
      *                                                                *
      * Description: Batch loader for the OD_REVIEW_RULE overdraft    *
      *              limit review table. Reads the lending desk's     *
      *              rule file (one record per rule, in the order     *
      *              ODREVIEW tries them: the credit score, days-     *
      *              overdrawn and days-over-limit ranges and minimum *
      *              monthly credit turnover it applies to, its       *
      *              increase/decrease/no-change action, the          *
      *              percentage change and the cap on an increase)    *
      *              and replaces the whole table under one unit of   *
      *              recovery, the way LRULLOAD replaces the lending  *
      *              rules.                                           *
      *                                                                *
      * Input: The overdraft review rule file ODRRIN                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODRRLOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ODRR-RULE-FILE
                  ASSIGN TO ODRRIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ODRR-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  ODRR-RULE-FILE.
       01  ODRR-RULE-RECORD.
           05 ODL-SEQ                       PIC 9(3).
           05 ODL-SCORE-LOW                 PIC 9(3).
           05 ODL-SCORE-HIGH                PIC 9(3).
           05 ODL-MIN-DAYS-OD               PIC 9(3).
           05 ODL-MAX-DAYS-OD               PIC 9(3).
           05 ODL-MIN-DAYS-OVER             PIC 9(3).
           05 ODL-MAX-DAYS-OVER             PIC 9(3).
           05 ODL-MIN-TURNOVER              PIC 9(8)V99.
           05 ODL-ACTION                    PIC X(1).
           05 ODL-CHANGE-PCT                PIC 9(3)V99.
           05 ODL-LIMIT-CAP                 PIC 9(7).

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

      * Get the overdraft review DB2 copybook
           EXEC SQL
              INCLUDE ODRVDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * OD_REVIEW_RULE host variables for DB2
       01 HOST-RULE-ROW.
          10 HV-ODRR-SEQ                PIC S9(4) USAGE COMP.
          10 HV-ODRR-SCORE-LOW          PIC S9(4) USAGE COMP.
          10 HV-ODRR-SCORE-HIGH         PIC S9(4) USAGE COMP.
          10 HV-ODRR-MIN-DAYS-OD        PIC S9(9) USAGE COMP.
          10 HV-ODRR-MAX-DAYS-OD        PIC S9(9) USAGE COMP.
          10 HV-ODRR-MIN-DAYS-OVER      PIC S9(9) USAGE COMP.
          10 HV-ODRR-MAX-DAYS-OVER      PIC S9(9) USAGE COMP.
          10 HV-ODRR-MIN-TURNOVER       PIC S9(10)V99 COMP-3.
          10 HV-ODRR-ACTION             PIC X(1).
          10 HV-ODRR-CHANGE-PCT         PIC S9(3)V99 COMP-3.
          10 HV-ODRR-LIMIT-CAP          PIC S9(9) USAGE COMP.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  ODRR-FILE-STATUS.
           05 ODRR-STATUS1              PIC X.
           05 ODRR-STATUS2              PIC X.

       01  WS-EOF                       PIC X VALUE 'N'.

       01  NUMBER-OF-RULES-READ          PIC 9(8) VALUE 0.
       01  NUMBER-OF-RULES-LOADED        PIC 9(8) VALUE 0.
       01  NUMBER-OF-RULES-REJECTED      PIC 9(8) VALUE 0.

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

           OPEN INPUT ODRR-RULE-FILE.
           IF ODRR-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the ODRRLOAD rule file, '
                      ' status=' ODRR-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

      *
      *    The old rules go in the same unit of recovery the new
      *    ones arrive in: a failed load rolls the delete back too
      *    and the last rule table stands.
      *
           EXEC SQL
              DELETE FROM OD_REVIEW_RULE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ODRRLOAD unable to clear OD_REVIEW_RULE, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM READ-NEXT-RULE.

           PERFORM UNTIL WS-EOF = 'Y'
              PERFORM LOAD-ONE-RULE
              PERFORM READ-NEXT-RULE
           END-PERFORM.

           CLOSE ODRR-RULE-FILE.

           IF NUMBER-OF-RULES-LOADED = 0
              DISPLAY 'ODRRLOAD rule file was empty - load '
                      'abandoned, last rule table stands'
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 8 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'ODRRLOAD read ' NUMBER-OF-RULES-READ
                   ' rule record(s), loaded '
                   NUMBER-OF-RULES-LOADED ', rejected '
                   NUMBER-OF-RULES-REJECTED '.'.

           IF NUMBER-OF-RULES-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       READ-NEXT-RULE SECTION.
       RNR010.

           READ ODRR-RULE-FILE.

           IF ODRR-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF ODRR-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the ODRRLOAD rule file, '
                         ' status=' ODRR-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              ELSE
                 ADD 1 TO NUMBER-OF-RULES-READ
              END-IF
           END-IF.

       RNR999.
           EXIT.

       LOAD-ONE-RULE SECTION.
       LOR010.

           IF ODRR-RULE-RECORD(1:31) NOT NUMERIC
              OR ODL-CHANGE-PCT NOT NUMERIC
              OR ODL-LIMIT-CAP NOT NUMERIC
              DISPLAY 'ODRRLOAD rule record ' ODRR-RULE-RECORD(1:3)
                      ' is not numeric where it must be'
                      ' - record skipped'
              ADD 1 TO NUMBER-OF-RULES-REJECTED
              GO TO LOR999
           END-IF.

           IF ODL-SCORE-LOW > ODL-SCORE-HIGH
              OR ODL-MIN-DAYS-OD > ODL-MAX-DAYS-OD
              OR ODL-MIN-DAYS-OVER > ODL-MAX-DAYS-OVER
              DISPLAY 'ODRRLOAD rule ' ODL-SEQ
                      ' has a range the wrong way round'
                      ' - record skipped'
              ADD 1 TO NUMBER-OF-RULES-REJECTED
              GO TO LOR999
           END-IF.

           IF ODL-ACTION NOT = 'I'
              AND ODL-ACTION NOT = 'D'
              AND ODL-ACTION NOT = 'N'
              DISPLAY 'ODRRLOAD rule ' ODL-SEQ
                      ' has action ' ODL-ACTION
                      ' - record skipped'
              ADD 1 TO NUMBER-OF-RULES-REJECTED
              GO TO LOR999
           END-IF.

           IF ODL-ACTION = 'D' AND ODL-CHANGE-PCT > 100
              DISPLAY 'ODRRLOAD rule ' ODL-SEQ
                      ' decreases by more than the whole limit'
                      ' - record skipped'
              ADD 1 TO NUMBER-OF-RULES-REJECTED
              GO TO LOR999
           END-IF.

           MOVE ODL-SEQ           TO HV-ODRR-SEQ.
           MOVE ODL-SCORE-LOW     TO HV-ODRR-SCORE-LOW.
           MOVE ODL-SCORE-HIGH    TO HV-ODRR-SCORE-HIGH.
           MOVE ODL-MIN-DAYS-OD   TO HV-ODRR-MIN-DAYS-OD.
           MOVE ODL-MAX-DAYS-OD   TO HV-ODRR-MAX-DAYS-OD.
           MOVE ODL-MIN-DAYS-OVER TO HV-ODRR-MIN-DAYS-OVER.
           MOVE ODL-MAX-DAYS-OVER TO HV-ODRR-MAX-DAYS-OVER.
           MOVE ODL-MIN-TURNOVER  TO HV-ODRR-MIN-TURNOVER.
           MOVE ODL-ACTION        TO HV-ODRR-ACTION.
           MOVE ODL-CHANGE-PCT    TO HV-ODRR-CHANGE-PCT.
           MOVE ODL-LIMIT-CAP     TO HV-ODRR-LIMIT-CAP.

           EXEC SQL
                INSERT INTO OD_REVIEW_RULE
                (
                  ODRR_SEQ           ,
                  ODRR_SCORE_LOW     ,
                  ODRR_SCORE_HIGH    ,
                  ODRR_MIN_DAYS_OD   ,
                  ODRR_MAX_DAYS_OD   ,
                  ODRR_MIN_DAYS_OVER ,
                  ODRR_MAX_DAYS_OVER ,
                  ODRR_MIN_TURNOVER  ,
                  ODRR_ACTION        ,
                  ODRR_CHANGE_PCT    ,
                  ODRR_LIMIT_CAP
                )
                VALUES
                (
                  :HV-ODRR-SEQ           ,
                  :HV-ODRR-SCORE-LOW     ,
                  :HV-ODRR-SCORE-HIGH    ,
                  :HV-ODRR-MIN-DAYS-OD   ,
                  :HV-ODRR-MAX-DAYS-OD   ,
                  :HV-ODRR-MIN-DAYS-OVER ,
                  :HV-ODRR-MAX-DAYS-OVER ,
                  :HV-ODRR-MIN-TURNOVER  ,
                  :HV-ODRR-ACTION        ,
                  :HV-ODRR-CHANGE-PCT    ,
                  :HV-ODRR-LIMIT-CAP
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'ODRRLOAD unable to load rule ' ODL-SEQ
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              ADD 1 TO NUMBER-OF-RULES-REJECTED
           ELSE
              ADD 1 TO NUMBER-OF-RULES-LOADED
           END-IF.

       LOR999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
