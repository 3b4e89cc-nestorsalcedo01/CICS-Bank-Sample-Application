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
      * Title: LRULLOAD                                                *
      *                                                                *
      *                                                                *
      * Description: Batch loader for the LOAN_RULE lending rule      *
      *              table. Reads the credit desk's rule file (one    *
      *              record per credit score band: score range, the   *
      *              band's approve/refer/decline verdict, maximum    *
      *              loan-to-income, maximum term and the rate it     *
      *              lends at) and replaces the whole table under one *
      *              unit of recovery, the way PRDRLOAD replaces the  *
      *              rate schedule. LOANDEC decides loan applications *
      *              against this table.                              *
      *                                                                *
      * Input: The lending rule file LRULIN                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LRULLOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LRUL-RULE-FILE
                  ASSIGN TO LRULIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS LRUL-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  LRUL-RULE-FILE.
       01  LRUL-RULE-RECORD.
           05 LRL-SCORE-LOW                 PIC 9(3).
           05 LRL-SCORE-HIGH                PIC 9(3).
           05 LRL-DECISION                  PIC X(1).
           05 LRL-MAX-LTI                   PIC 9(3)V99.
           05 LRL-MAX-TERM                  PIC 9(3).
           05 LRL-RATE                      PIC 9(2)V99.

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

      * Get the LOAN_APPLICATION/LOAN_RULE DB2 copybook
           EXEC SQL
              INCLUDE LAPPDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * LOAN_RULE host variables for DB2
       01 HOST-RULE-ROW.
          10 HV-LRUL-SCORE-LOW          PIC S9(4) USAGE COMP.
          10 HV-LRUL-SCORE-HIGH         PIC S9(4) USAGE COMP.
          10 HV-LRUL-DECISION           PIC X(1).
          10 HV-LRUL-MAX-LTI            PIC S9(3)V99 COMP-3.
          10 HV-LRUL-MAX-TERM           PIC S9(9) USAGE COMP.
          10 HV-LRUL-RATE               PIC S9(2)V99 COMP-3.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  LRUL-FILE-STATUS.
           05 LRUL-STATUS1              PIC X.
           05 LRUL-STATUS2              PIC X.

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

           OPEN INPUT LRUL-RULE-FILE.
           IF LRUL-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the LRULLOAD rule file, '
                      ' status=' LRUL-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

      *
      *    The old rules go in the same unit of recovery the new
      *    ones arrive in: a failed load rolls the delete back too
      *    and the last rule table stands.
      *
           EXEC SQL
              DELETE FROM LOAN_RULE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LRULLOAD unable to clear LOAN_RULE, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM READ-NEXT-RULE.

           PERFORM UNTIL WS-EOF = 'Y'
              PERFORM LOAD-ONE-RULE
              PERFORM READ-NEXT-RULE
           END-PERFORM.

           CLOSE LRUL-RULE-FILE.

           IF NUMBER-OF-RULES-LOADED = 0
              DISPLAY 'LRULLOAD rule file was empty - load '
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

           DISPLAY 'LRULLOAD read ' NUMBER-OF-RULES-READ
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

           READ LRUL-RULE-FILE.

           IF LRUL-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF LRUL-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the LRULLOAD rule file, '
                         ' status=' LRUL-FILE-STATUS
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

           IF LRL-SCORE-LOW NOT NUMERIC
              OR LRL-SCORE-HIGH NOT NUMERIC
              OR LRL-SCORE-LOW > LRL-SCORE-HIGH
              DISPLAY 'LRULLOAD rule record with an invalid score '
                      'band ' LRL-SCORE-LOW '-' LRL-SCORE-HIGH
                      ' - record skipped'
              ADD 1 TO NUMBER-OF-RULES-REJECTED
              GO TO LOR999
           END-IF.

           IF LRL-DECISION NOT = 'A'
              AND LRL-DECISION NOT = 'R'
              AND LRL-DECISION NOT = 'D'
              DISPLAY 'LRULLOAD rule record for band '
                      LRL-SCORE-LOW '-' LRL-SCORE-HIGH
                      ' has decision ' LRL-DECISION
                      ' - record skipped'
              ADD 1 TO NUMBER-OF-RULES-REJECTED
              GO TO LOR999
           END-IF.

           MOVE LRL-SCORE-LOW   TO HV-LRUL-SCORE-LOW.
           MOVE LRL-SCORE-HIGH  TO HV-LRUL-SCORE-HIGH.
           MOVE LRL-DECISION    TO HV-LRUL-DECISION.
           MOVE LRL-MAX-LTI     TO HV-LRUL-MAX-LTI.
           MOVE LRL-MAX-TERM    TO HV-LRUL-MAX-TERM.
           MOVE LRL-RATE        TO HV-LRUL-RATE.

           EXEC SQL
                INSERT INTO LOAN_RULE
                (
                  LRUL_SCORE_LOW  ,
                  LRUL_SCORE_HIGH ,
                  LRUL_DECISION   ,
                  LRUL_MAX_LTI    ,
                  LRUL_MAX_TERM   ,
                  LRUL_RATE
                )
                VALUES
                (
                  :HV-LRUL-SCORE-LOW  ,
                  :HV-LRUL-SCORE-HIGH ,
                  :HV-LRUL-DECISION   ,
                  :HV-LRUL-MAX-LTI    ,
                  :HV-LRUL-MAX-TERM   ,
                  :HV-LRUL-RATE
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LRULLOAD unable to load rule for band '
                      LRL-SCORE-LOW '-' LRL-SCORE-HIGH
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
