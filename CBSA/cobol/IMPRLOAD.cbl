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
      * Title: IMPRLOAD                                                *
      *                                                                *
      *                                                                *
      * Description: Batch loader for the IMPAIRMENT_RATE expected-   *
      *              loss table. Reads credit risk's rate file (one   *
      *              record per impairment stage - 1 performing, 2    *
      *              significant increase in credit risk, 3 credit-   *
      *              impaired - with the percentage of exposure       *
      *              provided for in that stage) and replaces the     *
      *              whole table under one unit of recovery, the way  *
      *              LRULLOAD replaces the lending rules. LOANIMP     *
      *              provides for the loan book at these rates and    *
      *              will not run without a rate for every stage.     *
      *                                                                *
      * Input: The expected-loss rate file IMPRIN                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPRLOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPR-RATE-FILE
                  ASSIGN TO IMPRIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS IMPR-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  IMPR-RATE-FILE.
       01  IMPR-RATE-RECORD.
           05 IMR-STAGE                     PIC 9(1).
           05 IMR-LOSS-RATE                 PIC 9(3)V99.

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

      * Get the impairment DB2 copybook
           EXEC SQL
              INCLUDE LIMPDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * IMPAIRMENT_RATE host variables for DB2
       01 HOST-RATE-ROW.
          10 HV-IMPR-STAGE              PIC S9(4) USAGE COMP.
          10 HV-IMPR-LOSS-RATE          PIC S9(3)V99 COMP-3.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  IMPR-FILE-STATUS.
           05 IMPR-STATUS1              PIC X.
           05 IMPR-STATUS2              PIC X.

       01  WS-EOF                       PIC X VALUE 'N'.

       01  NUMBER-OF-RATES-READ          PIC 9(8) VALUE 0.
       01  NUMBER-OF-RATES-LOADED        PIC 9(8) VALUE 0.
       01  NUMBER-OF-RATES-REJECTED      PIC 9(8) VALUE 0.

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

           OPEN INPUT IMPR-RATE-FILE.
           IF IMPR-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the IMPRLOAD rate file, '
                      ' status=' IMPR-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

      *
      *    The old rates go in the same unit of recovery the new
      *    ones arrive in: a failed load rolls the delete back too
      *    and the last rate table stands.
      *
           EXEC SQL
              DELETE FROM IMPAIRMENT_RATE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'IMPRLOAD unable to clear IMPAIRMENT_RATE, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM READ-NEXT-RATE.

           PERFORM UNTIL WS-EOF = 'Y'
              PERFORM LOAD-ONE-RATE
              PERFORM READ-NEXT-RATE
           END-PERFORM.

           CLOSE IMPR-RATE-FILE.

           IF NUMBER-OF-RATES-LOADED = 0
              DISPLAY 'IMPRLOAD rate file was empty - load '
                      'abandoned, last rate table stands'
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 8 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'IMPRLOAD read ' NUMBER-OF-RATES-READ
                   ' rate record(s), loaded '
                   NUMBER-OF-RATES-LOADED ', rejected '
                   NUMBER-OF-RATES-REJECTED '.'.

           IF NUMBER-OF-RATES-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       READ-NEXT-RATE SECTION.
       RNR010.

           READ IMPR-RATE-FILE.

           IF IMPR-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF IMPR-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the IMPRLOAD rate file, '
                         ' status=' IMPR-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              ELSE
                 ADD 1 TO NUMBER-OF-RATES-READ
              END-IF
           END-IF.

       RNR999.
           EXIT.

       LOAD-ONE-RATE SECTION.
       LOR010.

           IF IMR-STAGE NOT NUMERIC
              OR IMR-STAGE < 1
              OR IMR-STAGE > 3
              DISPLAY 'IMPRLOAD rate record for stage ' IMR-STAGE
                      ' - not a stage, record skipped'
              ADD 1 TO NUMBER-OF-RATES-REJECTED
              GO TO LOR999
           END-IF.

           IF IMR-LOSS-RATE NOT NUMERIC
              OR IMR-LOSS-RATE > 100
              DISPLAY 'IMPRLOAD rate record for stage ' IMR-STAGE
                      ' has an invalid loss rate - record skipped'
              ADD 1 TO NUMBER-OF-RATES-REJECTED
              GO TO LOR999
           END-IF.

           MOVE IMR-STAGE       TO HV-IMPR-STAGE.
           MOVE IMR-LOSS-RATE   TO HV-IMPR-LOSS-RATE.

           EXEC SQL
                INSERT INTO IMPAIRMENT_RATE
                (
                  IMPR_STAGE     ,
                  IMPR_LOSS_RATE
                )
                VALUES
                (
                  :HV-IMPR-STAGE     ,
                  :HV-IMPR-LOSS-RATE
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'IMPRLOAD unable to load the rate for stage '
                      IMR-STAGE ', SQLCODE=' WS-SQLCODE-DISPLAY
              ADD 1 TO NUMBER-OF-RATES-REJECTED
           ELSE
              ADD 1 TO NUMBER-OF-RATES-LOADED
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
