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
      * Title: SCHQMNT                                                 *
      *                                                                *
      *                                                                *
      * Description: Stop-cheque instruction maintenance.  Reads the   *
      *              day's instructions - place a stop on one cheque   *
      *              or a serial range, or cancel a stop - and applies *
      *              them to the STOP_CHEQUE register the inward       *
      *              clearing batch CHQINW checks every presented      *
      *              cheque against.  Every instruction is listed on   *
      *              the report with what was done; one that cannot    *
      *              be applied is rejected there, not dropped.        *
      *                                                                *
      * Input:  The stop-cheque instruction file SCHQIN                *
      * Output: The maintenance report SCHQRPT                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHQMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHQ-IN-FILE
                  ASSIGN TO SCHQIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS IN-FILE-STATUS.

           SELECT SCHQ-RPT-FILE
                  ASSIGN TO SCHQRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    SQI-ACTION 'P' places a stop: account, first serial, last
      *    serial (zero for a single cheque), an amount when the
      *    customer wants only a cheque of that amount stopped, and
      *    the reason.  'C' cancels one: by SQI-SCHQ-ID, or when
      *    that is zero by the account and first serial it was
      *    placed with.
       FD  SCHQ-IN-FILE.
       01  SCHQ-IN-RECORD.
           05 SQI-ACTION                    PIC X(1).
           05 SQI-SCHQ-ID                   PIC 9(9).
           05 SQI-SORTCODE                  PIC X(6).
           05 SQI-NUMBER                    PIC X(9).
           05 SQI-SERIAL-FROM               PIC 9(6).
           05 SQI-SERIAL-TO                 PIC 9(6).
           05 SQI-AMOUNT                    PIC 9(10)V99.
           05 SQI-REASON                    PIC X(30).
           05 SQI-OPERATOR                  PIC X(8).

       FD  SCHQ-RPT-FILE.
       01  SCHQ-RPT-RECORD.
           05 RPT-ACTION                 PIC X(1).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-SCHQ-ID                PIC Z(8)9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-SORTCODE               PIC X(6).
           05 FILLER                     PIC X(1) VALUE '/'.
           05 RPT-NUMBER                 PIC X(9).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-SERIAL-FROM            PIC 9(6).
           05 FILLER                     PIC X(1) VALUE '-'.
           05 RPT-SERIAL-TO              PIC 9(6).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-OUTCOME                PIC X(10).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-REASON                 PIC X(40).

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

      * Get the STOP_CHEQUE DB2 copybook
           EXEC SQL
              INCLUDE SCHQDB2
           END-EXEC.

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
                ACCOUNT_ACTUAL_BALANCE         DECIMAL(10, 2) )
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * STOP_CHEQUE host variables for DB2
       01 HOST-STOP-CHEQUE-ROW.
          03 HV-SCHQ-ID                    PIC S9(9) COMP.
          03 HV-SCHQ-SORTCODE              PIC X(6).
          03 HV-SCHQ-NUMBER                PIC X(9).
          03 HV-SCHQ-SERIAL-FROM           PIC X(6).
          03 HV-SCHQ-SERIAL-TO             PIC X(6).
          03 HV-SCHQ-AMOUNT                PIC S9(10)V99 COMP-3.
          03 HV-SCHQ-REASON                PIC X(30).
          03 HV-SCHQ-PLACED-BY             PIC X(8).

       01 HV-TODAY                         PIC X(10).
       01 HV-ROW-COUNT                     PIC S9(9) COMP.

      *    The serials as the register holds them - six digits,
      *    zero-filled, so a character range compares numerically.
       01 WS-SERIAL-FROM                   PIC 9(6).
       01 WS-SERIAL-TO                     PIC 9(6).

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  IN-FILE-STATUS                PIC XX.
       01  RPT-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.

       01  NUMBER-OF-INSTRUCTIONS-READ   PIC 9(8) VALUE 0.
       01  NUMBER-OF-STOPS-PLACED        PIC 9(8) VALUE 0.
       01  NUMBER-OF-STOPS-CANCELLED     PIC 9(8) VALUE 0.
       01  NUMBER-OF-INSTRUCTIONS-REJ    PIC 9(8) VALUE 0.

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
                      'SCHQMNT. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT SCHQ-IN-FILE.
           IF IN-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the SCHQIN instruction file, '
                      ' status=' IN-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT SCHQ-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the SCHQRPT report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM APPLY-ONE-INSTRUCTION UNTIL WS-EOF = 'Y'.

           CLOSE SCHQ-IN-FILE.
           CLOSE SCHQ-RPT-FILE.

           DISPLAY 'SCHQMNT read ' NUMBER-OF-INSTRUCTIONS-READ
                   ' instruction(s): ' NUMBER-OF-STOPS-PLACED
                   ' placed, ' NUMBER-OF-STOPS-CANCELLED
                   ' cancelled, ' NUMBER-OF-INSTRUCTIONS-REJ
                   ' rejected.'.

           IF NUMBER-OF-INSTRUCTIONS-REJ > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       APPLY-ONE-INSTRUCTION SECTION.
       AOI010.

           READ SCHQ-IN-FILE.

           IF IN-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
              GO TO AOI999
           END-IF.

           IF IN-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error reading the SCHQIN instruction file, '
                      ' status=' IN-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-INSTRUCTIONS-READ.

           MOVE SPACES          TO SCHQ-RPT-RECORD.
           MOVE SQI-ACTION      TO RPT-ACTION.
           MOVE SQI-SORTCODE    TO RPT-SORTCODE.
           MOVE SQI-NUMBER      TO RPT-NUMBER.
           MOVE 0               TO RPT-SCHQ-ID.
           MOVE 0               TO RPT-SERIAL-FROM.
           MOVE 0               TO RPT-SERIAL-TO.

           IF SQI-SERIAL-FROM IS NOT NUMERIC
              OR SQI-SERIAL-TO IS NOT NUMERIC
              OR SQI-AMOUNT IS NOT NUMERIC
              OR SQI-SCHQ-ID IS NOT NUMERIC
              MOVE 'INSTRUCTION NOT NUMERIC WHERE IT MUST BE'
                 TO RPT-REASON
              PERFORM REJECT-INSTRUCTION
              GO TO AOI999
           END-IF.

           MOVE SQI-SERIAL-FROM TO WS-SERIAL-FROM.
           MOVE SQI-SERIAL-TO   TO WS-SERIAL-TO.
           IF WS-SERIAL-TO = 0
              MOVE WS-SERIAL-FROM TO WS-SERIAL-TO
           END-IF.
           MOVE WS-SERIAL-FROM  TO RPT-SERIAL-FROM.
           MOVE WS-SERIAL-TO    TO RPT-SERIAL-TO.

           EVALUATE SQI-ACTION
              WHEN 'P'
                 PERFORM PLACE-STOP
              WHEN 'C'
                 PERFORM CANCEL-STOP
              WHEN OTHER
                 MOVE 'UNKNOWN ACTION' TO RPT-REASON
                 PERFORM REJECT-INSTRUCTION
           END-EVALUATE.

       AOI999.
           EXIT.

      *
      *    Place a stop on one cheque or a serial range of them, on
      *    an account this bank holds.  The same range stopped
      *    again while the first stop is active is refused, so the
      *    register does not fill with duplicates.
      *
       PLACE-STOP SECTION.
       PLS010.

           IF WS-SERIAL-FROM = 0
              OR WS-SERIAL-TO < WS-SERIAL-FROM
              MOVE 'SERIAL RANGE INVALID' TO RPT-REASON
              PERFORM REJECT-INSTRUCTION
              GO TO PLS999
           END-IF.

           MOVE SQI-SORTCODE    TO HV-SCHQ-SORTCODE.
           MOVE SQI-NUMBER      TO HV-SCHQ-NUMBER.
           MOVE WS-SERIAL-FROM  TO HV-SCHQ-SERIAL-FROM.
           MOVE WS-SERIAL-TO    TO HV-SCHQ-SERIAL-TO.
           MOVE SQI-AMOUNT      TO HV-SCHQ-AMOUNT.
           MOVE SQI-REASON      TO HV-SCHQ-REASON.
           MOVE SQI-OPERATOR    TO HV-SCHQ-PLACED-BY.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-ROW-COUNT
              FROM   ACCOUNT
              WHERE  ACCOUNT_SORTCODE = :HV-SCHQ-SORTCODE
              AND    ACCOUNT_NUMBER   = :HV-SCHQ-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-ROW-COUNT = 0
              MOVE 'ACCOUNT NOT ON FILE' TO RPT-REASON
              PERFORM REJECT-INSTRUCTION
              GO TO PLS999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-ROW-COUNT
              FROM   STOP_CHEQUE
              WHERE  SCHQ_SORTCODE    = :HV-SCHQ-SORTCODE
              AND    SCHQ_NUMBER      = :HV-SCHQ-NUMBER
              AND    SCHQ_SERIAL_FROM = :HV-SCHQ-SERIAL-FROM
              AND    SCHQ_SERIAL_TO   = :HV-SCHQ-SERIAL-TO
              AND    SCHQ_AMOUNT      = :HV-SCHQ-AMOUNT
              AND    SCHQ_STATUS      = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-ROW-COUNT > 0
              MOVE 'ALREADY STOPPED' TO RPT-REASON
              PERFORM REJECT-INSTRUCTION
              GO TO PLS999
           END-IF.

           EXEC SQL
              SELECT COALESCE(MAX(SCHQ_ID), 0) + 1
              INTO   :HV-SCHQ-ID
              FROM   STOP_CHEQUE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'SCHQMNT unable to number a new stop, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
                INSERT INTO STOP_CHEQUE
                (
                  SCHQ_ID           ,
                  SCHQ_SORTCODE     ,
                  SCHQ_NUMBER       ,
                  SCHQ_SERIAL_FROM  ,
                  SCHQ_SERIAL_TO    ,
                  SCHQ_AMOUNT       ,
                  SCHQ_REASON       ,
                  SCHQ_STATUS       ,
                  SCHQ_PLACED_BY    ,
                  SCHQ_PLACED_DATE  ,
                  SCHQ_STATUS_DATE
                )
                VALUES
                (
                  :HV-SCHQ-ID          ,
                  :HV-SCHQ-SORTCODE    ,
                  :HV-SCHQ-NUMBER      ,
                  :HV-SCHQ-SERIAL-FROM ,
                  :HV-SCHQ-SERIAL-TO   ,
                  :HV-SCHQ-AMOUNT      ,
                  :HV-SCHQ-REASON      ,
                  'A'                  ,
                  :HV-SCHQ-PLACED-BY   ,
                  :HV-TODAY            ,
                  :HV-TODAY
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'SCHQMNT unable to insert STOP_CHEQUE for '
                      HV-SCHQ-SORTCODE '/' HV-SCHQ-NUMBER
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           ADD 1 TO NUMBER-OF-STOPS-PLACED.
           MOVE HV-SCHQ-ID   TO RPT-SCHQ-ID.
           MOVE 'PLACED'     TO RPT-OUTCOME.
           MOVE SQI-REASON   TO RPT-REASON.
           PERFORM WRITE-REPORT-LINE.

       PLS999.
           EXIT.

      *
      *    Cancel an active stop, named by its id or by the account
      *    and first serial it was placed with.
      *
       CANCEL-STOP SECTION.
       CNS010.

           MOVE SQI-SORTCODE    TO HV-SCHQ-SORTCODE.
           MOVE SQI-NUMBER      TO HV-SCHQ-NUMBER.
           MOVE WS-SERIAL-FROM  TO HV-SCHQ-SERIAL-FROM.

           IF SQI-SCHQ-ID NOT = 0
              MOVE SQI-SCHQ-ID TO HV-SCHQ-ID
           ELSE
              EXEC SQL
                 SELECT MIN(SCHQ_ID)
                 INTO   :HV-SCHQ-ID
                 FROM   STOP_CHEQUE
                 WHERE  SCHQ_SORTCODE    = :HV-SCHQ-SORTCODE
                 AND    SCHQ_NUMBER      = :HV-SCHQ-NUMBER
                 AND    SCHQ_SERIAL_FROM = :HV-SCHQ-SERIAL-FROM
                 AND    SCHQ_STATUS      = 'A'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'NO ACTIVE STOP FOR THIS CHEQUE' TO RPT-REASON
                 PERFORM REJECT-INSTRUCTION
                 GO TO CNS999
              END-IF
           END-IF.

           MOVE HV-SCHQ-ID TO RPT-SCHQ-ID.

           EXEC SQL
                UPDATE STOP_CHEQUE
                SET    SCHQ_STATUS      = 'C',
                       SCHQ_STATUS_DATE = :HV-TODAY
                WHERE  SCHQ_ID     = :HV-SCHQ-ID
                AND    SCHQ_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE 'NO ACTIVE STOP FOR THIS CHEQUE' TO RPT-REASON
              PERFORM REJECT-INSTRUCTION
              GO TO CNS999
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           ADD 1 TO NUMBER-OF-STOPS-CANCELLED.
           MOVE 'CANCELLED'  TO RPT-OUTCOME.
           MOVE SQI-REASON   TO RPT-REASON.
           PERFORM WRITE-REPORT-LINE.

       CNS999.
           EXIT.

       REJECT-INSTRUCTION SECTION.
       RJI010.

           ADD 1 TO NUMBER-OF-INSTRUCTIONS-REJ.
           MOVE 'REJECTED' TO RPT-OUTCOME.
           PERFORM WRITE-REPORT-LINE.

       RJI999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           WRITE SCHQ-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the SCHQRPT report file, '
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
