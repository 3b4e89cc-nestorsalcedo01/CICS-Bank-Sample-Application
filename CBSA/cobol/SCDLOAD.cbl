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
      * Title: SCDLOAD                                                 *
      *                                                                *
      *                                                                *
      * Description: Loader for the SORTCODE_DIRECTORY table, the      *
      *              industry sort code directory.  The directory      *
      *              file is a full replacement, so the table is       *
      *              cleared and reloaded in one unit of work - a      *
      *              failed load rolls back to the previous directory  *
      *              rather than leaving SCDCHK answering from half    *
      *              of one.  An entry that is malformed (sort code    *
      *              not numeric, no bank name, a participation flag   *
      *              other than Y/N, a status other than A/C, or a     *
      *              closed sort code with no closing date) is         *
      *              skipped and counted.  A file that loads nothing   *
      *              at all is taken as a bad delivery: it is rolled   *
      *              back, leaving the previous directory in force.    *
      *                                                                *
      * Input: The sort code directory file SCDIN                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCDLOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCD-DIR-FILE
                  ASSIGN TO SCDIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SCD-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  SCD-DIR-FILE.
       01  SCD-DIR-RECORD.
           05 SCI-SORTCODE                  PIC X(6).
           05 SCI-BANK-NAME                 PIC X(35).
           05 SCI-BRANCH-NAME               PIC X(35).
           05 SCI-FPS                       PIC X(1).
           05 SCI-BACS                      PIC X(1).
           05 SCI-CHAPS                     PIC X(1).
           05 SCI-STATUS                    PIC X(1).
           05 SCI-CLOSED-DATE               PIC X(10).

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

      * Get the SORTCODE_DIRECTORY DB2 copybook
           EXEC SQL
              INCLUDE SCDRDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * SORTCODE_DIRECTORY host variables for DB2
       01 HOST-DIRECTORY-ROW.
          10 HV-SCD-SORTCODE            PIC X(6).
          10 HV-SCD-BANK-NAME           PIC X(35).
          10 HV-SCD-BRANCH-NAME         PIC X(35).
          10 HV-SCD-FPS                 PIC X(1).
          10 HV-SCD-BACS                PIC X(1).
          10 HV-SCD-CHAPS               PIC X(1).
          10 HV-SCD-STATUS              PIC X(1).
          10 HV-SCD-CLOSED-DATE         PIC X(10).
          10 HV-LOAD-TS                 PIC X(26).

      * Null indicator - an open sort code has no closing date
       01 HV-CLOSED-DATE-IND            PIC S9(4) COMP.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  SCD-FILE-STATUS.
           05 SCD-STATUS1               PIC X.
           05 SCD-STATUS2               PIC X.

       01  WS-EOF                       PIC X VALUE 'N'.

       01  NUMBER-OF-CODES-READ          PIC 9(8) VALUE 0.
       01  NUMBER-OF-CODES-LOADED        PIC 9(8) VALUE 0.
       01  NUMBER-OF-CODES-REJECTED      PIC 9(8) VALUE 0.

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
              SELECT CURRENT TIMESTAMP
              INTO   :HV-LOAD-TS
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO STAMP LOAD TIMESTAMP IN PGM '
                      'SCDLOAD. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT SCD-DIR-FILE.
           IF SCD-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the SCDLOAD directory file, '
                      ' status=' SCD-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

      *
      *    The incoming file is a full replacement of the directory,
      *    so the old directory goes first - all in the one unit of
      *    work the final COMMIT closes, so a failure mid-load rolls
      *    back to the previous directory intact.
      *
           EXEC SQL
              DELETE FROM SORTCODE_DIRECTORY
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'SCDLOAD unable to clear the previous '
                      'directory, SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM READ-NEXT-CODE.

           PERFORM LOAD-ONE-CODE
              UNTIL WS-EOF = 'Y'.

           CLOSE SCD-DIR-FILE.

      *
      *    An empty or wholly unusable file would otherwise leave
      *    the bank with no directory at all.
      *
           IF NUMBER-OF-CODES-LOADED = 0
              EXEC SQL
                 ROLLBACK
              END-EXEC
              DISPLAY 'SCDLOAD loaded no sort codes from '
                      NUMBER-OF-CODES-READ ' record(s) - previous '
                      'directory left in force'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'SCDLOAD read ' NUMBER-OF-CODES-READ
                   ' sort code(s), loaded ' NUMBER-OF-CODES-LOADED
                   ', rejected ' NUMBER-OF-CODES-REJECTED.

           IF NUMBER-OF-CODES-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       READ-NEXT-CODE SECTION.
       RNC010.

           READ SCD-DIR-FILE.

           IF SCD-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF SCD-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the SCDLOAD directory file, '
                         ' status=' SCD-FILE-STATUS
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              ELSE
                 ADD 1 TO NUMBER-OF-CODES-READ
              END-IF
           END-IF.

       RNC999.
           EXIT.

      *
      *    Validate and insert the entry just read, then read the
      *    next one.
      *
       LOAD-ONE-CODE SECTION.
       LOC010.

           IF SCI-SORTCODE IS NOT NUMERIC
              OR SCI-BANK-NAME = SPACES
              OR (SCI-FPS   NOT = 'Y' AND SCI-FPS   NOT = 'N')
              OR (SCI-BACS  NOT = 'Y' AND SCI-BACS  NOT = 'N')
              OR (SCI-CHAPS NOT = 'Y' AND SCI-CHAPS NOT = 'N')
              OR (SCI-STATUS NOT = 'A' AND SCI-STATUS NOT = 'C')
              OR (SCI-STATUS = 'C' AND SCI-CLOSED-DATE = SPACES)
              DISPLAY 'SCDLOAD rejected directory entry '
                      SCI-SORTCODE ' - malformed'
              ADD 1 TO NUMBER-OF-CODES-REJECTED
              GO TO LOC900
           END-IF.

           MOVE SCI-SORTCODE    TO HV-SCD-SORTCODE.
           MOVE SCI-BANK-NAME   TO HV-SCD-BANK-NAME.
           MOVE SCI-BRANCH-NAME TO HV-SCD-BRANCH-NAME.
           MOVE SCI-FPS         TO HV-SCD-FPS.
           MOVE SCI-BACS        TO HV-SCD-BACS.
           MOVE SCI-CHAPS       TO HV-SCD-CHAPS.
           MOVE SCI-STATUS      TO HV-SCD-STATUS.

           IF SCI-CLOSED-DATE = SPACES
              MOVE SPACES TO HV-SCD-CLOSED-DATE
              MOVE -1     TO HV-CLOSED-DATE-IND
           ELSE
              MOVE SCI-CLOSED-DATE TO HV-SCD-CLOSED-DATE
              MOVE 0               TO HV-CLOSED-DATE-IND
           END-IF.

           EXEC SQL
                INSERT INTO SORTCODE_DIRECTORY
                (
                  SCD_SORTCODE ,
                  SCD_BANK_NAME ,
                  SCD_BRANCH_NAME ,
                  SCD_FPS ,
                  SCD_BACS ,
                  SCD_CHAPS ,
                  SCD_STATUS ,
                  SCD_CLOSED_DATE ,
                  LOAD_TS
                )
                VALUES
                (
                  :HV-SCD-SORTCODE ,
                  :HV-SCD-BANK-NAME ,
                  :HV-SCD-BRANCH-NAME ,
                  :HV-SCD-FPS ,
                  :HV-SCD-BACS ,
                  :HV-SCD-CHAPS ,
                  :HV-SCD-STATUS ,
                  :HV-SCD-CLOSED-DATE :HV-CLOSED-DATE-IND ,
                  :HV-LOAD-TS
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'Unable to insert sort code ' SCI-SORTCODE
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
                      ' - record skipped'
              ADD 1 TO NUMBER-OF-CODES-REJECTED
           ELSE
              ADD 1 TO NUMBER-OF-CODES-LOADED
           END-IF.

       LOC900.
           PERFORM READ-NEXT-CODE.

       LOC999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
