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
      * Title: SCHMLOAD                                                *
      *                                                                *
      *                                                                *
      * Description: Ops maintenance batch for the PAY_SCHEME          *
      *              clearing scheme routing table.  Reads the scheme  *
      *              file (code, name, value limit, opening and        *
      *              closing time, active flag per record) and merges  *
      *              each entry, so a scheme limit or operating        *
      *              window moves with a file drop rather than a       *
      *              recompile, the same way PAYPLOAD maintains        *
      *              PAY_PARM.                                         *
      *                                                                *
      * Input: The clearing scheme file SCHMPRM                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHMLOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHM-PARM-FILE
                  ASSIGN TO SCHMPRM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SCHM-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  SCHM-PARM-FILE.
       01  SCHM-PARM-RECORD.
           05 SCP-SCHEME-CD                 PIC X(4).
           05 SCP-SCHEME-NAME               PIC X(30).
           05 SCP-MAX-AMOUNT                PIC 9(10)V99.
           05 SCP-OPEN-HHMM                 PIC 9(4).
           05 SCP-CLOSE-HHMM                PIC 9(4).
           05 SCP-ACTIVE                    PIC X(1).

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

      * Get the PAY_SCHEME DB2 copybook
           EXEC SQL
              INCLUDE PSCMDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * PAY_SCHEME host variables for DB2
       01 HOST-SCHEME-ROW.
          10 HV-SCHEME-CD               PIC X(4).
          10 HV-SCHEME-NAME             PIC X(30).
          10 HV-SCHEME-MAX-AMOUNT       PIC S9(10)V99 COMP-3.
          10 HV-SCHEME-OPEN-HHMM        PIC S9(4) COMP.
          10 HV-SCHEME-CLOSE-HHMM       PIC S9(4) COMP.
          10 HV-SCHEME-ACTIVE           PIC X(1).
          10 HV-UPDATE-TS               PIC X(26).

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  SCHM-FILE-STATUS.
           05 SCHM-STATUS1              PIC X.
           05 SCHM-STATUS2              PIC X.

       01  WS-EOF                       PIC X VALUE 'N'.

       01  NUMBER-OF-SCHEMES-READ        PIC 9(8) VALUE 0.
       01  NUMBER-OF-SCHEMES-ADDED       PIC 9(8) VALUE 0.
       01  NUMBER-OF-SCHEMES-UPDATED     PIC 9(8) VALUE 0.
       01  NUMBER-OF-SCHEMES-REJECTED    PIC 9(8) VALUE 0.

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
              INTO   :HV-UPDATE-TS
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           OPEN INPUT SCHM-PARM-FILE.
           IF SCHM-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the SCHMLOAD scheme file, '
                      ' status=' SCHM-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM READ-NEXT-SCHEME.

           PERFORM UNTIL WS-EOF = 'Y'
              PERFORM MERGE-ONE-SCHEME
              PERFORM READ-NEXT-SCHEME
           END-PERFORM.

           CLOSE SCHM-PARM-FILE.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'SCHMLOAD read ' NUMBER-OF-SCHEMES-READ
                   ' scheme(s), added ' NUMBER-OF-SCHEMES-ADDED
                   ', updated ' NUMBER-OF-SCHEMES-UPDATED
                   ', rejected ' NUMBER-OF-SCHEMES-REJECTED.

           IF NUMBER-OF-SCHEMES-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       READ-NEXT-SCHEME SECTION.
       RNS010.

           READ SCHM-PARM-FILE.

           IF SCHM-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF SCHM-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the SCHMLOAD scheme file, '
                         ' status=' SCHM-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              ELSE
                 ADD 1 TO NUMBER-OF-SCHEMES-READ
              END-IF
           END-IF.

       RNS999.
           EXIT.

      *
      *    An entry with an unknown scheme code, an impossible time
      *    of day or a window that closes before it opens is
      *    reported and skipped, never loaded - DPAYAPI routes live
      *    payments on whatever this table holds.
      *
       MERGE-ONE-SCHEME SECTION.
       MOS010.

           IF SCP-SCHEME-CD NOT = 'FPS '
              AND SCP-SCHEME-CD NOT = 'CHPS'
              AND SCP-SCHEME-CD NOT = 'BACS'
              AND SCP-SCHEME-CD NOT = 'SWFT'
              DISPLAY 'SCHMLOAD unknown scheme code ' SCP-SCHEME-CD
                      ' - entry skipped'
              ADD 1 TO NUMBER-OF-SCHEMES-REJECTED
              GO TO MOS999
           END-IF.

           IF SCP-OPEN-HHMM > 2400
              OR SCP-CLOSE-HHMM > 2400
              OR SCP-OPEN-HHMM(3:2) > '59'
              OR SCP-CLOSE-HHMM(3:2) > '59'
              OR SCP-CLOSE-HHMM <= SCP-OPEN-HHMM
              OR (SCP-ACTIVE NOT = 'Y' AND SCP-ACTIVE NOT = 'N')
              DISPLAY 'SCHMLOAD invalid hours or flag for scheme '
                      SCP-SCHEME-CD ' - entry skipped'
              ADD 1 TO NUMBER-OF-SCHEMES-REJECTED
              GO TO MOS999
           END-IF.

           MOVE SCP-SCHEME-CD      TO HV-SCHEME-CD.
           MOVE SCP-SCHEME-NAME    TO HV-SCHEME-NAME.
           MOVE SCP-MAX-AMOUNT     TO HV-SCHEME-MAX-AMOUNT.
           MOVE SCP-OPEN-HHMM      TO HV-SCHEME-OPEN-HHMM.
           MOVE SCP-CLOSE-HHMM     TO HV-SCHEME-CLOSE-HHMM.
           MOVE SCP-ACTIVE         TO HV-SCHEME-ACTIVE.

           EXEC SQL
                UPDATE PAY_SCHEME
                SET    SCHEME_NAME       = :HV-SCHEME-NAME,
                       SCHEME_MAX_AMOUNT = :HV-SCHEME-MAX-AMOUNT,
                       SCHEME_OPEN_HHMM  = :HV-SCHEME-OPEN-HHMM,
                       SCHEME_CLOSE_HHMM = :HV-SCHEME-CLOSE-HHMM,
                       SCHEME_ACTIVE     = :HV-SCHEME-ACTIVE,
                       LAST_UPDATE_TS    = :HV-UPDATE-TS
                WHERE  SCHEME_CD = :HV-SCHEME-CD
           END-EXEC.

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              ADD 1 TO NUMBER-OF-SCHEMES-UPDATED
              GO TO MOS999
           END-IF.

           EXEC SQL
                INSERT INTO PAY_SCHEME
                (
                  SCHEME_CD         ,
                  SCHEME_NAME       ,
                  SCHEME_MAX_AMOUNT ,
                  SCHEME_OPEN_HHMM  ,
                  SCHEME_CLOSE_HHMM ,
                  SCHEME_ACTIVE     ,
                  LAST_UPDATE_TS
                )
                VALUES
                (
                  :HV-SCHEME-CD         ,
                  :HV-SCHEME-NAME       ,
                  :HV-SCHEME-MAX-AMOUNT ,
                  :HV-SCHEME-OPEN-HHMM  ,
                  :HV-SCHEME-CLOSE-HHMM ,
                  :HV-SCHEME-ACTIVE     ,
                  :HV-UPDATE-TS
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'Unable to merge scheme ' SCP-SCHEME-CD
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
           ELSE
              ADD 1 TO NUMBER-OF-SCHEMES-ADDED
           END-IF.

       MOS999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
