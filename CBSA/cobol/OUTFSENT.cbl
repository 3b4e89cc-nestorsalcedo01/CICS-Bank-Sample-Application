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
      * Title: OUTFSENT                                                *
      *                                                                *
      *                                                                *
      * Description: Transmission step for the outbound file register. *
      *              Run straight after the transfer job with one      *
      *              record per file it sent: the DD name the file     *
      *              was registered under, its business date (spaces   *
      *              for the most recent unsent generation of that     *
      *              file), the time it went (spaces for now) and,     *
      *              where the transfer job counts records, the count  *
      *              it sent.  The latest generation of the file is    *
      *              stamped sent on OUTBOUND_FILE.  A file never      *
      *              registered, one already stamped sent, or one      *
      *              whose count is not the count the producing step   *
      *              registered is not stamped and is reported; any    *
      *              such record ends the run RC 4.                    *
      *                                                                *
      * Input:  The transmission log OUTFSIN                           *
      * Output: The report file OUTFSRPT                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTFSENT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENT-FILE
                  ASSIGN TO OUTFSIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SENT-FILE-STATUS.

           SELECT REPORT-FILE
                  ASSIGN TO OUTFSRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  SENT-FILE.
       01  SENT-RECORD.
           05 SNT-FILE-NAME                 PIC X(8).
           05 SNT-BUSINESS-DATE             PIC X(10).
           05 SNT-SENT-TS                   PIC X(26).
           05 SNT-RECORD-COUNT              PIC X(9).
           05 SNT-RECORD-COUNT-N REDEFINES SNT-RECORD-COUNT
                                            PIC 9(9).

       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05 RPT-FILE-NAME                 PIC X(8).
           05 FILLER                        PIC X(1).
           05 RPT-BUSINESS-DATE             PIC X(10).
           05 FILLER                        PIC X(1).
           05 RPT-GENERATION                PIC Z(3)9.
           05 FILLER                        PIC X(1).
           05 RPT-SENT-TS                   PIC X(26).
           05 FILLER                        PIC X(1).
           05 RPT-VERDICT                   PIC X(8).
           05 FILLER                        PIC X(1).
           05 RPT-REASON                    PIC X(40).

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

      * Get the OUTBOUND_FILE DB2 copybook
           EXEC SQL
              INCLUDE OUTFDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * OUTBOUND_FILE host variables for DB2
       01 HOST-OUTBOUND-ROW.
          03 HV-OUTF-NAME                  PIC X(8).
          03 HV-OUTF-BUSINESS-DATE         PIC X(10).
          03 HV-OUTF-GENERATION            PIC S9(4) COMP.
          03 HV-OUTF-RECORD-COUNT          PIC S9(9) COMP.
          03 HV-OUTF-SENT-TS               PIC X(26).

       01 HV-SENT-IND                      PIC S9(4) COMP.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  SENT-FILE-STATUS             PIC XX.
       01  RPT-FILE-STATUS              PIC XX.

       01  WS-EOF                       PIC X VALUE 'N'.

       01  NUMBER-OF-RECORDS-READ       PIC 9(8) VALUE 0.
       01  NUMBER-OF-FILES-STAMPED      PIC 9(8) VALUE 0.
       01  NUMBER-OF-RECORDS-REJECTED   PIC 9(8) VALUE 0.

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

           OPEN INPUT SENT-FILE.
           IF SENT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the OUTFSENT transmission log, '
                      ' status=' SENT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the OUTFSENT report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM READ-NEXT-SENT.
           PERFORM STAMP-ONE-FILE UNTIL WS-EOF = 'Y'.

           CLOSE SENT-FILE.
           CLOSE REPORT-FILE.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'OUTFSENT read ' NUMBER-OF-RECORDS-READ
                   ' record(s), stamped ' NUMBER-OF-FILES-STAMPED
                   ' file(s) sent, rejected '
                   NUMBER-OF-RECORDS-REJECTED '.'.

           IF NUMBER-OF-RECORDS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       READ-NEXT-SENT SECTION.
       RNS010.

           READ SENT-FILE.

           IF SENT-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF SENT-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the OUTFSENT transmission log,'
                         ' status=' SENT-FILE-STATUS
                 PERFORM ABANDON-RUN
              ELSE
                 ADD 1 TO NUMBER-OF-RECORDS-READ
              END-IF
           END-IF.

       RNS999.
           EXIT.

      *
      *    One file sent.  Only the latest generation of a file can
      *    go out - an earlier one has been replaced by a rerun.
      *
       STAMP-ONE-FILE SECTION.
       SOF010.

           MOVE SPACES            TO REPORT-RECORD.
           MOVE SNT-FILE-NAME     TO RPT-FILE-NAME.
           MOVE SNT-BUSINESS-DATE TO RPT-BUSINESS-DATE.

           MOVE SNT-FILE-NAME     TO HV-OUTF-NAME.
           MOVE SNT-BUSINESS-DATE TO HV-OUTF-BUSINESS-DATE.
           MOVE SNT-SENT-TS       TO HV-OUTF-SENT-TS.

           IF SNT-FILE-NAME = SPACES
              MOVE 'NO FILE NAME GIVEN' TO RPT-REASON
              PERFORM REJECT-RECORD
              GO TO SOF900
           END-IF.

           IF SNT-SENT-TS = SPACES
              EXEC SQL
                 SELECT CHAR(CURRENT TIMESTAMP)
                 INTO   :HV-OUTF-SENT-TS
                 FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'OUTFSENT unable to read the timestamp, '
                         'SQLCODE=' WS-SQLCODE-DISPLAY
                 PERFORM ABANDON-RUN
              END-IF
           END-IF.
           MOVE HV-OUTF-SENT-TS TO RPT-SENT-TS.

      *
      *    No business date: the transfer job sent whatever the
      *    producing step last wrote under the name.
      *
           IF SNT-BUSINESS-DATE = SPACES
              EXEC SQL
                 SELECT CHAR(OUTF_BUSINESS_DATE, ISO)
                 INTO   :HV-OUTF-BUSINESS-DATE
                 FROM   OUTBOUND_FILE
                 WHERE  OUTF_NAME    = :HV-OUTF-NAME
                 AND    OUTF_SENT_TS IS NULL
                 ORDER BY OUTF_CREATED_TS DESC
                 FETCH FIRST 1 ROW ONLY
              END-EXEC
              IF SQLCODE = 100
                 MOVE 'NO UNSENT FILE REGISTERED' TO RPT-REASON
                 PERFORM REJECT-RECORD
                 GO TO SOF900
              END-IF
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'OUTFSENT unable to find the unsent '
                         SNT-FILE-NAME ', SQLCODE=' WS-SQLCODE-DISPLAY
                 PERFORM ABANDON-RUN
              END-IF
              MOVE HV-OUTF-BUSINESS-DATE TO RPT-BUSINESS-DATE
           END-IF.

           EXEC SQL
                SELECT F.OUTF_GENERATION,
                       F.OUTF_RECORD_COUNT,
                       CHAR(F.OUTF_SENT_TS)
                INTO   :HV-OUTF-GENERATION,
                       :HV-OUTF-RECORD-COUNT,
                       :HV-OUTF-SENT-TS :HV-SENT-IND
                FROM   OUTBOUND_FILE F
                WHERE  F.OUTF_NAME          = :HV-OUTF-NAME
                AND    F.OUTF_BUSINESS_DATE =
                          DATE(:HV-OUTF-BUSINESS-DATE)
                AND    F.OUTF_GENERATION    =
                       (SELECT MAX(B.OUTF_GENERATION)
                        FROM   OUTBOUND_FILE B
                        WHERE  B.OUTF_NAME          = F.OUTF_NAME
                        AND    B.OUTF_BUSINESS_DATE =
                                  F.OUTF_BUSINESS_DATE)
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'FILE NOT REGISTERED FOR THAT DATE' TO RPT-REASON
              PERFORM REJECT-RECORD
              GO TO SOF900
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'OUTFSENT unable to read OUTBOUND_FILE for '
                      SNT-FILE-NAME ', SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE HV-OUTF-GENERATION TO RPT-GENERATION.

           IF HV-SENT-IND = 0
              MOVE 'ALREADY STAMPED SENT' TO RPT-REASON
              PERFORM REJECT-RECORD
              GO TO SOF900
           END-IF.

           IF SNT-RECORD-COUNT NOT = SPACES
              IF SNT-RECORD-COUNT IS NOT NUMERIC
                 MOVE 'RECORD COUNT NOT NUMERIC' TO RPT-REASON
                 PERFORM REJECT-RECORD
                 GO TO SOF900
              END-IF
              IF SNT-RECORD-COUNT-N NOT = HV-OUTF-RECORD-COUNT
                 MOVE 'COUNT SENT IS NOT THE COUNT REGISTERED'
                                           TO RPT-REASON
                 PERFORM REJECT-RECORD
                 GO TO SOF900
              END-IF
           END-IF.

           IF SNT-SENT-TS NOT = SPACES
              MOVE SNT-SENT-TS TO HV-OUTF-SENT-TS
           ELSE
              MOVE RPT-SENT-TS TO HV-OUTF-SENT-TS
           END-IF.

           EXEC SQL
                UPDATE OUTBOUND_FILE
                SET    OUTF_SENT_TS = TIMESTAMP(:HV-OUTF-SENT-TS)
                WHERE  OUTF_NAME          = :HV-OUTF-NAME
                AND    OUTF_BUSINESS_DATE =
                          DATE(:HV-OUTF-BUSINESS-DATE)
                AND    OUTF_GENERATION    = :HV-OUTF-GENERATION
                AND    OUTF_SENT_TS IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'OUTFSENT unable to stamp ' SNT-FILE-NAME
                      ' sent, SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 'SENT'    TO RPT-VERDICT.
           ADD 1 TO NUMBER-OF-FILES-STAMPED.
           PERFORM WRITE-REPORT-LINE.

       SOF900.
           PERFORM READ-NEXT-SENT.

       SOF999.
           EXIT.

       REJECT-RECORD SECTION.
       RJR010.

           MOVE 'REJECTED' TO RPT-VERDICT.
           ADD 1 TO NUMBER-OF-RECORDS-REJECTED.
           PERFORM WRITE-REPORT-LINE.

       RJR999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           WRITE REPORT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error writing the OUTFSENT report file, '
                      ' status=' RPT-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

       WRL999.
           EXIT.

      *
      *    A DB2 or file failure part-way leaves no file half
      *    stamped; the whole log can be run again.
      *
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
