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
      * Title: OUTFACK                                                 *
      *                                                                *
      *                                                                *
      * Description: Acknowledgement loader for the outbound file      *
      *              register.  One record per receiver verdict on a   *
      *              file we sent: the DD name and business date it    *
      *              was registered under, A accepted or R rejected,   *
      *              the receiver's reason, when they said so (spaces  *
      *              for now) and, where the receiver quotes it, the   *
      *              record count they loaded.  The verdict is put on  *
      *              the latest generation of the file that has been   *
      *              sent.  An acceptance quoting a record count other *
      *              than the one the producing step registered is     *
      *              recorded as a rejection - the receiver did not    *
      *              get the file we wrote.  A verdict on a file not   *
      *              registered or not yet sent is reported, and ends  *
      *              the run RC 4.                                     *
      *                                                                *
      * Input:  The acknowledgement file OUTFAIN                       *
      * Output: The report file OUTFARPT                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTFACK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE
                  ASSIGN TO OUTFAIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ACK-FILE-STATUS.

           SELECT REPORT-FILE
                  ASSIGN TO OUTFARPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  ACK-FILE.
       01  ACK-RECORD.
           05 ACK-FILE-NAME                 PIC X(8).
           05 ACK-BUSINESS-DATE             PIC X(10).
           05 ACK-STATUS                    PIC X(1).
           05 ACK-REASON                    PIC X(40).
           05 ACK-TS                        PIC X(26).
           05 ACK-RECORD-COUNT              PIC X(9).
           05 ACK-RECORD-COUNT-N REDEFINES ACK-RECORD-COUNT
                                            PIC 9(9).

       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05 RPT-FILE-NAME                 PIC X(8).
           05 FILLER                        PIC X(1).
           05 RPT-BUSINESS-DATE             PIC X(10).
           05 FILLER                        PIC X(1).
           05 RPT-GENERATION                PIC Z(3)9.
           05 FILLER                        PIC X(1).
           05 RPT-ACK-STATUS                PIC X(1).
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
          03 HV-OUTF-ACK-STATUS            PIC X(1).
          03 HV-OUTF-ACK-TS                PIC X(26).
          03 HV-OUTF-ACK-REASON            PIC X(40).

       01 HV-SENT-COUNT                    PIC S9(9) COMP.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  ACK-FILE-STATUS              PIC XX.
       01  RPT-FILE-STATUS              PIC XX.

       01  WS-EOF                       PIC X VALUE 'N'.

       01  NUMBER-OF-RECORDS-READ       PIC 9(8) VALUE 0.
       01  NUMBER-OF-FILES-ACCEPTED     PIC 9(8) VALUE 0.
       01  NUMBER-OF-FILES-REJECTED     PIC 9(8) VALUE 0.
       01  NUMBER-OF-RECORDS-REFUSED    PIC 9(8) VALUE 0.

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

           OPEN INPUT ACK-FILE.
           IF ACK-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the OUTFACK acknowledgement file,'
                      ' status=' ACK-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the OUTFACK report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM READ-NEXT-ACK.
           PERFORM RECORD-ONE-ACK UNTIL WS-EOF = 'Y'.

           CLOSE ACK-FILE.
           CLOSE REPORT-FILE.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'OUTFACK read ' NUMBER-OF-RECORDS-READ
                   ' record(s): ' NUMBER-OF-FILES-ACCEPTED
                   ' file(s) accepted, ' NUMBER-OF-FILES-REJECTED
                   ' rejected by the receiver, '
                   NUMBER-OF-RECORDS-REFUSED ' record(s) refused.'.

           IF NUMBER-OF-RECORDS-REFUSED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       READ-NEXT-ACK SECTION.
       RNA010.

           READ ACK-FILE.

           IF ACK-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF ACK-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the OUTFACK acknowledgement '
                         'file, status=' ACK-FILE-STATUS
                 PERFORM ABANDON-RUN
              ELSE
                 ADD 1 TO NUMBER-OF-RECORDS-READ
              END-IF
           END-IF.

       RNA999.
           EXIT.

      *
      *    One receiver verdict, put on the latest generation of the
      *    file that has gone out.  A later verdict on the same
      *    generation replaces an earlier one.
      *
       RECORD-ONE-ACK SECTION.
       ROA010.

           MOVE SPACES            TO REPORT-RECORD.
           MOVE ACK-FILE-NAME     TO RPT-FILE-NAME.
           MOVE ACK-BUSINESS-DATE TO RPT-BUSINESS-DATE.
           MOVE ACK-STATUS        TO RPT-ACK-STATUS.

           IF ACK-STATUS NOT = 'A' AND ACK-STATUS NOT = 'R'
              MOVE 'STATUS IS NOT A OR R' TO RPT-REASON
              PERFORM REFUSE-RECORD
              GO TO ROA900
           END-IF.

           IF ACK-FILE-NAME = SPACES OR ACK-BUSINESS-DATE = SPACES
              MOVE 'FILE NAME AND BUSINESS DATE ARE NEEDED'
                                          TO RPT-REASON
              PERFORM REFUSE-RECORD
              GO TO ROA900
           END-IF.

           IF ACK-RECORD-COUNT NOT = SPACES
              AND ACK-RECORD-COUNT IS NOT NUMERIC
              MOVE 'RECORD COUNT NOT NUMERIC' TO RPT-REASON
              PERFORM REFUSE-RECORD
              GO TO ROA900
           END-IF.

           MOVE ACK-FILE-NAME     TO HV-OUTF-NAME.
           MOVE ACK-BUSINESS-DATE TO HV-OUTF-BUSINESS-DATE.

           EXEC SQL
                SELECT F.OUTF_GENERATION,
                       F.OUTF_RECORD_COUNT
                INTO   :HV-OUTF-GENERATION,
                       :HV-OUTF-RECORD-COUNT
                FROM   OUTBOUND_FILE F
                WHERE  F.OUTF_NAME          = :HV-OUTF-NAME
                AND    F.OUTF_BUSINESS_DATE =
                          DATE(:HV-OUTF-BUSINESS-DATE)
                AND    F.OUTF_GENERATION    =
                       (SELECT MAX(B.OUTF_GENERATION)
                        FROM   OUTBOUND_FILE B
                        WHERE  B.OUTF_NAME          = F.OUTF_NAME
                        AND    B.OUTF_BUSINESS_DATE =
                                  F.OUTF_BUSINESS_DATE
                        AND    B.OUTF_SENT_TS IS NOT NULL)
           END-EXEC.

           IF SQLCODE = 100
              MOVE 0 TO HV-SENT-COUNT
              EXEC SQL
                 SELECT COUNT(*)
                 INTO   :HV-SENT-COUNT
                 FROM   OUTBOUND_FILE
                 WHERE  OUTF_NAME          = :HV-OUTF-NAME
                 AND    OUTF_BUSINESS_DATE =
                           DATE(:HV-OUTF-BUSINESS-DATE)
              END-EXEC
              IF HV-SENT-COUNT = 0
                 MOVE 'FILE NOT REGISTERED FOR THAT DATE'
                                          TO RPT-REASON
              ELSE
                 MOVE 'FILE NOT YET STAMPED SENT' TO RPT-REASON
              END-IF
              PERFORM REFUSE-RECORD
              GO TO ROA900
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'OUTFACK unable to read OUTBOUND_FILE for '
                      ACK-FILE-NAME ', SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE HV-OUTF-GENERATION TO RPT-GENERATION.
           MOVE ACK-STATUS         TO HV-OUTF-ACK-STATUS.
           MOVE ACK-REASON         TO HV-OUTF-ACK-REASON.

           IF ACK-STATUS = 'A'
              AND ACK-RECORD-COUNT NOT = SPACES
              AND ACK-RECORD-COUNT-N NOT = HV-OUTF-RECORD-COUNT
              MOVE 'R'            TO HV-OUTF-ACK-STATUS
              MOVE 'RECEIVER COUNT IS NOT THE COUNT WE SENT'
                                  TO HV-OUTF-ACK-REASON
           END-IF.

           IF ACK-TS = SPACES
              EXEC SQL
                 SELECT CHAR(CURRENT TIMESTAMP)
                 INTO   :HV-OUTF-ACK-TS
                 FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'OUTFACK unable to read the timestamp, '
                         'SQLCODE=' WS-SQLCODE-DISPLAY
                 PERFORM ABANDON-RUN
              END-IF
           ELSE
              MOVE ACK-TS TO HV-OUTF-ACK-TS
           END-IF.

           EXEC SQL
                UPDATE OUTBOUND_FILE
                SET    OUTF_ACK_STATUS = :HV-OUTF-ACK-STATUS,
                       OUTF_ACK_TS     = TIMESTAMP(:HV-OUTF-ACK-TS),
                       OUTF_ACK_REASON = :HV-OUTF-ACK-REASON
                WHERE  OUTF_NAME          = :HV-OUTF-NAME
                AND    OUTF_BUSINESS_DATE =
                          DATE(:HV-OUTF-BUSINESS-DATE)
                AND    OUTF_GENERATION    = :HV-OUTF-GENERATION
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'OUTFACK unable to record the verdict on '
                      ACK-FILE-NAME ', SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE HV-OUTF-ACK-STATUS TO RPT-ACK-STATUS.
           MOVE HV-OUTF-ACK-REASON TO RPT-REASON.
           IF HV-OUTF-ACK-STATUS = 'A'
              MOVE 'ACCEPTED' TO RPT-VERDICT
              ADD 1 TO NUMBER-OF-FILES-ACCEPTED
           ELSE
              MOVE 'REJECTED' TO RPT-VERDICT
              ADD 1 TO NUMBER-OF-FILES-REJECTED
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       ROA900.
           PERFORM READ-NEXT-ACK.

       ROA999.
           EXIT.

       REFUSE-RECORD SECTION.
       RFR010.

           MOVE 'REFUSED' TO RPT-VERDICT.
           ADD 1 TO NUMBER-OF-RECORDS-REFUSED.
           PERFORM WRITE-REPORT-LINE.

       RFR999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           WRITE REPORT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error writing the OUTFACK report file, '
                      ' status=' RPT-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

       WRL999.
           EXIT.

      *
      *    A DB2 or file failure part-way records no verdict at
      *    all; the whole file can be loaded again.
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
