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
      * Title: OUTFRPT                                                 *
      *                                                                *
      *                                                                *
      * Description: Morning outbound file report.  Works through the  *
      *              latest generation of every file on OUTBOUND_FILE  *
      *              created in the last WS-LOOKBACK-DAYS days that    *
      *              the receiver has not accepted, and lists:         *
      *                - a file not sent within its send window of     *
      *                  being created,                                *
      *                - a file sent but not acknowledged within its   *
      *                  acknowledgement window of being sent,         *
      *                - a file the receiver rejected, until a later   *
      *                  generation replaces it.                       *
      *              Each listed file raises an OPS_ALERTS row -       *
      *              critical for a rejection, a warning otherwise -   *
      *              and any listed file ends the run RC 4.            *
      *                                                                *
      *              The windows, in hours, come per file name from    *
      *              the optional parameter file OUTFSLA; a record     *
      *              named '*' resets the default for every file not   *
      *              named.  Without the file, or for a file it does   *
      *              not name, the compiled defaults stand.            *
      *                                                                *
      * Input:  The SLA parameter file OUTFSLA (optional)              *
      * Output: The report file OUTFRPT                                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTFRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-PARM-FILE
                  ASSIGN TO OUTFSLA
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SLA-FILE-STATUS.

           SELECT REPORT-FILE
                  ASSIGN TO OUTFRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  SLA-PARM-FILE.
       01  SLA-PARM-RECORD.
           05 SLA-FILE-NAME                 PIC X(8).
           05 SLA-SEND-HOURS                PIC 9(3).
           05 SLA-ACK-HOURS                 PIC 9(3).

       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05 RPT-FILE-NAME                 PIC X(8).
           05 FILLER                        PIC X(1).
           05 RPT-BUSINESS-DATE             PIC X(10).
           05 FILLER                        PIC X(1).
           05 RPT-GENERATION                PIC Z(3)9.
           05 FILLER                        PIC X(1).
           05 RPT-PROGRAM                   PIC X(8).
           05 FILLER                        PIC X(1).
           05 RPT-RECORD-COUNT              PIC Z(8)9.
           05 FILLER                        PIC X(1).
           05 RPT-HASH-TOTAL                PIC -(13)9.99.
           05 FILLER                        PIC X(1).
           05 RPT-CREATED-TS                PIC X(19).
           05 FILLER                        PIC X(1).
           05 RPT-SENT-TS                   PIC X(19).
           05 FILLER                        PIC X(1).
           05 RPT-AGE-HOURS                 PIC Z(4)9.
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

      * Get the OPS_ALERTS DB2 copybook
           EXEC SQL
              INCLUDE OPALDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *    How far back the report looks, by creation date.
       01 WS-LOOKBACK-DAYS                 PIC S9(4) COMP VALUE 7.

      * OUTBOUND_FILE host variables for DB2, with the hours since
      * the file was created and since it was sent.
       01 HOST-OUTBOUND-ROW.
          03 HV-OUTF-NAME                  PIC X(8).
          03 HV-OUTF-BUSINESS-DATE         PIC X(10).
          03 HV-OUTF-GENERATION            PIC S9(4) COMP.
          03 HV-OUTF-PROGRAM               PIC X(8).
          03 HV-OUTF-RECORD-COUNT          PIC S9(9) COMP.
          03 HV-OUTF-HASH-TOTAL            PIC S9(13)V99 COMP-3.
          03 HV-OUTF-CREATED-TS            PIC X(26).
          03 HV-OUTF-SENT-TS               PIC X(26).
          03 HV-OUTF-ACK-STATUS            PIC X(1).
          03 HV-OUTF-ACK-REASON            PIC X(40).
          03 HV-HOURS-SINCE-CREATED        PIC S9(9) COMP.
          03 HV-HOURS-SINCE-SENT           PIC S9(9) COMP.

      *    Central operations alerts (see OPALDB2): each file listed
      *    raises a row for the duty operator.
       01 HOST-ALERT-ROW.
          03 HV-ALRT-ID                 PIC S9(9) COMP.
          03 HV-ALRT-SEVERITY           PIC X(1).
          03 HV-ALRT-SOURCE             PIC X(8) VALUE 'OUTFRPT'.
          03 HV-ALRT-KEY                PIC X(20).
          03 HV-ALRT-TEXT               PIC X(60).

      * Declare the CURSOR over the latest generation of each file
      * created in the look-back window and not yet accepted.
           EXEC SQL DECLARE OUTF-CURSOR CURSOR FOR
              SELECT F.OUTF_NAME,
                     CHAR(F.OUTF_BUSINESS_DATE, ISO),
                     F.OUTF_GENERATION,
                     F.OUTF_PROGRAM,
                     F.OUTF_RECORD_COUNT,
                     F.OUTF_HASH_TOTAL,
                     CHAR(F.OUTF_CREATED_TS),
                     COALESCE(CHAR(F.OUTF_SENT_TS), ' '),
                     F.OUTF_ACK_STATUS,
                     F.OUTF_ACK_REASON,
                     TIMESTAMPDIFF(8, CHAR(CURRENT TIMESTAMP
                                           - F.OUTF_CREATED_TS)),
                     COALESCE(TIMESTAMPDIFF(8, CHAR(CURRENT TIMESTAMP
                                           - F.OUTF_SENT_TS)), 0)
                     FROM OUTBOUND_FILE F
                     WHERE F.OUTF_CREATED_TS >=
                              CURRENT TIMESTAMP
                              - :WS-LOOKBACK-DAYS DAYS
                     AND   F.OUTF_ACK_STATUS <> 'A'
                     AND   F.OUTF_GENERATION =
                           (SELECT MAX(B.OUTF_GENERATION)
                            FROM   OUTBOUND_FILE B
                            WHERE  B.OUTF_NAME = F.OUTF_NAME
                            AND    B.OUTF_BUSINESS_DATE =
                                      F.OUTF_BUSINESS_DATE)
                     ORDER BY F.OUTF_NAME, F.OUTF_BUSINESS_DATE
                     FOR FETCH ONLY
           END-EXEC.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  SLA-FILE-STATUS              PIC XX.
       01  RPT-FILE-STATUS              PIC XX.

       01  WS-EOF                       PIC X VALUE 'N'.
       01  WS-SLA-EOF                   PIC X VALUE 'N'.

      *  Hours a file may wait to be sent once created, and to be
      *  acknowledged once sent, where OUTFSLA does not say.
       01  WS-DEFAULT-SEND-HOURS         PIC 9(3) VALUE 2.
       01  WS-DEFAULT-ACK-HOURS          PIC 9(3) VALUE 24.

       01  WS-SLA-TABLE.
           05 WS-SLA-COUNT               PIC 9(4) VALUE 0.
           05 WS-SLA-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-SLA-IDX.
              10 WS-SLA-NAME             PIC X(8).
              10 WS-SLA-SEND-HOURS       PIC 9(3).
              10 WS-SLA-ACK-HOURS        PIC 9(3).

      *  The windows for the file in hand.
       01  WS-SEND-HOURS                 PIC 9(3).
       01  WS-ACK-HOURS                  PIC 9(3).

       01  NUMBER-OF-FILES-EXAMINED      PIC 9(8) VALUE 0.
       01  NUMBER-OF-FILES-NOT-SENT      PIC 9(8) VALUE 0.
       01  NUMBER-OF-FILES-NOT-ACKED     PIC 9(8) VALUE 0.
       01  NUMBER-OF-FILES-REJECTED      PIC 9(8) VALUE 0.

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

           PERFORM LOAD-SLA-PARMS.

           OPEN OUTPUT REPORT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the OUTFRPT report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL OPEN
              OUTF-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'OUTFRPT unable to open OUTF-CURSOR, SQLCODE='
                      WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXAMINE-ONE-FILE UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              OUTF-CURSOR
           END-EXEC.

           EXEC SQL
              COMMIT
           END-EXEC.

           CLOSE REPORT-FILE.

           DISPLAY 'OUTFRPT examined ' NUMBER-OF-FILES-EXAMINED
                   ' file(s): ' NUMBER-OF-FILES-NOT-SENT
                   ' not sent, ' NUMBER-OF-FILES-NOT-ACKED
                   ' not acknowledged, ' NUMBER-OF-FILES-REJECTED
                   ' rejected.'.

           IF NUMBER-OF-FILES-NOT-SENT > 0
              OR NUMBER-OF-FILES-NOT-ACKED > 0
              OR NUMBER-OF-FILES-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    Read OUTFSLA into WS-SLA-TABLE.  A missing or empty file
      *    leaves the compiled defaults for every file.
      *
       LOAD-SLA-PARMS SECTION.
       LSP010.

           OPEN INPUT SLA-PARM-FILE.
           IF SLA-FILE-STATUS NOT = '00'
              DISPLAY 'OUTFSLA not found - the default windows of '
                      WS-DEFAULT-SEND-HOURS ' hour(s) to send and '
                      WS-DEFAULT-ACK-HOURS ' to acknowledge apply'
              GO TO LSP999
           END-IF.

           PERFORM LOAD-ONE-SLA UNTIL WS-SLA-EOF = 'Y'.

           CLOSE SLA-PARM-FILE.

       LSP999.
           EXIT.

       LOAD-ONE-SLA SECTION.
       LOS010.

           READ SLA-PARM-FILE.

           IF SLA-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-SLA-EOF
              GO TO LOS999
           END-IF.

           IF SLA-SEND-HOURS IS NOT NUMERIC
              OR SLA-ACK-HOURS IS NOT NUMERIC
              DISPLAY 'OUTFRPT ignored the OUTFSLA record for '
                      SLA-FILE-NAME ' - hours not numeric'
              GO TO LOS999
           END-IF.

           IF SLA-FILE-NAME = '*'
              MOVE SLA-SEND-HOURS TO WS-DEFAULT-SEND-HOURS
              MOVE SLA-ACK-HOURS  TO WS-DEFAULT-ACK-HOURS
              GO TO LOS999
           END-IF.

           IF WS-SLA-COUNT NOT < 100
              DISPLAY 'OUTFRPT ignored the OUTFSLA record for '
                      SLA-FILE-NAME ' - table full'
              GO TO LOS999
           END-IF.

           ADD 1 TO WS-SLA-COUNT.
           SET WS-SLA-IDX TO WS-SLA-COUNT.
           MOVE SLA-FILE-NAME  TO WS-SLA-NAME (WS-SLA-IDX).
           MOVE SLA-SEND-HOURS TO WS-SLA-SEND-HOURS (WS-SLA-IDX).
           MOVE SLA-ACK-HOURS  TO WS-SLA-ACK-HOURS (WS-SLA-IDX).

       LOS999.
           EXIT.

      *
      *    One file's latest generation, not yet accepted.  A file
      *    still inside its window is not listed.
      *
       EXAMINE-ONE-FILE SECTION.
       EOF010.

           EXEC SQL FETCH FROM OUTF-CURSOR
              INTO :HV-OUTF-NAME,
                   :HV-OUTF-BUSINESS-DATE,
                   :HV-OUTF-GENERATION,
                   :HV-OUTF-PROGRAM,
                   :HV-OUTF-RECORD-COUNT,
                   :HV-OUTF-HASH-TOTAL,
                   :HV-OUTF-CREATED-TS,
                   :HV-OUTF-SENT-TS,
                   :HV-OUTF-ACK-STATUS,
                   :HV-OUTF-ACK-REASON,
                   :HV-HOURS-SINCE-CREATED,
                   :HV-HOURS-SINCE-SENT
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO EOF999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'OUTFRPT failure fetching OUTF-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           ADD 1 TO NUMBER-OF-FILES-EXAMINED.

           MOVE WS-DEFAULT-SEND-HOURS TO WS-SEND-HOURS.
           MOVE WS-DEFAULT-ACK-HOURS  TO WS-ACK-HOURS.
           SET WS-SLA-IDX TO 1.
           SEARCH WS-SLA-ENTRY
              AT END
                 CONTINUE
              WHEN WS-SLA-IDX > WS-SLA-COUNT
                 CONTINUE
              WHEN WS-SLA-NAME (WS-SLA-IDX) = HV-OUTF-NAME
                 MOVE WS-SLA-SEND-HOURS (WS-SLA-IDX) TO WS-SEND-HOURS
                 MOVE WS-SLA-ACK-HOURS (WS-SLA-IDX)  TO WS-ACK-HOURS
           END-SEARCH.

           MOVE SPACES                      TO REPORT-RECORD.
           MOVE HV-OUTF-NAME                TO RPT-FILE-NAME.
           MOVE HV-OUTF-BUSINESS-DATE       TO RPT-BUSINESS-DATE.
           MOVE HV-OUTF-GENERATION          TO RPT-GENERATION.
           MOVE HV-OUTF-PROGRAM             TO RPT-PROGRAM.
           MOVE HV-OUTF-RECORD-COUNT        TO RPT-RECORD-COUNT.
           MOVE HV-OUTF-HASH-TOTAL          TO RPT-HASH-TOTAL.
           MOVE HV-OUTF-CREATED-TS(1:19)    TO RPT-CREATED-TS.
           MOVE HV-OUTF-SENT-TS(1:19)       TO RPT-SENT-TS.

           MOVE SPACES                      TO HV-ALRT-KEY.
           STRING HV-OUTF-NAME          DELIMITED BY SPACE,
                  ' '                   DELIMITED BY SIZE,
                  HV-OUTF-BUSINESS-DATE DELIMITED BY SIZE
                  INTO HV-ALRT-KEY
           END-STRING.

           EVALUATE TRUE
              WHEN HV-OUTF-SENT-TS = SPACES
                 IF HV-HOURS-SINCE-CREATED < WS-SEND-HOURS
                    GO TO EOF999
                 END-IF
                 MOVE HV-HOURS-SINCE-CREATED TO RPT-AGE-HOURS
                 MOVE 'NOT SENT'       TO RPT-VERDICT
                 ADD 1 TO NUMBER-OF-FILES-NOT-SENT
                 MOVE 'W'              TO HV-ALRT-SEVERITY
                 MOVE 'OUTBOUND FILE NOT SENT WITHIN ITS WINDOW'
                                       TO HV-ALRT-TEXT
              WHEN HV-OUTF-ACK-STATUS = 'R'
                 MOVE HV-HOURS-SINCE-SENT TO RPT-AGE-HOURS
                 MOVE 'REJECTED'       TO RPT-VERDICT
                 MOVE HV-OUTF-ACK-REASON TO RPT-REASON
                 ADD 1 TO NUMBER-OF-FILES-REJECTED
                 MOVE 'C'              TO HV-ALRT-SEVERITY
                 MOVE 'OUTBOUND FILE REJECTED BY THE RECEIVER'
                                       TO HV-ALRT-TEXT
              WHEN OTHER
                 IF HV-HOURS-SINCE-SENT < WS-ACK-HOURS
                    GO TO EOF999
                 END-IF
                 MOVE HV-HOURS-SINCE-SENT TO RPT-AGE-HOURS
                 MOVE 'NO ACK'         TO RPT-VERDICT
                 ADD 1 TO NUMBER-OF-FILES-NOT-ACKED
                 MOVE 'W'              TO HV-ALRT-SEVERITY
                 MOVE 'OUTBOUND FILE NOT ACKNOWLEDGED WITHIN ITS SLA'
                                       TO HV-ALRT-TEXT
           END-EVALUATE.

           PERFORM WRITE-REPORT-LINE.
           PERFORM RAISE-OPS-ALERT.

       EOF999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           WRITE REPORT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error writing the OUTFRPT report file, '
                      ' status=' RPT-FILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

       WRL999.
           EXIT.

      *
      *    Raise one alert onto the shared OPS_ALERTS queue.  A
      *    failure here is reported and the run carries on - the
      *    alert queue must never be the reason a batch fails.
      *
       RAISE-OPS-ALERT SECTION.
       ROA010.

           EXEC SQL
              SELECT COALESCE(MAX(ALRT_ID), 0) + 1
              INTO   :HV-ALRT-ID
              FROM   OPS_ALERTS
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'Unable to key the OPS_ALERTS row'
              GO TO ROA999
           END-IF.

           EXEC SQL
                INSERT INTO OPS_ALERTS
                (
                  ALRT_ID        ,
                  ALRT_SEVERITY  ,
                  ALRT_SOURCE    ,
                  ALRT_KEY       ,
                  ALRT_TEXT      ,
                  ALRT_RAISED_TS ,
                  ALRT_STATUS    ,
                  ALRT_ACKED_BY  ,
                  ALRT_ACKED_TS
                )
                VALUES
                (
                  :HV-ALRT-ID       ,
                  :HV-ALRT-SEVERITY ,
                  :HV-ALRT-SOURCE   ,
                  :HV-ALRT-KEY      ,
                  :HV-ALRT-TEXT     ,
                  CURRENT TIMESTAMP ,
                  'N'               ,
                  NULL              ,
                  NULL
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'Unable to raise the OPS_ALERTS row for '
                      HV-ALRT-KEY
           END-IF.

       ROA999.
           EXIT.

      *
      *    A DB2 or report failure part-way leaves no half-raised
      *    set of alerts behind.
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
