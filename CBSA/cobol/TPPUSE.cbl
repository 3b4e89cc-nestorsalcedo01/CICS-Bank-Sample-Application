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
      * Title: TPPUSE                                                  *
      *                                                                *
      *                                                                *
      * Description: Daily TPP API usage report. Run after midnight,  *
      *              it lists for the day just ended every registered *
      *              provider's calls to the online APIs by API and   *
      *              request type, served and refused over quota,     *
      *              then the provider's totals with the clock hour   *
      *              it made most of its calls in. A provider with    *
      *              any refusals is flagged, so it can be talked to  *
      *              before it comes to suspending it through         *
      *              TPPLOAD.                                         *
      *                                                                *
      * Output: The populated report file TPPUSE                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPUSE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TPU-RPT-FILE
                  ASSIGN TO TPPUSE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  TPU-RPT-FILE.
       01  TPU-RPT-RECORD                   PIC X(80).

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

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * Get the TPP_REG, TPP_QUOTA and TPP_USAGE DB2 copybook
           EXEC SQL
              INCLUDE TPPDB2
           END-EXEC.

      * Host variables for the usage aggregation
       01 HV-REPORT-DATE                    PIC X(10).
       01 HOST-USAGE-ROW.
          03 HV-TPU-TPP-ID                  PIC X(10).
          03 HV-TPU-API                     PIC X(8).
          03 HV-TPU-REQ-TYPE                PIC X(1).
          03 HV-TPU-CALLS                   PIC S9(9) COMP.
          03 HV-TPU-REFUSED                 PIC S9(9) COMP.
       01 HV-PEAK-HOUR                      PIC S9(4) COMP.
       01 HV-PEAK-CALLS                     PIC S9(9) COMP.

      * Declare the CURSOR totalling the day's usage by provider,
      * API and request type.
           EXEC SQL DECLARE TPP-USE-CURSOR CURSOR FOR
              SELECT TPU_TPP_ID,
                     TPU_API,
                     TPU_REQ_TYPE,
                     SUM(TPU_CALLS),
                     SUM(TPU_REFUSED)
                     FROM TPP_USAGE
                     WHERE TPU_DATE = :HV-REPORT-DATE
                     GROUP BY TPU_TPP_ID, TPU_API, TPU_REQ_TYPE
                     ORDER BY TPU_TPP_ID, TPU_API, TPU_REQ_TYPE
                     FOR FETCH ONLY
           END-EXEC.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  RPT-FILE-STATUS.
           05 RPT-STATUS1               PIC X.
           05 RPT-STATUS2               PIC X.

       01  WS-EOF                       PIC X VALUE 'N'.
       01  WS-CURRENT-TPP               PIC X(10) VALUE SPACES.
       01  WS-TPP-CALLS                 PIC S9(9) COMP VALUE 0.
       01  WS-TPP-REFUSED               PIC S9(9) COMP VALUE 0.

      * Report lines
       01  WS-RPT-HEADING.
           05 FILLER                    PIC X(28) VALUE
              'TPP API USAGE FOR THE DAY '.
           05 RPT-HEAD-DATE             PIC X(10).
       01  WS-RPT-DETAIL.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 RPT-TPP-ID                PIC X(10).
           05 FILLER                    PIC X(1)  VALUE SPACE.
           05 RPT-API                   PIC X(8).
           05 FILLER                    PIC X(5)  VALUE ' REQ '.
           05 RPT-REQ-TYPE              PIC X(1).
           05 FILLER                    PIC X(7)  VALUE ' CALLS '.
           05 RPT-CALLS                 PIC Z(8)9.
           05 FILLER                    PIC X(9)  VALUE ' REFUSED '.
           05 RPT-REFUSED               PIC Z(8)9.
       01  WS-RPT-TPP-TOTAL.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 RPT-TOT-TPP-ID            PIC X(10).
           05 FILLER                    PIC X(7)  VALUE ' CALLS '.
           05 RPT-TOT-CALLS             PIC Z(8)9.
           05 FILLER                    PIC X(9)  VALUE ' REFUSED '.
           05 RPT-TOT-REFUSED           PIC Z(8)9.
           05 FILLER                    PIC X(11) VALUE ' PEAK HOUR '.
           05 RPT-PEAK-HOUR             PIC 99.
           05 FILLER                    PIC X(1)  VALUE SPACE.
           05 RPT-PEAK-CALLS            PIC Z(8)9.
           05 RPT-REFUSAL-FLAG          PIC X(3).

       01  NUMBER-OF-TPPS-REPORTED       PIC 9(8) VALUE 0.
       01  NUMBER-OF-TPPS-REFUSED        PIC 9(8) VALUE 0.

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
              SELECT CURRENT DATE - 1 DAY
              INTO   :HV-REPORT-DATE
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT DATE IN PGM TPPUSE.'
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL OPEN
              TPP-USE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO OPEN TPP-USE-CURSOR IN PGM TPPUSE.'
              DISPLAY 'The SQLCODE returned is ' WS-SQLCODE-DISPLAY
              DISPLAY SQLCA
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT TPU-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the TPPUSE report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-REPORT-DATE TO RPT-HEAD-DATE.
           MOVE WS-RPT-HEADING TO TPU-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE.

           PERFORM REPORT-ONE-USAGE-ROW UNTIL WS-EOF = 'Y'.

           IF WS-CURRENT-TPP NOT = SPACES
              PERFORM REPORT-TPP-TOTAL
           END-IF.

           EXEC SQL CLOSE
                TPP-USE-CURSOR
           END-EXEC.

           CLOSE TPU-RPT-FILE.

           DISPLAY 'TPPUSE reported usage for '
                   NUMBER-OF-TPPS-REPORTED ' provider(s), '
                   NUMBER-OF-TPPS-REFUSED ' refused over quota.'.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    One provider/API/request type line; a change of provider
      *    closes the last one's total first.
      *
       REPORT-ONE-USAGE-ROW SECTION.
       ROU010.

           EXEC SQL FETCH FROM TPP-USE-CURSOR
              INTO :HV-TPU-TPP-ID,
                   :HV-TPU-API,
                   :HV-TPU-REQ-TYPE,
                   :HV-TPU-CALLS,
                   :HV-TPU-REFUSED
           END-EXEC.

           IF SQLCODE = +100
              MOVE 'Y' TO WS-EOF
              GO TO ROU999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'Failure when attempting to FETCH from the'
                 ' DB2 CURSOR TPP-USE-CURSOR. With SQL code='
                 WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-TPU-TPP-ID NOT = WS-CURRENT-TPP
              IF WS-CURRENT-TPP NOT = SPACES
                 PERFORM REPORT-TPP-TOTAL
              END-IF
              MOVE HV-TPU-TPP-ID TO WS-CURRENT-TPP
              MOVE 0             TO WS-TPP-CALLS
              MOVE 0             TO WS-TPP-REFUSED
           END-IF.

           ADD HV-TPU-CALLS   TO WS-TPP-CALLS.
           ADD HV-TPU-REFUSED TO WS-TPP-REFUSED.

           MOVE HV-TPU-TPP-ID   TO RPT-TPP-ID.
           MOVE HV-TPU-API      TO RPT-API.
           MOVE HV-TPU-REQ-TYPE TO RPT-REQ-TYPE.
           MOVE HV-TPU-CALLS    TO RPT-CALLS.
           MOVE HV-TPU-REFUSED  TO RPT-REFUSED.
           MOVE WS-RPT-DETAIL   TO TPU-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       ROU999.
           EXIT.

      *
      *    The provider's day: every call it made, served or
      *    refused, the clock hour it made most of them in, and a
      *    flag when any were refused over quota - the providers to
      *    talk to before it comes to suspending them.
      *
       REPORT-TPP-TOTAL SECTION.
       RTT010.

           EXEC SQL
                SELECT TPU_HOUR,
                       SUM(TPU_CALLS + TPU_REFUSED)
                INTO   :HV-PEAK-HOUR,
                       :HV-PEAK-CALLS
                FROM   TPP_USAGE
                WHERE  TPU_TPP_ID = :WS-CURRENT-TPP
                AND    TPU_DATE   = :HV-REPORT-DATE
                GROUP BY TPU_HOUR
                ORDER BY 2 DESC, 1
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'TPPUSE unable to find the peak hour for TPP '
                 WS-CURRENT-TPP ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-TPPS-REPORTED.

           MOVE WS-CURRENT-TPP TO RPT-TOT-TPP-ID.
           MOVE WS-TPP-CALLS   TO RPT-TOT-CALLS.
           MOVE WS-TPP-REFUSED TO RPT-TOT-REFUSED.
           MOVE HV-PEAK-HOUR   TO RPT-PEAK-HOUR.
           MOVE HV-PEAK-CALLS  TO RPT-PEAK-CALLS.
           IF WS-TPP-REFUSED > 0
              MOVE ' **'       TO RPT-REFUSAL-FLAG
              ADD 1 TO NUMBER-OF-TPPS-REFUSED
           ELSE
              MOVE SPACES      TO RPT-REFUSAL-FLAG
           END-IF.
           MOVE WS-RPT-TPP-TOTAL TO TPU-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       RTT999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           WRITE TPU-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing TPPUSE report file.'
              ', status=' RPT-FILE-STATUS
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
