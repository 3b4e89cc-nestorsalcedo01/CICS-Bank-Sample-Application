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
      * Title: CMPLRET                                                 *
      *                                                                *
      *                                                                *
      * Description: Half-yearly complaints return extract, in the     *
      *              CRSRET mould, from the COMPLAINT register.  One   *
      *              'D' record per complaint category: complaints     *
      *              opened and closed in the period, those closed     *
      *              by the third business day and within eight weeks, *
      *              those upheld in whole or part, the redress paid,  *
      *              and those still open at the period end - with the *
      *              number of those past their eight-week deadline.   *
      *              One 'R' record per root cause of the complaints   *
      *              closed in the period.  Header and trailer round   *
      *              the file as for every structured output here.     *
      *                                                                *
      * Input:  The period parameter file CMPLPRM                      *
      * Output: The complaints return file CMPLRET                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPLRET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMPL-PARM-FILE
                  ASSIGN TO CMPLPRM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PRM-FILE-STATUS.

           SELECT CMPL-OUT-FILE
                  ASSIGN TO CMPLRET
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS OUT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    The reporting period's first and last dates.
       FD  CMPL-PARM-FILE.
       01  CMPL-PARM-RECORD.
           05 CMP-PRM-FROM-DATE             PIC X(10).
           05 CMP-PRM-TO-DATE               PIC X(10).

      *    'H' header / 'D' category detail / 'R' root-cause detail
      *    / 'T' trailer.
       FD  CMPL-OUT-FILE.
       01  CMPL-OUT-RECORD.
           05 RET-REC-TYPE                  PIC X(1).
           05 RET-REC-BODY                  PIC X(80).
           05 RET-HEADER-VIEW REDEFINES RET-REC-BODY.
              10 RET-HDR-FROM-DATE          PIC X(10).
              10 RET-HDR-TO-DATE            PIC X(10).
              10 RET-HDR-PRODUCED-DATE      PIC X(10).
              10 RET-HDR-SORTCODE           PIC X(6).
              10 FILLER                     PIC X(44).
           05 RET-CATEGORY-VIEW REDEFINES RET-REC-BODY.
              10 RET-CATEGORY               PIC X(4).
              10 RET-OPENED                 PIC 9(8).
              10 RET-CLOSED                 PIC 9(8).
              10 RET-CLOSED-BY-DAY-3        PIC 9(8).
              10 RET-CLOSED-IN-8-WEEKS      PIC 9(8).
              10 RET-UPHELD                 PIC 9(8).
              10 RET-REDRESS                PIC 9(11)V99.
              10 RET-OPEN-AT-END            PIC 9(8).
              10 RET-OPEN-PAST-8-WEEKS      PIC 9(8).
              10 FILLER                     PIC X(7).
           05 RET-CAUSE-VIEW REDEFINES RET-REC-BODY.
              10 RET-ROOT-CAUSE             PIC X(4).
              10 RET-CAUSE-CLOSED           PIC 9(8).
              10 RET-CAUSE-UPHELD           PIC 9(8).
              10 RET-CAUSE-REDRESS          PIC 9(11)V99.
              10 FILLER                     PIC X(47).
           05 RET-TRAILER-VIEW REDEFINES RET-REC-BODY.
              10 RET-TRL-COUNT              PIC 9(8).
              10 RET-TRL-OPENED             PIC 9(8).
              10 RET-TRL-CLOSED             PIC 9(8).
              10 RET-TRL-REDRESS            PIC 9(13)V99.
              10 FILLER                     PIC X(41).

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

      * Get the COMPLAINT DB2 copybook
           EXEC SQL
              INCLUDE CMPLDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 HV-PERIOD-FROM                   PIC X(10).
       01 HV-PERIOD-TO                     PIC X(10).
       01 HV-TODAY                         PIC X(10).

      * One category's (or root cause's) figures for the period
       01 HOST-RETURN-ROW.
          03 HV-RET-KEY                    PIC X(4).
          03 HV-RET-OPENED                 PIC S9(9) COMP.
          03 HV-RET-CLOSED                 PIC S9(9) COMP.
          03 HV-RET-BY-DAY-3               PIC S9(9) COMP.
          03 HV-RET-IN-8-WEEKS             PIC S9(9) COMP.
          03 HV-RET-UPHELD                 PIC S9(9) COMP.
          03 HV-RET-REDRESS                PIC S9(11)V99 COMP-3.
          03 HV-RET-OPEN-AT-END            PIC S9(9) COMP.
          03 HV-RET-PAST-8-WEEKS           PIC S9(9) COMP.

      *    Every complaint live at some point in the period - received
      *    by its end and not closed before its start - summarised by
      *    category.
           EXEC SQL DECLARE CATEGORY-CURSOR CURSOR FOR
              SELECT CMP_CATEGORY,
                     SUM(CASE WHEN CMP_RECEIVED_DATE
                                   >= :HV-PERIOD-FROM
                              THEN 1 ELSE 0 END),
                     SUM(CASE WHEN CMP_CLOSED_DATE
                                   <= :HV-PERIOD-TO
                              THEN 1 ELSE 0 END),
                     SUM(CASE WHEN CMP_CLOSED_DATE
                                   <= :HV-PERIOD-TO
                              AND  CMP_CLOSED_DATE <= CMP_SRC_DUE
                              THEN 1 ELSE 0 END),
                     SUM(CASE WHEN CMP_CLOSED_DATE
                                   <= :HV-PERIOD-TO
                              AND  CMP_CLOSED_DATE <= CMP_FINAL_DUE
                              THEN 1 ELSE 0 END),
                     SUM(CASE WHEN CMP_CLOSED_DATE
                                   <= :HV-PERIOD-TO
                              AND  CMP_OUTCOME IN ('U', 'P')
                              THEN 1 ELSE 0 END),
                     SUM(CASE WHEN CMP_CLOSED_DATE
                                   <= :HV-PERIOD-TO
                              THEN COALESCE(CMP_REDRESS, 0)
                              ELSE 0 END),
                     SUM(CASE WHEN CMP_CLOSED_DATE IS NULL
                              OR   CMP_CLOSED_DATE > :HV-PERIOD-TO
                              THEN 1 ELSE 0 END),
                     SUM(CASE WHEN (CMP_CLOSED_DATE IS NULL
                              OR   CMP_CLOSED_DATE > :HV-PERIOD-TO)
                              AND  CMP_FINAL_DUE < :HV-PERIOD-TO
                              THEN 1 ELSE 0 END)
                     FROM COMPLAINT
                     WHERE CMP_RECEIVED_DATE <= :HV-PERIOD-TO
                     AND   (CMP_CLOSED_DATE IS NULL
                            OR CMP_CLOSED_DATE >= :HV-PERIOD-FROM)
                     GROUP BY CMP_CATEGORY
                     ORDER BY CMP_CATEGORY
                     FOR FETCH ONLY
           END-EXEC.

      *    The complaints closed in the period, by root cause.
           EXEC SQL DECLARE CAUSE-CURSOR CURSOR FOR
              SELECT CMP_ROOT_CAUSE,
                     COUNT(*),
                     SUM(CASE WHEN CMP_OUTCOME IN ('U', 'P')
                              THEN 1 ELSE 0 END),
                     SUM(COALESCE(CMP_REDRESS, 0))
                     FROM COMPLAINT
                     WHERE CMP_CLOSED_DATE BETWEEN :HV-PERIOD-FROM
                                           AND     :HV-PERIOD-TO
                     GROUP BY CMP_ROOT_CAUSE
                     ORDER BY CMP_ROOT_CAUSE
                     FOR FETCH ONLY
           END-EXEC.

      *    Our own sort code, identifying the firm on the header.
           COPY SORTCODE.

      *    The outbound file register entry for each file sent out.
       01 WS-OUTFREG-PGM                 PIC X(8) VALUE 'OUTFREG'.
       01 WS-OUTFREG-PARMS.
           COPY OUTFREG.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  PRM-FILE-STATUS               PIC XX.
       01  OUT-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.

       01  WS-PERIOD-YEAR                PIC 9(4).
       01  WS-PERIOD-MONTH               PIC 9(2).

       01  NUMBER-OF-DETAILS-WRITTEN     PIC 9(8) VALUE 0.
       01  NUMBER-OF-COMPLAINTS-OPENED   PIC 9(8) VALUE 0.
       01  NUMBER-OF-COMPLAINTS-CLOSED   PIC 9(8) VALUE 0.
       01  NUMBER-OPEN-PAST-8-WEEKS      PIC 9(8) VALUE 0.
       01  WS-REDRESS-TOTAL              PIC 9(13)V99 VALUE 0.

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
                      'CMPLRET. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM ESTABLISH-REPORTING-PERIOD.

           OPEN OUTPUT CMPL-OUT-FILE.
           IF OUT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the CMPLRET return file, '
                      ' status=' OUT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           INITIALIZE CMPL-OUT-RECORD.
           MOVE 'H'            TO RET-REC-TYPE.
           MOVE HV-PERIOD-FROM TO RET-HDR-FROM-DATE.
           MOVE HV-PERIOD-TO   TO RET-HDR-TO-DATE.
           MOVE HV-TODAY       TO RET-HDR-PRODUCED-DATE.
           MOVE SORTCODE       TO RET-HDR-SORTCODE.
           PERFORM WRITE-RETURN-RECORD.

           EXEC SQL OPEN
              CATEGORY-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CMPLRET unable to open CATEGORY-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM RETURN-ONE-CATEGORY UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              CATEGORY-CURSOR
           END-EXEC.

           EXEC SQL OPEN
              CAUSE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CMPLRET unable to open CAUSE-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM RETURN-ONE-CAUSE UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              CAUSE-CURSOR
           END-EXEC.

           INITIALIZE CMPL-OUT-RECORD.
           MOVE 'T'                         TO RET-REC-TYPE.
           MOVE NUMBER-OF-DETAILS-WRITTEN   TO RET-TRL-COUNT.
           MOVE NUMBER-OF-COMPLAINTS-OPENED TO RET-TRL-OPENED.
           MOVE NUMBER-OF-COMPLAINTS-CLOSED TO RET-TRL-CLOSED.
           MOVE WS-REDRESS-TOTAL            TO RET-TRL-REDRESS.
           PERFORM WRITE-RETURN-RECORD.

           CLOSE CMPL-OUT-FILE.

           DISPLAY 'CMPLRET reported ' NUMBER-OF-COMPLAINTS-OPENED
                   ' complaint(s) opened and '
                   NUMBER-OF-COMPLAINTS-CLOSED ' closed, '
                   HV-PERIOD-FROM ' to ' HV-PERIOD-TO '.'.

           IF NUMBER-OPEN-PAST-8-WEEKS > 0
              DISPLAY 'CMPLRET ' NUMBER-OPEN-PAST-8-WEEKS
                      ' complaint(s) open at the period end were '
                      'past the eight-week deadline.'
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE 'CMPLRET'                 TO OFR-FILE-NAME.
           MOVE HV-PERIOD-TO              TO OFR-BUSINESS-DATE.
           MOVE NUMBER-OF-DETAILS-WRITTEN TO OFR-RECORD-COUNT.
           MOVE WS-REDRESS-TOTAL          TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    The reporting period: the CMPLPRM from/to dates when the
      *    parameter file is present, otherwise the last complete
      *    half year - January to June when run in the second half,
      *    July to December of last year when run in the first.
      *
       ESTABLISH-REPORTING-PERIOD SECTION.
       ERP010.

           OPEN INPUT CMPL-PARM-FILE.
           IF PRM-FILE-STATUS = '00'
              READ CMPL-PARM-FILE
              IF PRM-FILE-STATUS = '00'
                 AND CMPL-PARM-RECORD NOT = SPACES
                 MOVE CMP-PRM-FROM-DATE TO HV-PERIOD-FROM
                 MOVE CMP-PRM-TO-DATE   TO HV-PERIOD-TO
                 CLOSE CMPL-PARM-FILE
                 GO TO ERP999
              END-IF
              CLOSE CMPL-PARM-FILE
           END-IF.

           DISPLAY 'CMPLPRM not found or empty - defaulting to the '
                   'last complete half year'.

           MOVE HV-TODAY(1:4) TO WS-PERIOD-YEAR.
           MOVE HV-TODAY(6:2) TO WS-PERIOD-MONTH.
           MOVE SPACES TO HV-PERIOD-FROM.
           MOVE SPACES TO HV-PERIOD-TO.

           IF WS-PERIOD-MONTH > 6
              STRING WS-PERIOD-YEAR '-01-01' DELIMITED BY SIZE
                 INTO HV-PERIOD-FROM
              END-STRING
              STRING WS-PERIOD-YEAR '-06-30' DELIMITED BY SIZE
                 INTO HV-PERIOD-TO
              END-STRING
           ELSE
              SUBTRACT 1 FROM WS-PERIOD-YEAR
              STRING WS-PERIOD-YEAR '-07-01' DELIMITED BY SIZE
                 INTO HV-PERIOD-FROM
              END-STRING
              STRING WS-PERIOD-YEAR '-12-31' DELIMITED BY SIZE
                 INTO HV-PERIOD-TO
              END-STRING
           END-IF.

       ERP999.
           EXIT.

       RETURN-ONE-CATEGORY SECTION.
       ROC010.

           EXEC SQL FETCH FROM CATEGORY-CURSOR
              INTO :HV-RET-KEY,
                   :HV-RET-OPENED,
                   :HV-RET-CLOSED,
                   :HV-RET-BY-DAY-3,
                   :HV-RET-IN-8-WEEKS,
                   :HV-RET-UPHELD,
                   :HV-RET-REDRESS,
                   :HV-RET-OPEN-AT-END,
                   :HV-RET-PAST-8-WEEKS
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO ROC999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CMPLRET failure fetching CATEGORY-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           INITIALIZE CMPL-OUT-RECORD.
           MOVE 'D'                 TO RET-REC-TYPE.
           MOVE HV-RET-KEY          TO RET-CATEGORY.
           MOVE HV-RET-OPENED       TO RET-OPENED.
           MOVE HV-RET-CLOSED       TO RET-CLOSED.
           MOVE HV-RET-BY-DAY-3     TO RET-CLOSED-BY-DAY-3.
           MOVE HV-RET-IN-8-WEEKS   TO RET-CLOSED-IN-8-WEEKS.
           MOVE HV-RET-UPHELD       TO RET-UPHELD.
           MOVE HV-RET-REDRESS      TO RET-REDRESS.
           MOVE HV-RET-OPEN-AT-END  TO RET-OPEN-AT-END.
           MOVE HV-RET-PAST-8-WEEKS TO RET-OPEN-PAST-8-WEEKS.
           PERFORM WRITE-RETURN-RECORD.

           ADD 1                   TO NUMBER-OF-DETAILS-WRITTEN.
           ADD HV-RET-OPENED       TO NUMBER-OF-COMPLAINTS-OPENED.
           ADD HV-RET-CLOSED       TO NUMBER-OF-COMPLAINTS-CLOSED.
           ADD HV-RET-PAST-8-WEEKS TO NUMBER-OPEN-PAST-8-WEEKS.
           ADD HV-RET-REDRESS      TO WS-REDRESS-TOTAL.

       ROC999.
           EXIT.

       RETURN-ONE-CAUSE SECTION.
       ROR010.

           EXEC SQL FETCH FROM CAUSE-CURSOR
              INTO :HV-RET-KEY,
                   :HV-RET-CLOSED,
                   :HV-RET-UPHELD,
                   :HV-RET-REDRESS
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO ROR999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CMPLRET failure fetching CAUSE-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           INITIALIZE CMPL-OUT-RECORD.
           MOVE 'R'            TO RET-REC-TYPE.
           MOVE HV-RET-KEY     TO RET-ROOT-CAUSE.
           MOVE HV-RET-CLOSED  TO RET-CAUSE-CLOSED.
           MOVE HV-RET-UPHELD  TO RET-CAUSE-UPHELD.
           MOVE HV-RET-REDRESS TO RET-CAUSE-REDRESS.
           PERFORM WRITE-RETURN-RECORD.

           ADD 1 TO NUMBER-OF-DETAILS-WRITTEN.

       ROR999.
           EXIT.

       WRITE-RETURN-RECORD SECTION.
       WRR010.

           WRITE CMPL-OUT-RECORD.

           IF OUT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the CMPLRET return file, '
                      ' status=' OUT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WRR999.
           EXIT.

      *
      *    Register the outbound file just closed - name, business
      *    date, record count and hash as the caller set them - so
      *    its transmission and acknowledgement can be followed.
      *    A file that cannot be registered is still good to send;
      *    the step ends RC 8 so operations register it by hand.
      *
       REGISTER-OUTBOUND-FILE SECTION.
       ROF010.

           MOVE 'CMPLRET'  TO OFR-PROGRAM.
           CALL WS-OUTFREG-PGM USING WS-OUTFREG-PARMS.

           IF OFR-RETURN-CD NOT = 0
              MOVE OFR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'CMPLRET unable to register outbound file '
                      OFR-FILE-NAME ', SQLCODE=' WS-SQLCODE-DISPLAY
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

       ROF999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
