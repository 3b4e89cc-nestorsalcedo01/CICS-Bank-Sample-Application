      *              reproduced line for line is flagged on the       *
      *              output and the run ends RC 4 rather than         *
      *              passing off a different statement as the         *
      *              original.  An annual statement of fees is        *
      *              reprinted the same way: its year's history is    *
      *              totalled by service through the FEESVC table     *
      *              FEESTMT used, and proven against its index row.  *
      *              An electronic statement is reprinted as a print  *
      *              copy over its own period.                        *
      *                                                                *
      * Input:  The reprint request file STMTRQST                      *
      * Output: The reprinted statement file STMTRPR                   *
           05 STMT-TRAN-AMOUNT              PIC -(9)9.99.
           05 STMT-TRAN-COUNT               PIC 9(6).
           05 STMT-BALANCE                  PIC -(9)9.99.
           05 STMT-CURRENCY-CD              PIC X(3).

      *****************************************************************
      *** Working storage                                           ***
          03 HV-STIX-CLOSING-BAL           PIC S9(10)V99 COMP-3.
          03 HV-STIX-TRAN-COUNT            PIC S9(9) COMP.
          03 HV-STIX-PERIOD-TOTAL          PIC S9(10)V99 COMP-3.
          03 HV-STIX-CURRENCY-CD           PIC X(3).
          03 HV-STIX-STMT-KIND             PIC X(1).

       01 HV-PERIOD-FROM-DATE              PIC X(10).

       01  WS-TRAN-COUNT                 PIC 9(6).
       01  WS-REPRINT-PROVEN             PIC X VALUE 'Y'.

      *    A fee statement's services, and its fees by service - the
      *    same subscript as the service table.
       01  WS-FEE-SERVICES.
           COPY FEESVC.
       01  WS-FEE-TOTALS.
           05 WS-FEE-TOTAL-ENTRY         OCCURS 7 TIMES.
              10 WS-FEE-SVC-AMOUNT       PIC S9(10)V99 COMP-3.
              10 WS-FEE-SVC-COUNT        PIC 9(6).
       01  WS-SVC-SUB                    PIC 9(2).

       01  NUMBER-OF-REQUESTS-READ       PIC 9(8) VALUE 0.
       01  NUMBER-OF-REPRINTS-PRODUCED   PIC 9(8) VALUE 0.
       01  NUMBER-OF-REPRINTS-FLAGGED    PIC 9(8) VALUE 0.
                       STIX_OPENING_BALANCE,
                       STIX_CLOSING_BALANCE,
                       STIX_TRAN_COUNT,
                       STIX_PERIOD_TOTAL,
                       COALESCE(STIX_CURRENCY_CD, 'GBP'),
                       COALESCE(STIX_STMT_KIND, 'P')
                INTO   :HV-STIX-CUSTOMER,
                       :HV-STIX-PERIOD-FROM,
                       :HV-STIX-PERIOD-TO,
                       :HV-STIX-OPENING-BAL,
                       :HV-STIX-CLOSING-BAL,
                       :HV-STIX-TRAN-COUNT,
                       :HV-STIX-PERIOD-TOTAL,
                       :HV-STIX-CURRENCY-CD,
                       :HV-STIX-STMT-KIND
                FROM   STMT_INDEX
                WHERE  STIX_SORTCODE = :HV-STIX-SORTCODE
                AND    STIX_NUMBER   = :HV-STIX-NUMBER
           MOVE HV-STIX-PERIOD-FROM  TO STMT-PERIOD-FROM.
           MOVE HV-STIX-PERIOD-TO    TO STMT-PERIOD-TO.
           MOVE HV-STIX-OPENING-BAL  TO STMT-BALANCE.
           MOVE HV-STIX-CURRENCY-CD  TO STMT-CURRENCY-CD.
           IF HV-STIX-STMT-KIND = 'F'
              MOVE 'ANNUAL STATEMENT OF FEES' TO STMT-TRAN-DESC
           END-IF.
           IF HV-STIX-STMT-KIND = 'E'
              MOVE 'ELECTRONIC STATEMENT' TO STMT-TRAN-DESC
           END-IF.
           PERFORM WRITE-STMT-RECORD.

           IF HV-STIX-STMT-KIND = 'F'
              PERFORM REGENERATE-FEE-LINES
           ELSE
              PERFORM REGENERATE-DETAIL-LINES
           END-IF.

      *
      *    The summary, from the rebuilt figures, then the proof.
      *
      *    The activity lines, from PROHIST over the original
      *    period - the same day-after-the-last-statement start
      *    STMTGEN derived, or an electronic statement's own first
      *    day - carrying the running balance down from the index's
      *    opening balance.
      *
       REGENERATE-DETAIL-LINES SECTION.
       RDL010.
           END-EXEC.

           IF SQLCODE NOT = 0
              OR HV-STIX-STMT-KIND = 'E'
              MOVE HV-STIX-PERIOD-FROM TO HV-PERIOD-FROM-DATE
           END-IF.

       RDL999.
           EXIT.

      *
      *    A fee statement's lines: the index's year through
      *    PROHIST, from its first day - a fee statement's period
      *    is the calendar year itself - with every debit the
      *    service table recognises totalled by service, one line
      *    per service charged, as FEESTMT wrote them.
      *
       REGENERATE-FEE-LINES SECTION.
       RFL010.

           MOVE 'Y' TO WS-REPRINT-PROVEN.
           MOVE HV-STIX-OPENING-BAL TO WS-RUNNING-BALANCE.
           MOVE 0 TO WS-PERIOD-TOTAL.
           MOVE 0 TO WS-TRAN-COUNT.
           INITIALIZE WS-FEE-TOTALS.

           INITIALIZE WS-PROHIST-PARMS.
           MOVE 'S'                 TO PH-REQUEST.
           MOVE HV-STIX-SORTCODE    TO PH-SORTCODE.
           MOVE HV-STIX-NUMBER      TO PH-NUMBER.
           MOVE HV-STIX-PERIOD-FROM TO PH-FROM-DATE.
           MOVE HV-STIX-PERIOD-TO   TO PH-TO-DATE.

           CALL WS-PROHIST-PGM USING WS-PROHIST-PARMS.

           IF PH-RETURN-CD NOT = 0 AND PH-RETURN-CD NOT = 4
              DISPLAY 'STMTRPR unable to open history for ACCOUNT '
                 HV-STIX-SORTCODE '/' HV-STIX-NUMBER
                 ' PROHIST code=' PH-RETURN-CD
              MOVE 'N' TO WS-REPRINT-PROVEN
              GO TO RFL999
           END-IF.

           IF PH-RETURN-CD = 4
              MOVE 'N' TO WS-REPRINT-PROVEN
           END-IF.

           MOVE 'N' TO PH-EOF-FLAG.
           PERFORM CLASSIFY-FEE-ENTRY UNTIL PH-EOF-FLAG = 'Y'.

           MOVE 'C' TO PH-REQUEST.
           CALL WS-PROHIST-PGM USING WS-PROHIST-PARMS.

           PERFORM WRITE-FEE-SERVICE-LINE
              VARYING WS-SVC-SUB FROM 1 BY 1
              UNTIL WS-SVC-SUB > FEE-SERVICE-COUNT.

       RFL999.
           EXIT.

       CLASSIFY-FEE-ENTRY SECTION.
       CFE010.

           MOVE 'N' TO PH-REQUEST.
           CALL WS-PROHIST-PGM USING WS-PROHIST-PARMS.

           IF PH-RETURN-CD NOT = 0 AND PH-RETURN-CD NOT = 4
              MOVE 'Y' TO PH-EOF-FLAG
              MOVE 'N' TO WS-REPRINT-PROVEN
              GO TO CFE999
           END-IF.

           IF PH-EOF-FLAG = 'Y'
              OR PH-ROW-AMOUNT NOT < 0
              GO TO CFE999
           END-IF.

           SET FSV-IDX TO 1.
           SEARCH FEE-SERVICE-ENTRY
              AT END
                 GO TO CFE999
              WHEN FSV-PROCTRAN-TYPE(FSV-IDX) = PH-ROW-TYPE
                 AND (FSV-DESC-KEY(FSV-IDX) = SPACES
                      OR FSV-DESC-KEY(FSV-IDX) = PH-ROW-DESC(1:24))
                 SET WS-SVC-SUB TO FSV-IDX
           END-SEARCH.

           SUBTRACT PH-ROW-AMOUNT FROM WS-FEE-SVC-AMOUNT(WS-SVC-SUB).
           ADD 1 TO WS-FEE-SVC-COUNT(WS-SVC-SUB).
           ADD 1 TO WS-TRAN-COUNT.

       CFE999.
           EXIT.

       WRITE-FEE-SERVICE-LINE SECTION.
       WFS010.

           IF WS-FEE-SVC-COUNT(WS-SVC-SUB) = 0
              GO TO WFS999
           END-IF.

           ADD WS-FEE-SVC-AMOUNT(WS-SVC-SUB) TO WS-RUNNING-BALANCE.
           ADD WS-FEE-SVC-AMOUNT(WS-SVC-SUB) TO WS-PERIOD-TOTAL.

           INITIALIZE STMT-RECORD-STRUCTURE.
           MOVE 'D'                    TO STMT-REC-TYPE.
           MOVE HV-STIX-SORTCODE       TO STMT-SORTCODE.
           MOVE HV-STIX-NUMBER         TO STMT-ACCOUNT-NUMBER.
           MOVE FSV-PROCTRAN-TYPE(WS-SVC-SUB) TO STMT-TRAN-TYPE.
           MOVE FSV-SERVICE-NAME(WS-SVC-SUB)  TO STMT-TRAN-DESC.
           MOVE WS-FEE-SVC-AMOUNT(WS-SVC-SUB) TO STMT-TRAN-AMOUNT.
           MOVE WS-FEE-SVC-COUNT(WS-SVC-SUB)  TO STMT-TRAN-COUNT.
           MOVE WS-RUNNING-BALANCE     TO STMT-BALANCE.
           PERFORM WRITE-STMT-RECORD.

       WFS999.
           EXIT.

       WRITE-STMT-RECORD SECTION.
       WSR010.

