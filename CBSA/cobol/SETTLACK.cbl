      *                                                                *
      *                                                                *
      * Description: Companion inbound step to SETTLEX.  Reads the     *
      *              clearing schemes' acknowledgement files (one      *
      *              scheme reference per record, the END_TO_END_ID    *
      *              SETTLEX sent out) and flags any settled payment   *
      *              from the extract day that the scheme did not      *
      *              acknowledge, writing mismatches to the report     *
      *              the payments desk works each morning.  Each       *
      *              scheme acknowledges only the file SETTLEX sent    *
      *              it, so each acknowledgement file is matched only  *
      *              against the payments routed to that scheme        *
      *              (CONSENT PAY_SCHEME, no scheme being Faster       *
      *              Payments as SETTLEX treats it) and a mismatch     *
      *              names the settlement file the payment went out    *
      *              on.                                               *
      *                                                                *
      * Input:  The Faster Payments acknowledgement file SETTLACK      *
      *         The CHAPS acknowledgement file CHAPSACK                *
      *         The Bacs acknowledgement file BACSACK                  *
      * Output: The populated report file SETTLRPT                     *
      *                                                                *
      ******************************************************************
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ACK-FILE-STATUS.

           SELECT CHAPS-ACK-FILE
                  ASSIGN TO CHAPSACK
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ACK-FILE-STATUS.

           SELECT BACS-ACK-FILE
                  ASSIGN TO BACSACK
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ACK-FILE-STATUS.

           SELECT ACK-RPT-FILE
                  ASSIGN TO SETTLRPT
                  ORGANIZATION IS SEQUENTIAL
       01  ACK-RECORD.
           05 ACK-SCHEME-REF              PIC X(12).

       FD  CHAPS-ACK-FILE.
       01  CHAPS-ACK-RECORD               PIC X(12).

       FD  BACS-ACK-FILE.
       01  BACS-ACK-RECORD                PIC X(12).

       FD  ACK-RPT-FILE.
       01  ACK-RPT-RECORD.
           05 RPT-SCHEME-REF                PIC X(12).
          COPY PAYSTAT.

       01 HV-SETTLED-STATUS                 PIC X(4).
       01 HV-ACK-SCHEME                     PIC X(4).

      * CONSENT host variables needed for the matching pass
       01 HOST-CONSENT-ROW.
          10 HV-CONSENT-AMOUNT          PIC S9(10)V99 COMP-3.

      * Declare the CURSOR for the extract day's settled payments
      * routed to one scheme.  International payments go to the
      * correspondent bank on INTLOUT, not to the scheme, so the
      * scheme never acks them.
           EXEC SQL DECLARE ACK-CON-CURSOR CURSOR FOR
              SELECT CONSENT_ID,
                     END_TO_END_ID,
                     FROM CONSENT
                     WHERE DOMESTIC_PAY_STATUS = :HV-SETTLED-STATUS
                     AND   DATE(LAST_UPDATE_TS) = CURRENT DATE
                     AND   COALESCE(PAYMENT_SCOPE, 'D') <> 'X'
                     AND   COALESCE(PAY_SCHEME, 'FPS ') = :HV-ACK-SCHEME
                     ORDER BY END_TO_END_ID
                     FOR FETCH ONLY
           END-EXEC.

       01  WS-ACK-FOUND                  PIC X VALUE 'N'.

      *  The schemes acknowledged, each with the settlement file
      *  SETTLEX wrote for it - the order of SETTLEX's own split.
       01  WS-ACK-SCHEME-DATA.
           05 FILLER                     PIC X(12) VALUE 'FPS SETTLOUT'.
           05 FILLER                     PIC X(12) VALUE 'CHPSCHAPSOUT'.
           05 FILLER                     PIC X(12) VALUE 'BACSBACSOUT '.
       01  WS-ACK-SCHEME-TABLE REDEFINES WS-ACK-SCHEME-DATA.
           05 WS-ACK-SCHEME-ENTRY        OCCURS 3 TIMES.
              10 WS-ACK-SCHEME-CD        PIC X(4).
              10 WS-ACK-SETTLE-FILE      PIC X(8).
       01  WS-ACK-SUB                    PIC 9(1).
       01  WS-ACK-SCHEME-COUNT           PIC 9(1) VALUE 3.
       01  WS-MISMATCH-REASON            PIC X(45).

       01  NUMBER-OF-ACKS-READ           PIC 9(8) VALUE 0.
       01  NUMBER-OF-PAYMENTS-CHECKED    PIC 9(8) VALUE 0.
       01  NUMBER-OF-PAYMENTS-UNACKED    PIC 9(8) VALUE 0.
           MOVE PYST-ACCEPTED-SETTLEMENT-COMPLETED
                                        TO HV-SETTLED-STATUS.

           OPEN OUTPUT ACK-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the SETTLACK report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM CHECK-ONE-SCHEME
              VARYING WS-ACK-SUB FROM 1 BY 1
              UNTIL WS-ACK-SUB > WS-ACK-SCHEME-COUNT.

           CLOSE ACK-RPT-FILE.

           DISPLAY 'SETTLACK read ' NUMBER-OF-ACKS-READ
                   ' acknowledgement(s), checked '
                   NUMBER-OF-PAYMENTS-CHECKED
                   ' settled payment(s), '
                   NUMBER-OF-PAYMENTS-UNACKED ' unacknowledged.'.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    One scheme's pass: its acknowledgement file against the
      *    payments routed to it.
      *
       CHECK-ONE-SCHEME SECTION.
       COS010.

           MOVE WS-ACK-SCHEME-CD (WS-ACK-SUB) TO HV-ACK-SCHEME.

           MOVE SPACES TO WS-MISMATCH-REASON.
           STRING 'SETTLED PAYMENT NOT ACKNOWLEDGED - '
                     DELIMITED BY SIZE,
                  WS-ACK-SETTLE-FILE (WS-ACK-SUB)
                     DELIMITED BY SPACE
                  INTO WS-MISMATCH-REASON
           END-STRING.

           PERFORM LOAD-ACK-FILE.

           EXEC SQL OPEN
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM MATCH-SETTLED-PAYMENTS.

           EXEC SQL CLOSE
                ACK-CON-CURSOR
           END-EXEC.

       COS999.
           EXIT.

       LOAD-ACK-FILE SECTION.
       LAF010.

           MOVE 0   TO WS-ACK-COUNT.
           MOVE 'N' TO WS-EOF.

           EVALUATE WS-ACK-SUB
              WHEN 1
                 OPEN INPUT ACK-FILE
              WHEN 2
                 OPEN INPUT CHAPS-ACK-FILE
              WHEN OTHER
                 OPEN INPUT BACS-ACK-FILE
           END-EVALUATE.

           IF ACK-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the ' HV-ACK-SCHEME
                      ' ack file, status=' ACK-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM READ-ONE-ACK UNTIL WS-EOF = 'Y'.

           EVALUATE WS-ACK-SUB
              WHEN 1
                 CLOSE ACK-FILE
              WHEN 2
                 CLOSE CHAPS-ACK-FILE
              WHEN OTHER
                 CLOSE BACS-ACK-FILE
           END-EVALUATE.

       LAF999.
           EXIT.

       READ-ONE-ACK SECTION.
       ROK010.

           EVALUATE WS-ACK-SUB
              WHEN 1
                 READ ACK-FILE
              WHEN 2
                 READ CHAPS-ACK-FILE INTO ACK-RECORD
              WHEN OTHER
                 READ BACS-ACK-FILE INTO ACK-RECORD
           END-EVALUATE.

           IF ACK-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
              GO TO ROK999
           END-IF.

           IF ACK-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error reading the ' HV-ACK-SCHEME
                      ' ack file, status=' ACK-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-ACKS-READ.
           IF WS-ACK-COUNT >= 10000
              DISPLAY 'SETTLACK ' HV-ACK-SCHEME ' ack file holds '
                      'more than 10000 references - run stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.
           ADD 1 TO WS-ACK-COUNT.
           SET WS-ACK-IDX TO WS-ACK-COUNT.
           MOVE ACK-SCHEME-REF
              TO WS-ACK-REF-ENTRY (WS-ACK-IDX).

       ROK999.
           EXIT.

       MATCH-SETTLED-PAYMENTS SECTION.
       MSP010.

              MOVE HV-END-TO-END-ID   TO RPT-SCHEME-REF
              MOVE HV-CONSENT-ID      TO RPT-CONSENT-ID
              MOVE HV-CONSENT-AMOUNT  TO RPT-AMOUNT
              MOVE WS-MISMATCH-REASON TO RPT-MISMATCH-REASON
              MOVE 'C'              TO HV-ALRT-SEVERITY
              MOVE HV-END-TO-END-ID TO HV-ALRT-KEY
              MOVE WS-MISMATCH-REASON TO HV-ALRT-TEXT
              PERFORM RAISE-OPS-ALERT
              WRITE ACK-RPT-RECORD
              IF RPT-FILE-STATUS NOT EQUAL '00'
