           EXEC SQL
              INCLUDE CONSTDB2
           END-EXEC.
           EXEC SQL
              INCLUDE ACCJDB2
           END-EXEC.
           EXEC SQL
              INCLUDE CMQDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
                     WHERE DATE(AUD_TS) < :HV-CUTOFF-DATE
                     FOR FETCH ONLY
           END-EXEC.
      * Archive cursor for ACCOUNT_JOURNAL
           EXEC SQL DECLARE AJN-ARCH-CURSOR CURSOR FOR
              SELECT AJN_SORTCODE CONCAT '/' CONCAT AJN_NUMBER
                        CONCAT ' ' CONCAT RTRIM(AJN_COLUMN)
                        CONCAT ' ' CONCAT RTRIM(AJN_OLD_VALUE)
                        CONCAT '>' CONCAT RTRIM(AJN_NEW_VALUE)
                        CONCAT ' ' CONCAT CHAR(DATE(AJN_TS))
                     FROM ACCOUNT_JOURNAL
                     WHERE DATE(AJN_TS) < :HV-CUTOFF-DATE
                     FOR FETCH ONLY
           END-EXEC.
      * Archive cursor for COMMS_QUEUE
           EXEC SQL DECLARE CMQ-ARCH-CURSOR CURSOR FOR
              SELECT CMQ_MSG_TYPE CONCAT ' ' CONCAT CMQ_CUSTOMER
                        CONCAT ' ' CONCAT CMQ_SORTCODE
                        CONCAT '/' CONCAT CMQ_NUMBER
                        CONCAT ' ' CONCAT CMQ_STATUS
                        CONCAT CMQ_CHANNEL
                        CONCAT ' ' CONCAT RTRIM(CMQ_REFERENCE)
                        CONCAT ' ' CONCAT CHAR(DATE(CMQ_RAISED_TS))
                     FROM COMMS_QUEUE
                     WHERE DATE(CMQ_RAISED_TS) < :HV-CUTOFF-DATE
                     AND   CMQ_STATUS <> 'N'
                     FOR FETCH ONLY
           END-EXEC.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.
                 PERFORM HOUSEKEEP-OAL
              WHEN 'OPS_AUDIT'
                 PERFORM HOUSEKEEP-OAU
              WHEN 'ACCOUNT_JOURNAL'
                 PERFORM HOUSEKEEP-AJN
              WHEN 'COMMS_QUEUE'
                 PERFORM HOUSEKEEP-CMQ
              WHEN 'IDEMPOTENCY_KEYS'
                 PERFORM CLEAR-SPENT-IDEMP-KEYS
              WHEN OTHER
       AOAU999.
           EXIT.

       HOUSEKEEP-AJN SECTION.
       HAJN010.

           IF HV-RETN-MODE = 'A'
              PERFORM ARCHIVE-AJN-ROWS
           END-IF.

           EXEC SQL
                DELETE FROM ACCOUNT_JOURNAL
                WHERE DATE(AJN_TS) < :HV-CUTOFF-DATE
           END-EXEC.

           IF SQLCODE = 0
              MOVE SQLERRD(3) TO HV-REMOVED-COUNT
              ADD 1 TO NUMBER-OF-TABLES-KEPT
           ELSE
              IF SQLCODE = 100
                 MOVE 0 TO HV-REMOVED-COUNT
                 ADD 1 TO NUMBER-OF-TABLES-KEPT
              ELSE
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'HSKPBAT unable to housekeep ACCOUNT_JOURNAL'
                         ', SQLCODE=' WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           END-IF.

       HAJN999.
           EXIT.

       ARCHIVE-AJN-ROWS SECTION.
       AAJN010.

           MOVE 'N' TO WS-ARCH-EOF.

           EXEC SQL OPEN
              AJN-ARCH-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'HSKPBAT unable to open the archive cursor '
                      'for ACCOUNT_JOURNAL, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM ARCHIVE-ONE-AJN-ROW UNTIL WS-ARCH-EOF = 'Y'.

           EXEC SQL CLOSE
              AJN-ARCH-CURSOR
           END-EXEC.

       AAJN999.
           EXIT.

       ARCHIVE-ONE-AJN-ROW SECTION.
       AOAJ010.

           EXEC SQL FETCH FROM AJN-ARCH-CURSOR
              INTO :HV-ARCHIVE-LINE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-ARCH-EOF
              GO TO AOAJ999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'HSKPBAT archive fetch failed for '
                      'ACCOUNT_JOURNAL, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM WRITE-ARCHIVE-LINE.

       AOAJ999.
           EXIT.

      *
      *    Customer notices go once routed - sent, opted out or
      *    suppressed.  A notice still waiting for COMMRTE is never
      *    aged out, however old.
      *
       HOUSEKEEP-CMQ SECTION.
       HCMQ010.

           IF HV-RETN-MODE = 'A'
              PERFORM ARCHIVE-CMQ-ROWS
           END-IF.

           EXEC SQL
                DELETE FROM COMMS_QUEUE
                WHERE DATE(CMQ_RAISED_TS) < :HV-CUTOFF-DATE
                AND   CMQ_STATUS <> 'N'
           END-EXEC.

           IF SQLCODE = 0
              MOVE SQLERRD(3) TO HV-REMOVED-COUNT
              ADD 1 TO NUMBER-OF-TABLES-KEPT
           ELSE
              IF SQLCODE = 100
                 MOVE 0 TO HV-REMOVED-COUNT
                 ADD 1 TO NUMBER-OF-TABLES-KEPT
              ELSE
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'HSKPBAT unable to housekeep COMMS_QUEUE'
                         ', SQLCODE=' WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           END-IF.

       HCMQ999.
           EXIT.

       ARCHIVE-CMQ-ROWS SECTION.
       ACMQ010.

           MOVE 'N' TO WS-ARCH-EOF.

           EXEC SQL OPEN
              CMQ-ARCH-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'HSKPBAT unable to open the archive cursor '
                      'for COMMS_QUEUE, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM ARCHIVE-ONE-CMQ-ROW UNTIL WS-ARCH-EOF = 'Y'.

           EXEC SQL CLOSE
              CMQ-ARCH-CURSOR
           END-EXEC.

       ACMQ999.
           EXIT.

       ARCHIVE-ONE-CMQ-ROW SECTION.
       AOCQ010.

           EXEC SQL FETCH FROM CMQ-ARCH-CURSOR
              INTO :HV-ARCHIVE-LINE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-ARCH-EOF
              GO TO AOCQ999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'HSKPBAT archive fetch failed for '
                      'COMMS_QUEUE, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM WRITE-ARCHIVE-LINE.

       AOCQ999.
           EXIT.

      *
      *    Spent idempotency keys: a key on a consent whose payment
      *    reached a terminal state long ago can never answer a
