      *              entry - a new job first falls due immediately, an *
      *              existing one keeps its next-run time so editing   *
      *              its frequency or hold flag does not disturb its   *
      *              cadence.  A new entry given a first due time of   *
      *              day (hh:mm) first falls due at the next such      *
      *              time instead.  A service entry names an online    *
      *              service and the state to switch it to in place of *
      *              a transaction - the nightly batch window is two   *
      *              daily service entries, one closing the service    *
      *              and one reopening it.                             *
      *                                                                *
      * Input: The schedule file SCHDPRM                               *
      *                                                                *
           05 SCH-HOLD-FLAG                 PIC X(1).
           05 SCH-PRED-PROGRAM              PIC X(8).
           05 SCH-PRED-WAIT-MINUTES         PIC 9(5).
           05 SCH-SVC-NAME                  PIC X(8).
           05 SCH-SVC-STATE                 PIC X(1).
           05 SCH-FIRST-DUE-TIME            PIC X(5).

      *****************************************************************
      *** Working storage                                           ***
          10 HV-HOLD-FLAG               PIC X(1).
          10 HV-PRED-PROGRAM            PIC X(8).
          10 HV-PRED-WAIT-MINUTES       PIC S9(9) COMP.
          10 HV-SVC-NAME                PIC X(8).
          10 HV-SVC-STATE               PIC X(1).
          10 HV-FIRST-DUE-TIME          PIC X(8).
          10 HV-FIRST-DUE-TS            PIC X(26).

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.
       MOE010.

           IF SCH-ENTRY-ID = SPACES
              OR (SCH-TRANID = SPACES AND SCH-SVC-NAME = SPACES)
              OR SCH-FREQ-MINUTES = 0
              DISPLAY 'SCHDLOAD invalid schedule record for entry '
                      SCH-ENTRY-ID ' - record skipped'
              GO TO MOE999
           END-IF.

      *
      *    A service entry switches a service instead of starting a
      *    transaction, so it carries no transaction of its own.
      *
           IF SCH-SVC-NAME NOT = SPACES
              AND SCH-SVC-STATE NOT = 'A'
              AND SCH-SVC-STATE NOT = 'R'
              AND SCH-SVC-STATE NOT = 'U'
              DISPLAY 'SCHDLOAD service entry ' SCH-ENTRY-ID
                      ' state must be A, R or U - record skipped'
              ADD 1 TO NUMBER-OF-ENTRIES-REJECTED
              GO TO MOE999
           END-IF.

           IF SCH-SVC-NAME NOT = SPACES
              MOVE SPACES TO SCH-TRANID
           ELSE
              MOVE SPACES TO SCH-SVC-STATE
           END-IF.

           MOVE SCH-ENTRY-ID     TO HV-ENTRY-ID.
           MOVE SCH-TRANID       TO HV-TRANID.
           MOVE SCH-PROGRAM      TO HV-PROGRAM.
           END-IF.
           MOVE SCH-PRED-PROGRAM      TO HV-PRED-PROGRAM.
           MOVE SCH-PRED-WAIT-MINUTES TO HV-PRED-WAIT-MINUTES.
           MOVE SCH-SVC-NAME          TO HV-SVC-NAME.
           MOVE SCH-SVC-STATE         TO HV-SVC-STATE.

           EXEC SQL
                UPDATE BATCH_SCHEDULE
                       FREQ_MINUTES  = :HV-FREQ-MINUTES,
                       HOLD_FLAG     = :HV-HOLD-FLAG,
                       PRED_PROGRAM  = :HV-PRED-PROGRAM,
                       PRED_WAIT_MINUTES = :HV-PRED-WAIT-MINUTES,
                       SVC_NAME      = :HV-SVC-NAME,
                       SVC_STATE     = :HV-SVC-STATE
                WHERE  ENTRY_ID = :HV-ENTRY-ID
           END-EXEC.

              GO TO MOE999
           END-IF.

           PERFORM FIND-FIRST-DUE.

           IF HV-FIRST-DUE-TS = SPACES
              DISPLAY 'SCHDLOAD first due time ' SCH-FIRST-DUE-TIME
                      ' for entry ' SCH-ENTRY-ID
                      ' is not a valid hh:mm - record skipped'
              ADD 1 TO NUMBER-OF-ENTRIES-REJECTED
              GO TO MOE999
           END-IF.

           EXEC SQL
                INSERT INTO BATCH_SCHEDULE
                (
                  NEXT_RUN_TS   ,
                  HOLD_FLAG     ,
                  PRED_PROGRAM  ,
                  PRED_WAIT_MINUTES ,
                  SVC_NAME      ,
                  SVC_STATE
                )
                VALUES
                (
                  :HV-TRANID        ,
                  :HV-PROGRAM       ,
                  :HV-FREQ-MINUTES  ,
                  TIMESTAMP(:HV-FIRST-DUE-TS) ,
                  :HV-HOLD-FLAG     ,
                  :HV-PRED-PROGRAM  ,
                  :HV-PRED-WAIT-MINUTES ,
                  :HV-SVC-NAME      ,
                  :HV-SVC-STATE
                )
           END-EXEC.

       MOE999.
           EXIT.

      *
      *    When a new entry first falls due: now, or at the next
      *    occurrence of its first due time of day.  Spaces back in
      *    HV-FIRST-DUE-TS mean the time given was not a valid one.
      *
       FIND-FIRST-DUE SECTION.
       FFD010.

           MOVE SPACES TO HV-FIRST-DUE-TS.

           IF SCH-FIRST-DUE-TIME = SPACES
              EXEC SQL
                 SELECT CHAR(CURRENT TIMESTAMP)
                 INTO   :HV-FIRST-DUE-TS
                 FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              GO TO FFD999
           END-IF.

           STRING SCH-FIRST-DUE-TIME ':00'
                  DELIMITED BY SIZE INTO HV-FIRST-DUE-TIME.

           EXEC SQL
              SELECT CHAR(CASE
                     WHEN TIMESTAMP(CURRENT DATE,
                                    TIME(:HV-FIRST-DUE-TIME))
                          > CURRENT TIMESTAMP
                     THEN TIMESTAMP(CURRENT DATE,
                                    TIME(:HV-FIRST-DUE-TIME))
                     ELSE TIMESTAMP(CURRENT DATE,
                                    TIME(:HV-FIRST-DUE-TIME)) + 1 DAY
                     END)
              INTO   :HV-FIRST-DUE-TS
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO HV-FIRST-DUE-TS
           END-IF.

       FFD999.
           EXIT.

      *
      * Finish
      *
