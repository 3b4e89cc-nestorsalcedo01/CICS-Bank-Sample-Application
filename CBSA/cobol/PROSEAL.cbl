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
      * Title: PROSEAL                                                 *
      *                                                                *
      *                                                                *
      * Description: Nightly PROCTRAN ledger sealing.  Every posting   *
      *              date that is over and not yet sealed - from the   *
      *              day after the last seal, or from the oldest live  *
      *              posting the first time - has its PROCTRAN rows    *
      *              hashed in key order through PROSHSH, chained on   *
      *              from the previous day's seal, and the seal stored *
      *              on PROCTRAN_SEAL with the day's row count and     *
      *              signed total.  A day with no postings is sealed   *
      *              all the same, so the chain has no gaps.  Each day *
      *              is committed as it is sealed; a rerun carries on  *
      *              from the last one.  Runs after the day's posting  *
      *              batches and before PROARCH.                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROSEAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.

       DATA DIVISION.
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

      * Get the PROCTRAN_SEAL DB2 copybook
           EXEC SQL
              INCLUDE PSELDB2
           END-EXEC.

      *    Declare the PROCTRAN table, matching the 9-byte account
      *    number and DATE/TIME column types PROLOAD/PROARCH already
      *    use against the current schema.
           EXEC SQL DECLARE PROCTRAN TABLE
              (
               PROCTRAN_EYECATCHER             CHAR(4),
               PROCTRAN_SORTCODE               CHAR(6) NOT NULL,
               PROCTRAN_NUMBER                 CHAR(9) NOT NULL,
               PROCTRAN_DATE                   DATE,
               PROCTRAN_TIME                   CHAR(6),
               PROCTRAN_REF                    CHAR(12),
               PROCTRAN_TYPE                   CHAR(3),
               PROCTRAN_DESC                   CHAR(40),
               PROCTRAN_AMOUNT                 DECIMAL(12, 2),
               PROCTRAN_CONSENT_ID             INTEGER NOT NULL,
               PROCTRAN_COUNTER_ACC_NO         CHAR(9)
              )
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * PROCTRAN_SEAL host variables for DB2
       01 HOST-SEAL-ROW.
          03 HV-SEAL-DATE               PIC X(10).
          03 HV-SEAL-ROW-COUNT          PIC S9(9) COMP.
          03 HV-SEAL-AMOUNT             PIC S9(13)V99 COMP-3.
          03 HV-SEAL-PREV-HASH          PIC X(20).
          03 HV-SEAL-HASH               PIC X(20).

       01 HV-LAST-SEAL-DATE             PIC X(10).
       01 HV-LAST-SEAL-IND              PIC S9(4) COMP.
       01 HV-TODAY                      PIC X(10).

      *    The first seal of all is chained on from zeros.
       01 WS-FIRST-PREV-HASH            PIC X(20) VALUE ALL '0'.

      * Declare the CURSOR over one day's rows in key order - the
      * order PROSVFY walks them in too.
           EXEC SQL DECLARE DAY-CURSOR CURSOR FOR
              SELECT COALESCE(PROCTRAN_EYECATCHER, ' '),
                     PROCTRAN_SORTCODE,
                     PROCTRAN_NUMBER,
                     CHAR(PROCTRAN_DATE, ISO),
                     COALESCE(PROCTRAN_TIME, ' '),
                     COALESCE(PROCTRAN_REF, ' '),
                     COALESCE(PROCTRAN_TYPE, ' '),
                     COALESCE(PROCTRAN_DESC, ' '),
                     COALESCE(PROCTRAN_AMOUNT, 0),
                     PROCTRAN_CONSENT_ID,
                     COALESCE(PROCTRAN_COUNTER_ACC_NO, ' ')
                     FROM PROCTRAN
                     WHERE PROCTRAN_DATE = DATE(:HV-SEAL-DATE)
                     ORDER BY 2, 3, 5, 6, 7, 9, 8, 10, 11, 1
                     FOR FETCH ONLY
           END-EXEC.

       01 WS-PROSHSH-PGM                PIC X(8) VALUE 'PROSHSH'.
       01 WS-PROSHSH-PARMS.
           COPY PROSHSH.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  WS-DAY-EOF                   PIC X VALUE 'N'.

       01  NUMBER-OF-DAYS-SEALED        PIC 9(8) VALUE 0.
       01  NUMBER-OF-ROWS-SEALED        PIC 9(9) VALUE 0.

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
                SELECT CHAR(CURRENT DATE, ISO)
                INTO   :HV-TODAY
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PROSEAL unable to read the date, SQLCODE='
                      WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM FIND-FIRST-UNSEALED-DAY.

           IF HV-SEAL-DATE = SPACES
              DISPLAY 'PROSEAL found no postings to seal.'
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM SEAL-ONE-DAY UNTIL HV-SEAL-DATE NOT < HV-TODAY.

           DISPLAY 'PROSEAL sealed ' NUMBER-OF-DAYS-SEALED
                   ' day(s) holding ' NUMBER-OF-ROWS-SEALED
                   ' PROCTRAN row(s); last seal '
                   HV-SEAL-PREV-HASH '.'.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    The day after the last seal, chained on from it; with no
      *    seal yet, the oldest day still live in PROCTRAN, chained
      *    on from zeros.  Spaces when there is nothing at all.
      *
       FIND-FIRST-UNSEALED-DAY SECTION.
       FFU010.

           MOVE SPACES TO HV-SEAL-DATE.

           EXEC SQL
                SELECT CHAR(MAX(SEAL_DATE), ISO)
                INTO   :HV-LAST-SEAL-DATE :HV-LAST-SEAL-IND
                FROM   PROCTRAN_SEAL
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PROSEAL unable to read PROCTRAN_SEAL, SQLCODE='
                      WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           IF HV-LAST-SEAL-IND < 0
              MOVE WS-FIRST-PREV-HASH TO HV-SEAL-PREV-HASH
              EXEC SQL
                   SELECT CHAR(MIN(PROCTRAN_DATE), ISO)
                   INTO   :HV-SEAL-DATE :HV-LAST-SEAL-IND
                   FROM   PROCTRAN
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'PROSEAL unable to read PROCTRAN, SQLCODE='
                         WS-SQLCODE-DISPLAY
                 PERFORM ABANDON-RUN
              END-IF
              IF HV-LAST-SEAL-IND < 0
                 MOVE SPACES TO HV-SEAL-DATE
              END-IF
              GO TO FFU999
           END-IF.

           EXEC SQL
                SELECT SEAL_HASH,
                       CHAR(SEAL_DATE + 1 DAY, ISO)
                INTO   :HV-SEAL-PREV-HASH,
                       :HV-SEAL-DATE
                FROM   PROCTRAN_SEAL
                WHERE  SEAL_DATE = DATE(:HV-LAST-SEAL-DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PROSEAL unable to read the last seal, SQLCODE='
                      WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

       FFU999.
           EXIT.

      *
      *    One day: hash its rows, store the seal, commit, and move
      *    on to the next day chained from this one.
      *
       SEAL-ONE-DAY SECTION.
       SOD010.

           MOVE 'S'               TO SLH-REQUEST.
           MOVE HV-SEAL-PREV-HASH TO SLH-PREV-SEAL.
           CALL WS-PROSHSH-PGM USING WS-PROSHSH-PARMS.

           EXEC SQL OPEN
              DAY-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PROSEAL unable to open DAY-CURSOR for '
                      HV-SEAL-DATE ', SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 'N' TO WS-DAY-EOF.
           PERFORM FOLD-IN-ONE-ROW UNTIL WS-DAY-EOF = 'Y'.

           EXEC SQL CLOSE
              DAY-CURSOR
           END-EXEC.

           MOVE 'F' TO SLH-REQUEST.
           CALL WS-PROSHSH-PGM USING WS-PROSHSH-PARMS.

           MOVE SLH-ROW-COUNT    TO HV-SEAL-ROW-COUNT.
           MOVE SLH-AMOUNT-TOTAL TO HV-SEAL-AMOUNT.
           MOVE SLH-SEAL         TO HV-SEAL-HASH.

           EXEC SQL
                INSERT INTO PROCTRAN_SEAL
                (
                  SEAL_DATE      ,
                  SEAL_ROW_COUNT ,
                  SEAL_AMOUNT    ,
                  SEAL_PREV_HASH ,
                  SEAL_HASH      ,
                  SEAL_TS
                )
                VALUES
                (
                  DATE(:HV-SEAL-DATE) ,
                  :HV-SEAL-ROW-COUNT  ,
                  :HV-SEAL-AMOUNT     ,
                  :HV-SEAL-PREV-HASH  ,
                  :HV-SEAL-HASH       ,
                  CURRENT TIMESTAMP
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PROSEAL unable to store the seal for '
                      HV-SEAL-DATE ', SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           ADD 1                 TO NUMBER-OF-DAYS-SEALED.
           ADD HV-SEAL-ROW-COUNT TO NUMBER-OF-ROWS-SEALED.

           MOVE HV-SEAL-HASH TO HV-SEAL-PREV-HASH.

           EXEC SQL
                SELECT CHAR(DATE(:HV-SEAL-DATE) + 1 DAY, ISO)
                INTO   :HV-SEAL-DATE
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PROSEAL unable to step to the next day, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

       SOD999.
           EXIT.

       FOLD-IN-ONE-ROW SECTION.
       FOR010.

           EXEC SQL FETCH FROM DAY-CURSOR
              INTO :SLH-EYECATCHER,
                   :SLH-SORTCODE,
                   :SLH-NUMBER,
                   :SLH-DATE,
                   :SLH-TIME,
                   :SLH-REF,
                   :SLH-TYPE,
                   :SLH-DESC,
                   :SLH-AMOUNT,
                   :SLH-CONSENT-ID,
                   :SLH-COUNTER-ACC-NO
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-DAY-EOF
              GO TO FOR999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PROSEAL failure fetching DAY-CURSOR for '
                      HV-SEAL-DATE ', SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 'R' TO SLH-REQUEST.
           CALL WS-PROSHSH-PGM USING WS-PROSHSH-PARMS.

       FOR999.
           EXIT.

      *
      *    A failure part-way leaves no half-stored seal behind; the
      *    days already committed stand and a rerun carries on.
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
