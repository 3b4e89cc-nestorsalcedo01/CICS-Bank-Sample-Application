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
      * Title: PROSVFY                                                 *
      *                                                                *
      *                                                                *
      * Description: PROCTRAN ledger seal verification.  The PROARCH   *
      *              archive (every generation, concatenated on the    *
      *              PROARCH DD) is read back into PROCTRAN_ARCH_WORK; *
      *              then every seal on PROCTRAN_SEAL, oldest first,   *
      *              is recomputed through PROSHSH over that day's     *
      *              rows - live PROCTRAN and the archive together, in *
      *              the key order PROSEAL sealed them in - chained on *
      *              from the seal before it, the first from its own   *
      *              stored predecessor.                               *
      *                                                                *
      *              One report line per day: the row count and total  *
      *              the seal recorded against those found, and a      *
      *              verdict.  The first day whose rows no longer give *
      *              its seal, or whose stored predecessor is not the  *
      *              seal before it (a seal row removed or rewritten), *
      *              is reported BROKEN, a critical OPS_ALERTS row is  *
      *              raised for it and the run stops there with return *
      *              code 4 - every later seal chains from it.         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROSVFY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROC-ARCHIVE-FILE
                  ASSIGN TO PROARCH
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ARCH-VSAM-STATUS.

           SELECT REPORT-FILE
                  ASSIGN TO PSVRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  PROC-ARCHIVE-FILE.
       01  PROCTRAN-RECORD-STRUCTURE.
           03 PROC-TRAN-DATA.
              05 PROC-TRAN-EYE-CATCHER        PIC X(4).
              05 PROC-TRAN-ID.
                 07 PROC-TRAN-SORT-CODE       PIC 9(6).
                 07 PROC-TRAN-NUMBER          PIC 9(8).
              05 PROC-TRAN-DATE               PIC 9(8).
              05 PROC-TRAN-DATE-GRP REDEFINES PROC-TRAN-DATE.
                 07 PROC-TRAN-DATE-GRP-DD     PIC 99.
                 07 PROC-TRAN-DATE-GRP-MM     PIC 99.
                 07 PROC-TRAN-DATE-GRP-YYYY   PIC 9999.
              05 PROC-TRAN-TIME               PIC 9(6).
              05 PROC-TRAN-REF                PIC 9(12).
              05 PROC-TRAN-TYPE               PIC X(3).
              05 PROC-TRAN-DESC               PIC X(40).
              05 PROC-TRAN-AMOUNT             PIC S9(10)V99.
              05 PROC-TRAN-CONSENT-ID         PIC 9(9).
              05 PROC-TRAN-COUNTER-ACC-NO     PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05 RPT-SEAL-DATE               PIC X(10).
           05 FILLER                      PIC X(1).
           05 RPT-SEALED-COUNT            PIC Z(8)9.
           05 FILLER                      PIC X(1).
           05 RPT-SEALED-AMOUNT           PIC -(13)9.99.
           05 FILLER                      PIC X(1).
           05 RPT-FOUND-COUNT             PIC Z(8)9.
           05 FILLER                      PIC X(1).
           05 RPT-FOUND-AMOUNT            PIC -(13)9.99.
           05 FILLER                      PIC X(1).
           05 RPT-VERDICT                 PIC X(6).

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

      * Get the PROCTRAN_ARCH_WORK DB2 copybook
           EXEC SQL
              INCLUDE PAWKDB2
           END-EXEC.

      * Get the OPS_ALERTS DB2 copybook
           EXEC SQL
              INCLUDE OPALDB2
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

      * PROCTRAN_ARCH_WORK host variables for DB2 - one archive
      * record in PROCTRAN's own column shapes.
       01 HOST-ARCH-WORK-ROW.
          03 HV-AWK-EYECATCHER          PIC X(4).
          03 HV-AWK-SORTCODE            PIC X(6).
          03 HV-AWK-NUMBER              PIC X(9).
          03 HV-AWK-DATE                PIC X(10).
          03 HV-AWK-TIME                PIC X(6).
          03 HV-AWK-REF                 PIC X(12).
          03 HV-AWK-TYPE                PIC X(3).
          03 HV-AWK-DESC                PIC X(40).
          03 HV-AWK-AMOUNT              PIC S9(10)V99 COMP-3.
          03 HV-AWK-CONSENT-ID          PIC S9(9) COMP.
          03 HV-AWK-COUNTER-ACC-NO      PIC X(9).

      *    Central operations alerts (see OPALDB2): a broken seal
      *    raises a critical row for the duty operator.
       01 HOST-ALERT-ROW.
          03 HV-ALRT-ID                 PIC S9(9) COMP.
          03 HV-ALRT-SEVERITY           PIC X(1).
          03 HV-ALRT-SOURCE             PIC X(8) VALUE 'PROSVFY'.
          03 HV-ALRT-KEY                PIC X(20).
          03 HV-ALRT-TEXT               PIC X(60).

      * Declare the CURSOR over the seals, oldest first.
           EXEC SQL DECLARE SEAL-CURSOR CURSOR FOR
              SELECT CHAR(SEAL_DATE, ISO),
                     SEAL_ROW_COUNT,
                     SEAL_AMOUNT,
                     SEAL_PREV_HASH,
                     SEAL_HASH
                     FROM PROCTRAN_SEAL
                     ORDER BY SEAL_DATE
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR over one day's rows, live and archived,
      * in the key order PROSEAL sealed them in.
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
              UNION ALL
              SELECT AWK_EYECATCHER,
                     AWK_SORTCODE,
                     AWK_NUMBER,
                     CHAR(AWK_DATE, ISO),
                     AWK_TIME,
                     AWK_REF,
                     AWK_TYPE,
                     AWK_DESC,
                     AWK_AMOUNT,
                     AWK_CONSENT_ID,
                     AWK_COUNTER_ACC_NO
                     FROM PROCTRAN_ARCH_WORK
                     WHERE AWK_DATE = DATE(:HV-SEAL-DATE)
              ORDER BY 2, 3, 5, 6, 7, 9, 8, 10, 11, 1
              FOR FETCH ONLY
           END-EXEC.

       01 WS-PROSHSH-PGM                PIC X(8) VALUE 'PROSHSH'.
       01 WS-PROSHSH-PARMS.
           COPY PROSHSH.

      *    The seal each day must chain from: the recomputed seal of
      *    the day before (the first seal's own stored predecessor).
       01 WS-CHAIN-HASH                 PIC X(20).
       01 WS-FIRST-SEAL                 PIC X VALUE 'Y'.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  ARCH-VSAM-STATUS.
           05 ARCH-STATUS1              PIC X.
           05 ARCH-STATUS2              PIC X.

       01  RPT-FILE-STATUS              PIC XX.

       01  WS-ARCH-EOF                  PIC X VALUE 'N'.
       01  WS-SEAL-EOF                  PIC X VALUE 'N'.
       01  WS-DAY-EOF                   PIC X VALUE 'N'.
       01  WS-SEAL-BROKEN               PIC X VALUE 'N'.

       01  NUMBER-OF-ARCHIVE-RECS       PIC 9(9) VALUE 0.
       01  NUMBER-OF-DAYS-VERIFIED      PIC 9(8) VALUE 0.

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

           OPEN OUTPUT REPORT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the PROSVFY report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM LOAD-ARCHIVE.

           EXEC SQL OPEN
              SEAL-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PROSVFY unable to open SEAL-CURSOR, SQLCODE='
                      WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM VERIFY-ONE-DAY
              UNTIL WS-SEAL-EOF = 'Y'
                 OR WS-SEAL-BROKEN = 'Y'.

           EXEC SQL CLOSE
              SEAL-CURSOR
           END-EXEC.

           EXEC SQL
              COMMIT
           END-EXEC.

           CLOSE REPORT-FILE.

           IF WS-SEAL-BROKEN = 'Y'
              DISPLAY 'PROSVFY found the seal for ' HV-SEAL-DATE
                      ' BROKEN after ' NUMBER-OF-DAYS-VERIFIED
                      ' day(s) verified.'
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY 'PROSVFY verified ' NUMBER-OF-DAYS-VERIFIED
                      ' sealed day(s) against PROCTRAN and '
                      NUMBER-OF-ARCHIVE-RECS ' archive record(s).'
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    Read the archive back into the work table, replacing
      *    whatever the last run left there, and commit it.
      *
       LOAD-ARCHIVE SECTION.
       LA010.

           EXEC SQL
                DELETE FROM PROCTRAN_ARCH_WORK
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PROSVFY unable to clear PROCTRAN_ARCH_WORK, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           OPEN INPUT PROC-ARCHIVE-FILE.
           IF ARCH-VSAM-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the PROCTRAN archive file, '
                      ' status=' ARCH-VSAM-STATUS
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM LOAD-ONE-ARCHIVE-REC UNTIL WS-ARCH-EOF = 'Y'.

           CLOSE PROC-ARCHIVE-FILE.

           EXEC SQL
              COMMIT
           END-EXEC.

       LA999.
           EXIT.

      *
      *    One archive record back into PROCTRAN's shapes - the
      *    reverse of PROARCH's WRITE-TO-ARCHIVE moves.
      *
       LOAD-ONE-ARCHIVE-REC SECTION.
       LOA010.

           READ PROC-ARCHIVE-FILE
              AT END
                 MOVE 'Y' TO WS-ARCH-EOF
                 GO TO LOA999
           END-READ.

           IF ARCH-VSAM-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error reading the PROCTRAN archive file, '
                      ' status=' ARCH-VSAM-STATUS
              PERFORM ABANDON-RUN
           END-IF.

           MOVE PROC-TRAN-EYE-CATCHER    TO HV-AWK-EYECATCHER.
           MOVE PROC-TRAN-SORT-CODE      TO HV-AWK-SORTCODE.
           MOVE '0'                      TO HV-AWK-NUMBER.
           MOVE PROC-TRAN-NUMBER         TO HV-AWK-NUMBER(2:8).

           MOVE SPACES                   TO HV-AWK-DATE.
           STRING PROC-TRAN-DATE-GRP-YYYY DELIMITED BY SIZE,
                  '-'                     DELIMITED BY SIZE,
                  PROC-TRAN-DATE-GRP-MM   DELIMITED BY SIZE,
                  '-'                     DELIMITED BY SIZE,
                  PROC-TRAN-DATE-GRP-DD   DELIMITED BY SIZE
                  INTO HV-AWK-DATE
           END-STRING.

           MOVE PROC-TRAN-TIME           TO HV-AWK-TIME.
           MOVE PROC-TRAN-REF            TO HV-AWK-REF.
           MOVE PROC-TRAN-TYPE           TO HV-AWK-TYPE.
           MOVE PROC-TRAN-DESC           TO HV-AWK-DESC.
           MOVE PROC-TRAN-AMOUNT         TO HV-AWK-AMOUNT.
           MOVE PROC-TRAN-CONSENT-ID     TO HV-AWK-CONSENT-ID.
           MOVE '0'                      TO HV-AWK-COUNTER-ACC-NO.
           MOVE PROC-TRAN-COUNTER-ACC-NO TO HV-AWK-COUNTER-ACC-NO(2:8).

           EXEC SQL
                INSERT INTO PROCTRAN_ARCH_WORK
                (
                  AWK_EYECATCHER     ,
                  AWK_SORTCODE       ,
                  AWK_NUMBER         ,
                  AWK_DATE           ,
                  AWK_TIME           ,
                  AWK_REF            ,
                  AWK_TYPE           ,
                  AWK_DESC           ,
                  AWK_AMOUNT         ,
                  AWK_CONSENT_ID     ,
                  AWK_COUNTER_ACC_NO
                )
                VALUES
                (
                  :HV-AWK-EYECATCHER     ,
                  :HV-AWK-SORTCODE       ,
                  :HV-AWK-NUMBER         ,
                  DATE(:HV-AWK-DATE)     ,
                  :HV-AWK-TIME           ,
                  :HV-AWK-REF            ,
                  :HV-AWK-TYPE           ,
                  :HV-AWK-DESC           ,
                  :HV-AWK-AMOUNT         ,
                  :HV-AWK-CONSENT-ID     ,
                  :HV-AWK-COUNTER-ACC-NO
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PROSVFY unable to load archive record '
                      NUMBER-OF-ARCHIVE-RECS ', SQLCODE='
                      WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           ADD 1 TO NUMBER-OF-ARCHIVE-RECS.

       LOA999.
           EXIT.

      *
      *    One seal: its day's rows hashed from the seal before it,
      *    and the result set against what was stored.
      *
       VERIFY-ONE-DAY SECTION.
       VOD010.

           EXEC SQL FETCH FROM SEAL-CURSOR
              INTO :HV-SEAL-DATE,
                   :HV-SEAL-ROW-COUNT,
                   :HV-SEAL-AMOUNT,
                   :HV-SEAL-PREV-HASH,
                   :HV-SEAL-HASH
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-SEAL-EOF
              GO TO VOD999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PROSVFY failure fetching SEAL-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           IF WS-FIRST-SEAL = 'Y'
              MOVE HV-SEAL-PREV-HASH TO WS-CHAIN-HASH
              MOVE 'N'               TO WS-FIRST-SEAL
           END-IF.

           MOVE 'S'           TO SLH-REQUEST.
           MOVE WS-CHAIN-HASH TO SLH-PREV-SEAL.
           CALL WS-PROSHSH-PGM USING WS-PROSHSH-PARMS.

           EXEC SQL OPEN
              DAY-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PROSVFY unable to open DAY-CURSOR for '
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

           ADD 1 TO NUMBER-OF-DAYS-VERIFIED.

           MOVE SPACES            TO REPORT-RECORD.
           MOVE HV-SEAL-DATE      TO RPT-SEAL-DATE.
           MOVE HV-SEAL-ROW-COUNT TO RPT-SEALED-COUNT.
           MOVE HV-SEAL-AMOUNT    TO RPT-SEALED-AMOUNT.
           MOVE SLH-ROW-COUNT     TO RPT-FOUND-COUNT.
           MOVE SLH-AMOUNT-TOTAL  TO RPT-FOUND-AMOUNT.

           IF HV-SEAL-PREV-HASH NOT = WS-CHAIN-HASH
              OR HV-SEAL-HASH NOT = SLH-SEAL
              OR HV-SEAL-ROW-COUNT NOT = SLH-ROW-COUNT
              OR HV-SEAL-AMOUNT NOT = SLH-AMOUNT-TOTAL
              MOVE 'BROKEN'     TO RPT-VERDICT
              MOVE 'Y'          TO WS-SEAL-BROKEN
              MOVE 'C'          TO HV-ALRT-SEVERITY
              MOVE SPACES       TO HV-ALRT-KEY
              MOVE HV-SEAL-DATE TO HV-ALRT-KEY
              IF HV-SEAL-PREV-HASH NOT = WS-CHAIN-HASH
                 MOVE 'PROCTRAN SEAL CHAIN BROKEN - SEAL ROW ALTERED'
                                TO HV-ALRT-TEXT
              ELSE
                 MOVE 'PROCTRAN CONTENT NO LONGER MATCHES ITS SEAL'
                                TO HV-ALRT-TEXT
              END-IF
              PERFORM RAISE-OPS-ALERT
           ELSE
              MOVE 'OK'         TO RPT-VERDICT
           END-IF.

           PERFORM WRITE-REPORT-LINE.

           MOVE SLH-SEAL TO WS-CHAIN-HASH.

       VOD999.
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
              DISPLAY 'PROSVFY failure fetching DAY-CURSOR for '
                      HV-SEAL-DATE ', SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 'R' TO SLH-REQUEST.
           CALL WS-PROSHSH-PGM USING WS-PROSHSH-PARMS.

       FOR999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           WRITE REPORT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error writing the PROSVFY report file, '
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
      *    A DB2, archive or report failure part-way leaves no
      *    half-raised alert behind.
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
