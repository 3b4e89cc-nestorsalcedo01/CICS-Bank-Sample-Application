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
      * Title: LEDGPRF                                                 *
      *                                                                *
      *                                                                *
      * Description: Day-end ledger control proof.  Each posting       *
      *              source proves its own file's trailer; this        *
      *              proves the ledger as a whole.  Every program      *
      *              that inserts into PROCTRAN - the posting batches  *
      *              and the online programs, DPAYAPI's payments       *
      *              included - claims each row it writes on           *
      *              DAILY_POSTING_CONTROL through POSTCTL.  For each  *
      *              ledger date proved, PROCTRAN grouped by type is   *
      *              set against the sum of every source's claims for  *
      *              that type: row count, signed total and absolute   *
      *              total must all agree.                             *
      *                                                                *
      *              The dates proved are today and any earlier date   *
      *              a source claimed a posting for today (a back-     *
      *              dated reload, say).                               *
      *                                                                *
      *              A type where PROCTRAN holds more than the         *
      *              sources claim has postings no source accounts     *
      *              for, and raises a critical OPS_ALERTS row; one    *
      *              where the claims exceed PROCTRAN raises a         *
      *              warning.  Any difference ends the run RC 4.       *
      *                                                                *
      * Output: The proof report LPFRPT                                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGPRF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE
                  ASSIGN TO LPFRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05 RPT-LEDGER-DATE             PIC X(10).
           05 FILLER                      PIC X(1).
           05 RPT-TYPE                    PIC X(3).
           05 FILLER                      PIC X(1).
           05 RPT-LEDGER-COUNT            PIC Z(8)9.
           05 FILLER                      PIC X(1).
           05 RPT-LEDGER-AMOUNT           PIC -(13)9.99.
           05 FILLER                      PIC X(1).
           05 RPT-CLAIMED-COUNT           PIC Z(8)9.
           05 FILLER                      PIC X(1).
           05 RPT-CLAIMED-AMOUNT          PIC -(13)9.99.
           05 FILLER                      PIC X(1).
           05 RPT-VERDICT                 PIC X(5).

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

      * Get the DAILY_POSTING_CONTROL DB2 copybook
           EXEC SQL
              INCLUDE PCTLDB2
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

       01 HV-PROOF-DATE                 PIC X(10).

      * Host variables for one type's proof
       01 HOST-PROOF-ROW.
          03 HV-PRF-TYPE                PIC X(3).
          03 HV-PRF-LEDGER-COUNT        PIC S9(9) COMP.
          03 HV-PRF-LEDGER-AMOUNT       PIC S9(13)V99 COMP-3.
          03 HV-PRF-LEDGER-GROSS        PIC S9(13)V99 COMP-3.
          03 HV-PRF-CLAIMED-COUNT       PIC S9(9) COMP.
          03 HV-PRF-CLAIMED-AMOUNT      PIC S9(13)V99 COMP-3.
          03 HV-PRF-CLAIMED-GROSS       PIC S9(13)V99 COMP-3.

      *    Central operations alerts (see OPALDB2): a posting no
      *    source claims raises a row for the duty operator.
       01 HOST-ALERT-ROW.
          03 HV-ALRT-ID                 PIC S9(9) COMP.
          03 HV-ALRT-SEVERITY           PIC X(1).
          03 HV-ALRT-SOURCE             PIC X(8) VALUE 'LEDGPRF'.
          03 HV-ALRT-KEY                PIC X(20).
          03 HV-ALRT-TEXT               PIC X(60).

      * Declare the CURSOR over the ledger dates to prove: today,
      * and any date a source claimed a posting for today.
           EXEC SQL DECLARE DATE-CURSOR CURSOR WITH HOLD FOR
              SELECT CHAR(CTL_DATE, ISO)
                     FROM DAILY_POSTING_CONTROL
                     WHERE DATE(CTL_LAST_TS) = CURRENT DATE
              UNION
              SELECT CHAR(CURRENT DATE, ISO)
                     FROM SYSIBM.SYSDUMMY1
              ORDER BY 1
           END-EXEC.

      * Declare the CURSOR setting one date's PROCTRAN by type
      * against the sum of every source's claims for the type.
           EXEC SQL DECLARE PROOF-CURSOR CURSOR WITH HOLD FOR
              SELECT COALESCE(P.PRF_TYPE, C.PRF_TYPE),
                     COALESCE(P.PRF_COUNT, 0),
                     COALESCE(P.PRF_AMOUNT, 0),
                     COALESCE(P.PRF_GROSS, 0),
                     COALESCE(C.PRF_COUNT, 0),
                     COALESCE(C.PRF_AMOUNT, 0),
                     COALESCE(C.PRF_GROSS, 0)
                     FROM (SELECT PROCTRAN_TYPE         AS PRF_TYPE,
                                  COUNT(*)              AS PRF_COUNT,
                                  SUM(PROCTRAN_AMOUNT)  AS PRF_AMOUNT,
                                  SUM(ABS(PROCTRAN_AMOUNT))
                                                        AS PRF_GROSS
                           FROM PROCTRAN
                           WHERE PROCTRAN_DATE = DATE(:HV-PROOF-DATE)
                           GROUP BY PROCTRAN_TYPE
                          ) AS P
                     FULL OUTER JOIN
                          (SELECT CTL_TYPE              AS PRF_TYPE,
                                  SUM(CTL_COUNT)        AS PRF_COUNT,
                                  SUM(CTL_AMOUNT)       AS PRF_AMOUNT,
                                  SUM(CTL_GROSS_AMOUNT) AS PRF_GROSS
                           FROM DAILY_POSTING_CONTROL
                           WHERE CTL_DATE = DATE(:HV-PROOF-DATE)
                           GROUP BY CTL_TYPE
                          ) AS C
                       ON P.PRF_TYPE = C.PRF_TYPE
                     ORDER BY 1
                     FOR FETCH ONLY
           END-EXEC.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  RPT-FILE-STATUS              PIC XX.

       01  WS-DATE-EOF                  PIC X VALUE 'N'.
       01  WS-PROOF-EOF                 PIC X VALUE 'N'.

       01  NUMBER-OF-DATES-PROVED       PIC 9(8) VALUE 0.
       01  NUMBER-OF-TYPES-PROVED       PIC 9(8) VALUE 0.
       01  NUMBER-OF-UNCLAIMED          PIC 9(8) VALUE 0.
       01  NUMBER-OF-OVERCLAIMED        PIC 9(8) VALUE 0.

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
              DISPLAY 'Error opening the LEDGPRF report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL OPEN
              DATE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LEDGPRF unable to open DATE-CURSOR, SQLCODE='
                      WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM PROVE-ONE-DATE UNTIL WS-DATE-EOF = 'Y'.

           EXEC SQL CLOSE
              DATE-CURSOR
           END-EXEC.

           EXEC SQL
              COMMIT
           END-EXEC.

           CLOSE REPORT-FILE.

           DISPLAY 'LEDGPRF proved ' NUMBER-OF-TYPES-PROVED
                   ' type(s) over ' NUMBER-OF-DATES-PROVED
                   ' ledger date(s), ' NUMBER-OF-UNCLAIMED
                   ' with unclaimed postings, ' NUMBER-OF-OVERCLAIMED
                   ' over-claimed.'.

           IF NUMBER-OF-UNCLAIMED > 0 OR NUMBER-OF-OVERCLAIMED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       PROVE-ONE-DATE SECTION.
       POD010.

           EXEC SQL FETCH FROM DATE-CURSOR
              INTO :HV-PROOF-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-DATE-EOF
              GO TO POD999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LEDGPRF failure fetching DATE-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           ADD 1 TO NUMBER-OF-DATES-PROVED.

           EXEC SQL OPEN
              PROOF-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LEDGPRF unable to open PROOF-CURSOR, SQLCODE='
                      WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           MOVE 'N' TO WS-PROOF-EOF.
           PERFORM PROVE-ONE-TYPE UNTIL WS-PROOF-EOF = 'Y'.

           EXEC SQL CLOSE
              PROOF-CURSOR
           END-EXEC.

       POD999.
           EXIT.

      *
      *    One type on one date: the ledger's count, signed total
      *    and absolute total against the sum of the claims.  More
      *    on the ledger than claimed, by count or by absolute
      *    total, is a posting no source accounts for.
      *
       PROVE-ONE-TYPE SECTION.
       POT010.

           EXEC SQL FETCH FROM PROOF-CURSOR
              INTO :HV-PRF-TYPE,
                   :HV-PRF-LEDGER-COUNT,
                   :HV-PRF-LEDGER-AMOUNT,
                   :HV-PRF-LEDGER-GROSS,
                   :HV-PRF-CLAIMED-COUNT,
                   :HV-PRF-CLAIMED-AMOUNT,
                   :HV-PRF-CLAIMED-GROSS
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-PROOF-EOF
              GO TO POT999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'LEDGPRF failure fetching PROOF-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           ADD 1 TO NUMBER-OF-TYPES-PROVED.

           MOVE SPACES                TO REPORT-RECORD.
           MOVE HV-PROOF-DATE         TO RPT-LEDGER-DATE.
           MOVE HV-PRF-TYPE           TO RPT-TYPE.
           MOVE HV-PRF-LEDGER-COUNT   TO RPT-LEDGER-COUNT.
           MOVE HV-PRF-LEDGER-AMOUNT  TO RPT-LEDGER-AMOUNT.
           MOVE HV-PRF-CLAIMED-COUNT  TO RPT-CLAIMED-COUNT.
           MOVE HV-PRF-CLAIMED-AMOUNT TO RPT-CLAIMED-AMOUNT.

           MOVE SPACES                TO HV-ALRT-KEY.
           STRING HV-PROOF-DATE DELIMITED BY SIZE,
                  ' '           DELIMITED BY SIZE,
                  HV-PRF-TYPE   DELIMITED BY SIZE
                  INTO HV-ALRT-KEY
           END-STRING.

           EVALUATE TRUE
              WHEN HV-PRF-LEDGER-COUNT > HV-PRF-CLAIMED-COUNT
                OR HV-PRF-LEDGER-GROSS > HV-PRF-CLAIMED-GROSS
                 MOVE 'UNCLM'          TO RPT-VERDICT
                 ADD 1 TO NUMBER-OF-UNCLAIMED
                 MOVE 'C'              TO HV-ALRT-SEVERITY
                 MOVE 'PROCTRAN HOLDS POSTINGS NO SOURCE CLAIMS'
                                       TO HV-ALRT-TEXT
                 PERFORM RAISE-OPS-ALERT
              WHEN HV-PRF-LEDGER-COUNT NOT = HV-PRF-CLAIMED-COUNT
                OR HV-PRF-LEDGER-GROSS NOT = HV-PRF-CLAIMED-GROSS
                OR HV-PRF-LEDGER-AMOUNT NOT = HV-PRF-CLAIMED-AMOUNT
                 MOVE 'OVERC'          TO RPT-VERDICT
                 ADD 1 TO NUMBER-OF-OVERCLAIMED
                 MOVE 'W'              TO HV-ALRT-SEVERITY
                 MOVE 'POSTINGS CLAIMED DO NOT AGREE WITH PROCTRAN'
                                       TO HV-ALRT-TEXT
                 PERFORM RAISE-OPS-ALERT
              WHEN OTHER
                 MOVE 'OK'             TO RPT-VERDICT
           END-EVALUATE.

           PERFORM WRITE-REPORT-LINE.

       POT999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           WRITE REPORT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error writing the LEDGPRF report file, '
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
