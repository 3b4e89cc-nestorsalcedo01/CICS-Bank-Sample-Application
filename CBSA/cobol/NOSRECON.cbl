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
      * Title: NOSRECON                                                *
      *                                                                *
      *                                                                *
      * Description: Settlement account reconciliation.  Proves that   *
      *              what the central bank settlement account actually *
      *              moved on the day agrees with what this system     *
      *              says went through it.  Reads the scheme's         *
      *              end-of-day settlement statement - opening         *
      *              position, then the gross debits and credits of    *
      *              each settlement cycle with the cycle's time       *
      *              window, then the closing position - and sets      *
      *              against it, cycle by cycle:                       *
      *                                                                *
      *              - debits: the domestic payments settled out       *
      *                (the consents SETTLEX extracts) plus the        *
      *                direct debits DDCOLL paid away;                 *
      *              - credits: the scheme credits INBPAY took in      *
      *                (to customers or to suspense) plus the          *
      *                payments the scheme returned to us.             *
      *                                                                *
      *              Each item falls in the cycle whose window holds   *
      *              the time it was settled or posted; anything       *
      *              outside every window is a break of its own.  The  *
      *              day's SETTLEX trailers are checked against the    *
      *              statement's outbound total, the statement's own   *
      *              arithmetic is proved, and its net movement is     *
      *              set against ours.  Every difference opens (or     *
      *              refreshes) a RECON_BREAKS row with source         *
      *              'NOSTRO', keyed on the statement date, so it      *
      *              ages on BRKAGE with the other breaks until ops    *
      *              resolve it through BRKUPD.  A break from an       *
      *              earlier rerun of the same statement date that     *
      *              no longer appears is auto-cleared.                *
      *                                                                *
      * Input:  The settlement statement file NOSTIN                   *
      *         The day's settlement files SETTLOUT, CHAPSOUT and      *
      *         BACSOUT as SETTLEX wrote them                          *
      * Output: The reconciliation report NOSRPT                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOSRECON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-FILE
                  ASSIGN TO NOSTIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS STMT-FILE-STATUS.

           SELECT SETTL-FILE
                  ASSIGN TO SETTLOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SETTL-FILE-STATUS.

           SELECT CHAPS-FILE
                  ASSIGN TO CHAPSOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CHAPS-FILE-STATUS.

           SELECT BACS-FILE
                  ASSIGN TO BACSOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BACS-FILE-STATUS.

           SELECT REPORT-FILE
                  ASSIGN TO NOSRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    Header 'H' / cycle 'C' / trailer 'T'.  Positions and
      *    gross figures are in pounds and pence; a cycle's window
      *    is HHMMSS to HHMMSS inclusive on the statement date.
       FD  STMT-FILE.
       01  STMT-RECORD.
           05 STM-REC-TYPE                PIC X(1).
           05 STM-REC-BODY                PIC X(49).
           05 STM-HEADER-VIEW REDEFINES STM-REC-BODY.
              10 STM-STATEMENT-DATE       PIC X(10).
              10 STM-ACCOUNT-ID           PIC X(10).
              10 STM-OPENING-POSITION     PIC S9(13)V99.
              10 FILLER                   PIC X(14).
           05 STM-CYCLE-VIEW REDEFINES STM-REC-BODY.
              10 STM-CYCLE-NO             PIC 9(2).
              10 STM-WINDOW-START         PIC 9(6).
              10 STM-WINDOW-END           PIC 9(6).
              10 STM-GROSS-DEBITS         PIC 9(13)V99.
              10 STM-GROSS-CREDITS        PIC 9(13)V99.
              10 FILLER                   PIC X(5).
           05 STM-TRAILER-VIEW REDEFINES STM-REC-BODY.
              10 STM-CYCLE-COUNT          PIC 9(4).
              10 STM-CLOSING-POSITION     PIC S9(13)V99.
              10 FILLER                   PIC X(30).

      *    SETTLEX's three domestic scheme files share one layout;
      *    each record is read into WS-SETTL-RECORD.
       FD  SETTL-FILE.
       01  SETTL-RECORD                   PIC X(71).

       FD  CHAPS-FILE.
       01  CHAPS-RECORD                   PIC X(71).

       FD  BACS-FILE.
       01  BACS-RECORD                    PIC X(71).

       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05 RPT-CYCLE                   PIC X(2).
           05 FILLER                      PIC X(1).
           05 RPT-WINDOW                  PIC X(13).
           05 FILLER                      PIC X(1).
           05 RPT-STMT-DEBITS             PIC -(13)9.99.
           05 FILLER                      PIC X(1).
           05 RPT-OUR-DEBITS              PIC -(13)9.99.
           05 FILLER                      PIC X(1).
           05 RPT-STMT-CREDITS            PIC -(13)9.99.
           05 FILLER                      PIC X(1).
           05 RPT-OUR-CREDITS             PIC -(13)9.99.
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

      * Get the CONSENT DB2 copybook
           EXEC SQL
              INCLUDE CONSTDB2
           END-EXEC.

      * Get the RECON_BREAKS DB2 copybook
           EXEC SQL
              INCLUDE BRKSDB2
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

      * Open-Banking-style DOMESTIC_PAY_STATUS codes (PYST-*)
       01 WS-PAY-STATUS-DATA.
          COPY PAYSTAT.

      *    Settled and returned status literals copied into host
      *    variables of their own, the same way SETTLEX does.
       01 HV-SETTLED-STATUS             PIC X(4).
       01 HV-RETURNED-STATUS            PIC X(4).

      *    The statement date and the cycle window being summed -
      *    HH.MM.SS for the CONSENT timestamps, HHMMSS for the
      *    PROCTRAN_TIME column.
       01 HV-STMT-DATE                  PIC X(10).
       01 HV-WINDOW-START-T             PIC X(8).
       01 HV-WINDOW-END-T               PIC X(8).
       01 HV-WINDOW-START-P             PIC X(6).
       01 HV-WINDOW-END-P               PIC X(6).
       01 WS-HHMMSS                     PIC 9(6).
       01 WS-HHMMSS-X REDEFINES WS-HHMMSS.
          03 WS-HH                      PIC X(2).
          03 WS-MM                      PIC X(2).
          03 WS-SS                      PIC X(2).

      *    Our side of one cycle (or of the whole day), each leg
      *    summed separately so the report can show where a
      *    difference lies.
       01 HV-OUT-PAYMENTS               PIC S9(11)V99 COMP-3.
       01 HV-OUT-COLLECTIONS            PIC S9(11)V99 COMP-3.
       01 HV-IN-CREDITS                 PIC S9(11)V99 COMP-3.
       01 HV-IN-RETURNS                 PIC S9(11)V99 COMP-3.
       01 WS-OUR-DEBITS                 PIC S9(13)V99 COMP-3.
       01 WS-OUR-CREDITS                PIC S9(13)V99 COMP-3.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  STMT-FILE-STATUS             PIC XX.
       01  SETTL-FILE-STATUS            PIC XX.
       01  CHAPS-FILE-STATUS            PIC XX.
       01  BACS-FILE-STATUS             PIC XX.
       01  RPT-FILE-STATUS              PIC XX.
       01  WS-SETTL-STATUS              PIC XX.

       01  WS-EOF                       PIC X VALUE 'N'.

      *    The statement as read: header, the cycles in order, and
      *    the trailer.
       01  WS-STMT-ACCOUNT-ID           PIC X(10).
       01  WS-OPENING-POSITION          PIC S9(13)V99 COMP-3.
       01  WS-CLOSING-POSITION          PIC S9(13)V99 COMP-3.
       01  WS-DECLARED-CYCLES           PIC 9(4).
       01  WS-HEADER-SEEN               PIC X VALUE 'N'.
       01  WS-TRAILER-SEEN              PIC X VALUE 'N'.
       01  WS-STMT-VALID                PIC X VALUE 'Y'.
       01  WS-CYCLE-MAX                 PIC S9(4) COMP VALUE 24.
       01  WS-CYCLE-COUNT               PIC S9(4) COMP VALUE 0.
       01  WS-CYC-SUB                   PIC S9(4) COMP.
       01  WS-CYCLE-TABLE.
           05 WS-CYCLE OCCURS 24 TIMES.
              10 WS-CYC-NO              PIC 9(2).
              10 WS-CYC-START           PIC 9(6).
              10 WS-CYC-END             PIC 9(6).
              10 WS-CYC-DEBITS          PIC S9(13)V99 COMP-3.
              10 WS-CYC-CREDITS         PIC S9(13)V99 COMP-3.

      *    Statement totals over all cycles, and our cycle-allocated
      *    totals beside them.
       01  WS-STMT-TOTAL-DEBITS         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-STMT-TOTAL-CREDITS        PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-ALLOC-DEBITS              PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-ALLOC-CREDITS             PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-DAY-DEBITS                PIC S9(13)V99 COMP-3.
       01  WS-DAY-CREDITS               PIC S9(13)V99 COMP-3.
       01  WS-DAY-COLLECTIONS           PIC S9(13)V99 COMP-3.
       01  WS-DAY-NET                   PIC S9(13)V99 COMP-3.
       01  WS-WORK-AMOUNT               PIC S9(13)V99 COMP-3.

      *    SETTLEX's three domestic scheme files, read for their
      *    trailers: 1 Faster Payments, 2 CHAPS, 3 Bacs.
       01  WS-SETTL-RECORD.
           05 WSR-REC-TYPE                PIC X(1).
           05 WSR-REC-BODY                PIC X(70).
           05 WSR-TRAILER-VIEW REDEFINES WSR-REC-BODY.
              10 WSR-TRAILER-COUNT        PIC 9(8).
              10 WSR-TRAILER-HASH         PIC 9(13)V99.
              10 FILLER                   PIC X(47).
       01  WS-SETTL-SUB                 PIC 9(1).
       01  WS-SETTLEX-HASH              PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-SETTLEX-COUNT             PIC 9(8) VALUE 0.
       01  WS-SETTLEX-TRAILERS          PIC 9(1) VALUE 0.

      *    The break registry feed, the same merge shape ACCRECON,
      *    CONRECON and VELRECON carry.  The key is the statement
      *    date, the cycle ('DY' for a whole-day check, 'UN' for
      *    items outside every window) and the kind of difference:
      *    D debits, C credits, S SETTLEX trailers against the
      *    statement, P the statement's own arithmetic, N the net
      *    movement.
       01 HOST-BREAK-ROW.
          03 HV-BREAK-SOURCE            PIC X(8) VALUE 'NOSTRO'.
          03 HV-BREAK-KEY               PIC X(20).
          03 HV-BREAK-EXPECTED          PIC S9(10)V99 COMP-3.
          03 HV-BREAK-ACTUAL            PIC S9(10)V99 COMP-3.
          03 HV-BREAK-STATUS            PIC X(1).
       01 HV-BREAK-KEY-PREFIX           PIC X(11).
       01 WS-BREAK-KEY.
          03 WS-BK-DATE                 PIC X(10).
          03 FILLER                     PIC X(1) VALUE SPACE.
          03 WS-BK-CYCLE                PIC X(2).
          03 FILLER                     PIC X(1) VALUE SPACE.
          03 WS-BK-KIND                 PIC X(1).
          03 FILLER                     PIC X(5) VALUE SPACES.

      *    The keys this run found, so that a break an earlier run
      *    of the same statement date raised and this one did not
      *    can be cleared.
       01  WS-FOUND-MAX                 PIC S9(4) COMP VALUE 60.
       01  WS-FOUND-COUNT               PIC S9(4) COMP VALUE 0.
       01  WS-FOUND-SUB                 PIC S9(4) COMP.
       01  WS-FOUND-KEYS.
           05 WS-FOUND-KEY              PIC X(20) OCCURS 60 TIMES.
       01  WS-KEY-FOUND                 PIC X(1).

      * Declare the CURSOR over this statement date's open breaks
           EXEC SQL DECLARE NOS-BREAK-CURSOR CURSOR WITH HOLD FOR
              SELECT BREAK_KEY
                     FROM RECON_BREAKS
                     WHERE BREAK_SOURCE = :HV-BREAK-SOURCE
                     AND   BREAK_STATUS = 'O'
                     AND   SUBSTR(BREAK_KEY, 1, 11)
                              = :HV-BREAK-KEY-PREFIX
                     FOR FETCH ONLY
           END-EXEC.

      *    Central operations alerts (see OPALDB2): an unreconciled
      *    settlement account is raised onto the shared queue the
      *    OPALWRK transaction works.
       01 WS-OPS-ALERT.
          03 HV-ALRT-ID                 PIC S9(9) COMP.
          03 HV-ALRT-SEVERITY           PIC X(1).
          03 HV-ALRT-SOURCE             PIC X(8) VALUE 'NOSRECON'.
          03 HV-ALRT-KEY                PIC X(20).
          03 HV-ALRT-TEXT               PIC X(60).

       01  NUMBER-OF-BREAKS             PIC 9(8) VALUE 0.
       01  NUMBER-OF-BREAKS-CLEARED     PIC 9(8) VALUE 0.
       01  WS-CYCLE-BROKEN              PIC X(1).

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

           MOVE PYST-ACCEPTED-SETTLEMENT-COMPLETED
                                        TO HV-SETTLED-STATUS.
           MOVE PYST-RETURNED           TO HV-RETURNED-STATUS.

           PERFORM READ-STATEMENT.

           IF WS-STMT-VALID NOT = 'Y'
              DISPLAY 'NOSRECON settlement statement failed '
                      'verification - nothing reconciled'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM READ-SETTLEX-TRAILERS
              VARYING WS-SETTL-SUB FROM 1 BY 1
              UNTIL WS-SETTL-SUB > 3.

           OPEN OUTPUT REPORT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the NOSRECON report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE SPACES           TO WS-BK-DATE.
           MOVE HV-STMT-DATE     TO WS-BK-DATE.

           PERFORM RECONCILE-ONE-CYCLE
              VARYING WS-CYC-SUB FROM 1 BY 1
              UNTIL WS-CYC-SUB > WS-CYCLE-COUNT.

           PERFORM RECONCILE-WHOLE-DAY.

           PERFORM CLEAR-VANISHED-BREAKS.

           IF NUMBER-OF-BREAKS > 0
              MOVE 'W'              TO HV-ALRT-SEVERITY
              MOVE HV-STMT-DATE     TO HV-ALRT-KEY
              MOVE 'SETTLEMENT ACCOUNT DOES NOT RECONCILE'
                                    TO HV-ALRT-TEXT
              PERFORM RAISE-OPS-ALERT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           CLOSE REPORT-FILE.

           DISPLAY 'NOSRECON reconciled ' WS-CYCLE-COUNT
                   ' cycle(s) for ' HV-STMT-DATE ', '
                   NUMBER-OF-BREAKS ' break(s) recorded, '
                   NUMBER-OF-BREAKS-CLEARED ' cleared.'.

           IF NUMBER-OF-BREAKS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    Read and prove the statement: a header first, cycles in
      *    between, a trailer last whose cycle count agrees - the
      *    same proving DPAYBCH gives its instruction file, so a
      *    truncated statement cannot reconcile as a shorter day.
      *
       READ-STATEMENT SECTION.
       RS010.

           OPEN INPUT STMT-FILE.
           IF STMT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the NOSRECON statement file, '
                      ' status=' STMT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM READ-NEXT-STATEMENT-RECORD.

           PERFORM TAKE-STATEMENT-RECORD
              UNTIL WS-EOF = 'Y'.

           CLOSE STMT-FILE.

           IF WS-HEADER-SEEN NOT = 'Y'
              OR WS-TRAILER-SEEN NOT = 'Y'
              DISPLAY 'NOSRECON statement header or trailer missing'
              MOVE 'N' TO WS-STMT-VALID
              GO TO RS999
           END-IF.

           IF WS-DECLARED-CYCLES NOT = WS-CYCLE-COUNT
              DISPLAY 'NOSRECON statement trailer declares '
                      WS-DECLARED-CYCLES ' cycle(s), file holds '
                      WS-CYCLE-COUNT
              MOVE 'N' TO WS-STMT-VALID
              GO TO RS999
           END-IF.

           EXEC SQL
              SELECT CHAR(DATE(:HV-STMT-DATE), ISO)
              INTO   :HV-STMT-DATE
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'NOSRECON statement date ' HV-STMT-DATE
                      ' is not a valid date'
              MOVE 'N' TO WS-STMT-VALID
           END-IF.

       RS999.
           EXIT.

       TAKE-STATEMENT-RECORD SECTION.
       TSR010.

           EVALUATE TRUE
              WHEN WS-TRAILER-SEEN = 'Y'
                 DISPLAY 'NOSRECON statement record after trailer'
                 MOVE 'N' TO WS-STMT-VALID
              WHEN STM-REC-TYPE = 'H'
                 IF WS-HEADER-SEEN = 'Y'
                    DISPLAY 'NOSRECON second statement header'
                    MOVE 'N' TO WS-STMT-VALID
                 END-IF
                 MOVE 'Y'                  TO WS-HEADER-SEEN
                 MOVE STM-STATEMENT-DATE   TO HV-STMT-DATE
                 MOVE STM-ACCOUNT-ID       TO WS-STMT-ACCOUNT-ID
                 MOVE STM-OPENING-POSITION TO WS-OPENING-POSITION
              WHEN WS-HEADER-SEEN NOT = 'Y'
                 DISPLAY 'NOSRECON statement does not start with '
                         'a header'
                 MOVE 'N' TO WS-STMT-VALID
              WHEN STM-REC-TYPE = 'C'
                 PERFORM TAKE-CYCLE-RECORD
              WHEN STM-REC-TYPE = 'T'
                 MOVE 'Y'                  TO WS-TRAILER-SEEN
                 MOVE STM-CYCLE-COUNT      TO WS-DECLARED-CYCLES
                 MOVE STM-CLOSING-POSITION TO WS-CLOSING-POSITION
              WHEN OTHER
                 DISPLAY 'NOSRECON unknown statement record type '
                         STM-REC-TYPE
                 MOVE 'N' TO WS-STMT-VALID
           END-EVALUATE.

           PERFORM READ-NEXT-STATEMENT-RECORD.

       TSR999.
           EXIT.

       TAKE-CYCLE-RECORD SECTION.
       TCR010.

           IF WS-CYCLE-COUNT >= WS-CYCLE-MAX
              DISPLAY 'NOSRECON statement has more than '
                      WS-CYCLE-MAX ' cycles'
              MOVE 'N' TO WS-STMT-VALID
              GO TO TCR999
           END-IF.

           IF STM-CYCLE-NO IS NOT NUMERIC
              OR STM-WINDOW-START IS NOT NUMERIC
              OR STM-WINDOW-END IS NOT NUMERIC
              OR STM-GROSS-DEBITS IS NOT NUMERIC
              OR STM-GROSS-CREDITS IS NOT NUMERIC
              OR STM-WINDOW-START > STM-WINDOW-END
              OR STM-WINDOW-END > 235959
              DISPLAY 'NOSRECON malformed cycle record '
                      STM-REC-BODY
              MOVE 'N' TO WS-STMT-VALID
              GO TO TCR999
           END-IF.

           ADD 1 TO WS-CYCLE-COUNT.
           MOVE STM-CYCLE-NO      TO WS-CYC-NO(WS-CYCLE-COUNT).
           MOVE STM-WINDOW-START  TO WS-CYC-START(WS-CYCLE-COUNT).
           MOVE STM-WINDOW-END    TO WS-CYC-END(WS-CYCLE-COUNT).
           MOVE STM-GROSS-DEBITS  TO WS-CYC-DEBITS(WS-CYCLE-COUNT).
           MOVE STM-GROSS-CREDITS TO WS-CYC-CREDITS(WS-CYCLE-COUNT).

           ADD STM-GROSS-DEBITS  TO WS-STMT-TOTAL-DEBITS.
           ADD STM-GROSS-CREDITS TO WS-STMT-TOTAL-CREDITS.

       TCR999.
           EXIT.

       READ-NEXT-STATEMENT-RECORD SECTION.
       RNS010.

           READ STMT-FILE.

           IF STMT-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF STMT-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the NOSRECON statement file, '
                         ' status=' STMT-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           END-IF.

       RNS999.
           EXIT.

      *
      *    Total the trailers of the SETTLEX file WS-SETTL-SUB
      *    selects.  A file with no trailer is reported - the
      *    SETTLEX step did not finish - and counts as nothing sent.
      *
       READ-SETTLEX-TRAILERS SECTION.
       RST010.

           EVALUATE WS-SETTL-SUB
              WHEN 1
                 OPEN INPUT SETTL-FILE
                 MOVE SETTL-FILE-STATUS TO WS-SETTL-STATUS
              WHEN 2
                 OPEN INPUT CHAPS-FILE
                 MOVE CHAPS-FILE-STATUS TO WS-SETTL-STATUS
              WHEN 3
                 OPEN INPUT BACS-FILE
                 MOVE BACS-FILE-STATUS  TO WS-SETTL-STATUS
           END-EVALUATE.

           IF WS-SETTL-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening NOSRECON settlement file '
                      WS-SETTL-SUB ', status=' WS-SETTL-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 0 TO WS-SETTLEX-TRAILERS.
           MOVE 'N' TO WS-EOF.
           PERFORM READ-NEXT-SETTLEX-RECORD.

           PERFORM TAKE-SETTLEX-RECORD
              UNTIL WS-EOF = 'Y'.

           EVALUATE WS-SETTL-SUB
              WHEN 1
                 CLOSE SETTL-FILE
              WHEN 2
                 CLOSE CHAPS-FILE
              WHEN 3
                 CLOSE BACS-FILE
           END-EVALUATE.

           IF WS-SETTLEX-TRAILERS = 0
              DISPLAY 'NOSRECON settlement file ' WS-SETTL-SUB
                      ' has no trailer - counted as nothing sent'
           END-IF.

       RST999.
           EXIT.

       TAKE-SETTLEX-RECORD SECTION.
       TSX010.

           IF WSR-REC-TYPE = 'T'
              ADD 1                 TO WS-SETTLEX-TRAILERS
              ADD WSR-TRAILER-COUNT TO WS-SETTLEX-COUNT
              ADD WSR-TRAILER-HASH  TO WS-SETTLEX-HASH
           END-IF.

           PERFORM READ-NEXT-SETTLEX-RECORD.

       TSX999.
           EXIT.

       READ-NEXT-SETTLEX-RECORD SECTION.
       RNX010.

           EVALUATE WS-SETTL-SUB
              WHEN 1
                 READ SETTL-FILE INTO WS-SETTL-RECORD
                 MOVE SETTL-FILE-STATUS TO WS-SETTL-STATUS
              WHEN 2
                 READ CHAPS-FILE INTO WS-SETTL-RECORD
                 MOVE CHAPS-FILE-STATUS TO WS-SETTL-STATUS
              WHEN 3
                 READ BACS-FILE INTO WS-SETTL-RECORD
                 MOVE BACS-FILE-STATUS  TO WS-SETTL-STATUS
           END-EVALUATE.

           IF WS-SETTL-STATUS = '10'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF WS-SETTL-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading NOSRECON settlement file '
                         WS-SETTL-SUB ', status=' WS-SETTL-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           END-IF.

       RNX999.
           EXIT.

      *
      *    One cycle: our four legs summed over the cycle's window,
      *    set against the statement's gross figures, a break for
      *    each side that differs and a line on the report.
      *
       RECONCILE-ONE-CYCLE SECTION.
       ROC010.

           MOVE WS-CYC-START(WS-CYC-SUB) TO WS-HHMMSS.
           MOVE WS-HHMMSS-X              TO HV-WINDOW-START-P.
           STRING WS-HH '.' WS-MM '.' WS-SS DELIMITED BY SIZE
                  INTO HV-WINDOW-START-T
           END-STRING.

           MOVE WS-CYC-END(WS-CYC-SUB)   TO WS-HHMMSS.
           MOVE WS-HHMMSS-X              TO HV-WINDOW-END-P.
           STRING WS-HH '.' WS-MM '.' WS-SS DELIMITED BY SIZE
                  INTO HV-WINDOW-END-T
           END-STRING.

           PERFORM SUM-OUR-SIDE.

           ADD WS-OUR-DEBITS  TO WS-ALLOC-DEBITS.
           ADD WS-OUR-CREDITS TO WS-ALLOC-CREDITS.

           MOVE 'N'                     TO WS-CYCLE-BROKEN.
           MOVE WS-CYC-NO(WS-CYC-SUB)   TO WS-BK-CYCLE.

           IF WS-OUR-DEBITS NOT = WS-CYC-DEBITS(WS-CYC-SUB)
              MOVE 'D'                  TO WS-BK-KIND
              MOVE WS-CYC-DEBITS(WS-CYC-SUB)
                                        TO HV-BREAK-EXPECTED
              MOVE WS-OUR-DEBITS        TO HV-BREAK-ACTUAL
              PERFORM RECORD-BREAK
              MOVE 'Y'                  TO WS-CYCLE-BROKEN
           END-IF.

           IF WS-OUR-CREDITS NOT = WS-CYC-CREDITS(WS-CYC-SUB)
              MOVE 'C'                  TO WS-BK-KIND
              MOVE WS-CYC-CREDITS(WS-CYC-SUB)
                                        TO HV-BREAK-EXPECTED
              MOVE WS-OUR-CREDITS       TO HV-BREAK-ACTUAL
              PERFORM RECORD-BREAK
              MOVE 'Y'                  TO WS-CYCLE-BROKEN
           END-IF.

           MOVE SPACES                  TO REPORT-RECORD.
           MOVE WS-CYC-NO(WS-CYC-SUB)   TO RPT-CYCLE.
           STRING HV-WINDOW-START-P '-' HV-WINDOW-END-P
                  DELIMITED BY SIZE INTO RPT-WINDOW
           END-STRING.
           MOVE WS-CYC-DEBITS(WS-CYC-SUB)  TO RPT-STMT-DEBITS.
           MOVE WS-OUR-DEBITS              TO RPT-OUR-DEBITS.
           MOVE WS-CYC-CREDITS(WS-CYC-SUB) TO RPT-STMT-CREDITS.
           MOVE WS-OUR-CREDITS             TO RPT-OUR-CREDITS.
           IF WS-CYCLE-BROKEN = 'Y'
              MOVE 'BREAK'              TO RPT-VERDICT
           ELSE
              MOVE 'OK'                 TO RPT-VERDICT
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       ROC999.
           EXIT.

      *
      *    Our side over the window HV-WINDOW-START/END on the
      *    statement date.  Debits are the domestic payments that
      *    settled out (PAY_SCHEME any domestic scheme - the
      *    international ones go through the correspondent, not
      *    this account) and the direct debits DDCOLL paid away;
      *    credits are INBPAY's scheme credits, to customers or to
      *    suspense, and the settled payments the scheme returned.
      *
       SUM-OUR-SIDE SECTION.
       SOS010.

           EXEC SQL
                SELECT COALESCE(SUM(CONSENT_AMOUNT), 0)
                INTO   :HV-OUT-PAYMENTS
                FROM   CONSENT
                WHERE  DOMESTIC_PAY_STATUS = :HV-SETTLED-STATUS
                AND    COALESCE(PAYMENT_SCOPE, 'D') <> 'X'
                AND    DATE(LAST_UPDATE_TS) = DATE(:HV-STMT-DATE)
                AND    TIME(LAST_UPDATE_TS)
                          BETWEEN TIME(:HV-WINDOW-START-T)
                          AND     TIME(:HV-WINDOW-END-T)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'NOSRECON failure summing settled payments, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           EXEC SQL
                SELECT COALESCE(SUM(CONSENT_AMOUNT), 0)
                INTO   :HV-IN-RETURNS
                FROM   CONSENT
                WHERE  DOMESTIC_PAY_STATUS = :HV-RETURNED-STATUS
                AND    COALESCE(PAYMENT_SCOPE, 'D') <> 'X'
                AND    DATE(LAST_UPDATE_TS) = DATE(:HV-STMT-DATE)
                AND    TIME(LAST_UPDATE_TS)
                          BETWEEN TIME(:HV-WINDOW-START-T)
                          AND     TIME(:HV-WINDOW-END-T)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'NOSRECON failure summing scheme returns, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           EXEC SQL
                SELECT COALESCE(SUM(0 - PROCTRAN_AMOUNT), 0)
                INTO   :HV-OUT-COLLECTIONS
                FROM   PROCTRAN
                WHERE  PROCTRAN_TYPE = 'DDR'
                AND    PROCTRAN_DATE = DATE(:HV-STMT-DATE)
                AND    PROCTRAN_TIME BETWEEN :HV-WINDOW-START-P
                                     AND     :HV-WINDOW-END-P
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'NOSRECON failure summing DD collections, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           EXEC SQL
                SELECT COALESCE(SUM(PROCTRAN_AMOUNT), 0)
                INTO   :HV-IN-CREDITS
                FROM   PROCTRAN
                WHERE  PROCTRAN_TYPE = 'CRE'
                AND    PROCTRAN_DESC IN ('INBOUND SCHEME CREDIT',
                                         'SUSPENSE INBOUND CREDIT')
                AND    PROCTRAN_DATE = DATE(:HV-STMT-DATE)
                AND    PROCTRAN_TIME BETWEEN :HV-WINDOW-START-P
                                     AND     :HV-WINDOW-END-P
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'NOSRECON failure summing inbound credits, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              PERFORM ABANDON-RUN
           END-IF.

           COMPUTE WS-OUR-DEBITS  = HV-OUT-PAYMENTS
                                  + HV-OUT-COLLECTIONS.
           COMPUTE WS-OUR-CREDITS = HV-IN-CREDITS
                                  + HV-IN-RETURNS.

       SOS999.
           EXIT.

      *
      *    Whole-day checks: anything of ours that fell outside
      *    every cycle window; the SETTLEX trailers (plus the day's
      *    DD collections, which SETTLEX does not carry) against the
      *    statement's gross debits; the statement's own arithmetic;
      *    and the account's net movement against ours.
      *
       RECONCILE-WHOLE-DAY SECTION.
       RWD010.

           MOVE '00.00.00' TO HV-WINDOW-START-T.
           MOVE '23.59.59' TO HV-WINDOW-END-T.
           MOVE '000000'   TO HV-WINDOW-START-P.
           MOVE '235959'   TO HV-WINDOW-END-P.

           PERFORM SUM-OUR-SIDE.

           MOVE WS-OUR-DEBITS      TO WS-DAY-DEBITS.
           MOVE WS-OUR-CREDITS     TO WS-DAY-CREDITS.
           MOVE HV-OUT-COLLECTIONS TO WS-DAY-COLLECTIONS.

           MOVE 'UN' TO WS-BK-CYCLE.

           IF WS-DAY-DEBITS NOT = WS-ALLOC-DEBITS
              MOVE 'D'             TO WS-BK-KIND
              MOVE 0               TO HV-BREAK-EXPECTED
              COMPUTE HV-BREAK-ACTUAL
                 = WS-DAY-DEBITS - WS-ALLOC-DEBITS
              PERFORM RECORD-BREAK
           END-IF.

           IF WS-DAY-CREDITS NOT = WS-ALLOC-CREDITS
              MOVE 'C'             TO WS-BK-KIND
              MOVE 0               TO HV-BREAK-EXPECTED
              COMPUTE HV-BREAK-ACTUAL
                 = WS-DAY-CREDITS - WS-ALLOC-CREDITS
              PERFORM RECORD-BREAK
           END-IF.

           MOVE 'DY' TO WS-BK-CYCLE.

           COMPUTE WS-WORK-AMOUNT
              = WS-SETTLEX-HASH + WS-DAY-COLLECTIONS.
           IF WS-WORK-AMOUNT NOT = WS-STMT-TOTAL-DEBITS
              MOVE 'S'                  TO WS-BK-KIND
              MOVE WS-STMT-TOTAL-DEBITS TO HV-BREAK-EXPECTED
              MOVE WS-WORK-AMOUNT       TO HV-BREAK-ACTUAL
              PERFORM RECORD-BREAK
           END-IF.

           COMPUTE WS-WORK-AMOUNT
              = WS-OPENING-POSITION + WS-STMT-TOTAL-CREDITS
                                    - WS-STMT-TOTAL-DEBITS.
           IF WS-WORK-AMOUNT NOT = WS-CLOSING-POSITION
              MOVE 'P'                  TO WS-BK-KIND
              MOVE WS-CLOSING-POSITION  TO HV-BREAK-EXPECTED
              MOVE WS-WORK-AMOUNT       TO HV-BREAK-ACTUAL
              PERFORM RECORD-BREAK
           END-IF.

           COMPUTE WS-WORK-AMOUNT
              = WS-CLOSING-POSITION - WS-OPENING-POSITION.
           COMPUTE WS-DAY-NET
              = WS-DAY-CREDITS - WS-DAY-DEBITS.
           IF WS-WORK-AMOUNT NOT = WS-DAY-NET
              MOVE 'N'                  TO WS-BK-KIND
              MOVE WS-WORK-AMOUNT       TO HV-BREAK-EXPECTED
              MOVE WS-DAY-NET           TO HV-BREAK-ACTUAL
              PERFORM RECORD-BREAK
           END-IF.

           MOVE SPACES                  TO REPORT-RECORD.
           MOVE 'DY'                    TO RPT-CYCLE.
           MOVE 'WHOLE DAY'             TO RPT-WINDOW.
           MOVE WS-STMT-TOTAL-DEBITS    TO RPT-STMT-DEBITS.
           MOVE WS-DAY-DEBITS           TO RPT-OUR-DEBITS.
           MOVE WS-STMT-TOTAL-CREDITS   TO RPT-STMT-CREDITS.
           MOVE WS-DAY-CREDITS          TO RPT-OUR-CREDITS.
           IF NUMBER-OF-BREAKS > 0
              MOVE 'BREAK'              TO RPT-VERDICT
           ELSE
              MOVE 'OK'                 TO RPT-VERDICT
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       RWD999.
           EXIT.

      *
      *    Merge this run's sighting of the break - the same idiom
      *    ACCRECON, CONRECON and VELRECON feed the registry with -
      *    and remember the key for CLEAR-VANISHED-BREAKS.
      *
       RECORD-BREAK SECTION.
       RBK010.

           ADD 1 TO NUMBER-OF-BREAKS.
           MOVE WS-BREAK-KEY TO HV-BREAK-KEY.

           IF WS-FOUND-COUNT < WS-FOUND-MAX
              ADD 1 TO WS-FOUND-COUNT
              MOVE HV-BREAK-KEY TO WS-FOUND-KEY(WS-FOUND-COUNT)
           END-IF.

           DISPLAY 'NOSRECON break ' HV-BREAK-KEY.

           EXEC SQL
                UPDATE RECON_BREAKS
                SET    BREAK_STATUS    = 'O',
                       EXPECTED_AMOUNT = :HV-BREAK-EXPECTED,
                       ACTUAL_AMOUNT   = :HV-BREAK-ACTUAL,
                       LAST_SEEN_DATE  = CURRENT DATE
                WHERE  BREAK_SOURCE = :HV-BREAK-SOURCE
                AND    BREAK_KEY    = :HV-BREAK-KEY
           END-EXEC.

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              GO TO RBK999
           END-IF.

           EXEC SQL
                INSERT INTO RECON_BREAKS
                (
                  BREAK_SOURCE    ,
                  BREAK_KEY       ,
                  BREAK_STATUS    ,
                  EXPECTED_AMOUNT ,
                  ACTUAL_AMOUNT   ,
                  FIRST_SEEN_DATE ,
                  LAST_SEEN_DATE
                )
                VALUES
                (
                  :HV-BREAK-SOURCE   ,
                  :HV-BREAK-KEY      ,
                  'O'                ,
                  :HV-BREAK-EXPECTED ,
                  :HV-BREAK-ACTUAL   ,
                  CURRENT DATE       ,
                  CURRENT DATE
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'Unable to record break on RECON_BREAKS, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
           END-IF.

       RBK999.
           EXIT.

      *
      *    The keys carry the statement date, so a break from an
      *    earlier day is never re-examined here and is left to age
      *    until ops resolve it.  Only an open break for THIS
      *    statement date that this run did not find - a rerun
      *    after a correction - is cleared.
      *
       CLEAR-VANISHED-BREAKS SECTION.
       CVB010.

           MOVE HV-STMT-DATE TO HV-BREAK-KEY-PREFIX.

           EXEC SQL OPEN
              NOS-BREAK-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO OPEN NOS-BREAK-CURSOR IN PGM '
                      'NOSRECON. SQLCODE=' WS-SQLCODE-DISPLAY
              GO TO CVB999
           END-IF.

           PERFORM FETCH-NEXT-BREAK.

           PERFORM CLEAR-ONE-BREAK
              UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE
              NOS-BREAK-CURSOR
           END-EXEC.

           IF NUMBER-OF-BREAKS-CLEARED > 0
              DISPLAY 'NOSRECON auto-cleared '
                      NUMBER-OF-BREAKS-CLEARED
                      ' break(s) that stopped appearing'
           END-IF.

       CVB999.
           EXIT.

       FETCH-NEXT-BREAK SECTION.
       FNB010.

           EXEC SQL FETCH FROM NOS-BREAK-CURSOR
              INTO :HV-BREAK-KEY
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'Failure when attempting to FETCH from the'
                 ' DB2 CURSOR NOS-BREAK-CURSOR. With SQL code='
                 WS-SQLCODE-DISPLAY
           END-IF.

       FNB999.
           EXIT.

       CLEAR-ONE-BREAK SECTION.
       COB010.

           MOVE 'N' TO WS-KEY-FOUND.
           PERFORM CHECK-FOUND-KEY
              VARYING WS-FOUND-SUB FROM 1 BY 1
              UNTIL WS-FOUND-SUB > WS-FOUND-COUNT
                 OR WS-KEY-FOUND = 'Y'.

           IF WS-KEY-FOUND = 'N'
              EXEC SQL
                   UPDATE RECON_BREAKS
                   SET    BREAK_STATUS = 'C'
                   WHERE  BREAK_SOURCE = :HV-BREAK-SOURCE
                   AND    BREAK_KEY    = :HV-BREAK-KEY
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO NUMBER-OF-BREAKS-CLEARED
              END-IF
           END-IF.

           PERFORM FETCH-NEXT-BREAK.

       COB999.
           EXIT.

       CHECK-FOUND-KEY SECTION.
       CFK010.

           IF WS-FOUND-KEY(WS-FOUND-SUB) = HV-BREAK-KEY
              MOVE 'Y' TO WS-KEY-FOUND
           END-IF.

       CFK999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           WRITE REPORT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error writing the NOSRECON report file, '
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
      *    A DB2 or report failure part-way leaves no half-recorded
      *    set of breaks behind.
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
