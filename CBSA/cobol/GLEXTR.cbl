      *              type with no mapping stops the extract loudly    *
      *              with RC 12 and nothing is handed to finance -    *
      *              there is no dumping account here.                *
      *              Entries are journalled in the currency of the    *
      *              account they were posted to: each line carries   *
      *              its currency, and each currency proves on its    *
      *              own trailer, since a dollar and a pound do not   *
      *              add.                                             *
      *              Prior-period adjustments follow the day's        *
      *              journal: entries registered on LATE_POSTING      *
      *              with a ledger date before the day they were      *
      *              recorded (a back-dated reload, say) were never   *
      *              in a daily cut, so they are journalled as 'A'    *
      *              lines dated at their ledger date, proved per     *
      *              currency on 'Q' trailers against the register,   *
      *              and stamped journalled once the run proves.      *
      *              With the PDYSRC switch set to 'F' the day's      *
      *              ledger is read from the PRODEXT day file instead *
      *              of PROCTRAN and journalled at the file's ledger  *
      *              date; a file for an earlier day reruns that      *
      *              day's journal alone, without the adjustments.    *
      *                                                                *
      * Input:  The day-source switch PDYSRC and the day file PRODAY   *
      * Output: The journal file GLJRNL                                *
      *                                                                *
      ******************************************************************
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS JRN-FILE-STATUS.

      *    'F' reads the day's ledger from the PRODEXT day file
      *    rather than PROCTRAN; missing or anything else reads Db2.
           SELECT PDYSRC-PARM-FILE
                  ASSIGN TO PDYSRC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PDYSRC-FILE-STATUS.

           SELECT DAY-FILE
                  ASSIGN TO PRODAY
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DAY-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***

      *    'J' journal line / 'P' proof trailer, the record-type-
      *    prefix convention the suite's structured files carry.
      *    'A' adjustment line / 'Q' adjustment proof trailer share
      *    the same two layouts.
       FD  JRNL-FILE.
       01  JRNL-RECORD.
           05 JRN-REC-TYPE                PIC X(1).
              10 JRN-AMOUNT               PIC 9(12)V99.
              10 JRN-SOURCE-TYPE          PIC X(3).
              10 JRN-SOURCE-SORTCODE      PIC X(6).
              10 JRN-CURRENCY-CD          PIC X(3).
              10 FILLER                   PIC X(12).
           05 JRN-PROOF-VIEW REDEFINES JRN-REC-BODY.
              10 JRN-PROOF-DR-TOTAL       PIC 9(13)V99.
              10 JRN-PROOF-CR-TOTAL       PIC 9(13)V99.
              10 JRN-PROOF-LEDGER-TOTAL   PIC 9(13)V99.
              10 JRN-PROOF-CURRENCY-CD    PIC X(3).
              10 FILLER                   PIC X(12).

       FD  PDYSRC-PARM-FILE.
       01  PDYSRC-PARM-RECORD             PIC X(1).

       FD  DAY-FILE.
       01  DAY-RECORD.
           COPY PRODAY.

      *****************************************************************
      *** Working storage                                           ***
              )
           END-EXEC.

      *    Declare the ACCOUNT table, for the currency each entry's
      *    account is held in.
           EXEC SQL DECLARE ACCOUNT TABLE
              ( ACCOUNT_EYECATCHER             CHAR(4),
                ACCOUNT_CUSTOMER_NUMBER        CHAR(10),
                ACCOUNT_SORTCODE               CHAR(6) NOT NULL,
                ACCOUNT_NUMBER                 CHAR(9) NOT NULL,
                ACCOUNT_TYPE                   CHAR(8),
                ACCOUNT_INTEREST_RATE          DECIMAL(4, 2),
                ACCOUNT_OPENED                 DATE,
                ACCOUNT_OVERDRAFT_LIMIT        INTEGER,
                ACCOUNT_LAST_STATEMENT         DATE,
                ACCOUNT_NEXT_STATEMENT         DATE,
                ACCOUNT_AVAILABLE_BALANCE      DECIMAL(10, 2),
                ACCOUNT_ACTUAL_BALANCE         DECIMAL(10, 2),
                ACCOUNT_CURRENCY_CD            CHAR(3) )
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA

      * Host variables for the day's aggregates
       01 HOST-AGGREGATE-ROW.
          03 HV-AGG-CURRENCY            PIC X(3).
          03 HV-AGG-TYPE                PIC X(3).
          03 HV-AGG-SORTCODE            PIC X(6).
          03 HV-AGG-TOTAL               PIC S9(12)V99 COMP-3.
          03 HV-GLM-CR-GL               PIC X(10).

       01 HV-TODAY                      PIC X(10).
       01 HV-RUN-DATE                   PIC X(10).
       01 HV-ADJ-CUTOFF-TS              PIC X(26).
       01 HV-LEDGER-ABS-TOTAL           PIC S9(13)V99 COMP-3.

      * Declare the CURSOR aggregating today's ledger by account
      * currency, type and sort code.  An entry whose account has
      * gone counts as sterling, as every account once was.
           EXEC SQL DECLARE AGG-CURSOR CURSOR FOR
              SELECT COALESCE(A.ACCOUNT_CURRENCY_CD, 'GBP'),
                     P.PROCTRAN_TYPE,
                     P.PROCTRAN_SORTCODE,
                     SUM(P.PROCTRAN_AMOUNT)
                     FROM PROCTRAN P
                     LEFT OUTER JOIN ACCOUNT A
                       ON  A.ACCOUNT_SORTCODE = P.PROCTRAN_SORTCODE
                       AND A.ACCOUNT_NUMBER   = P.PROCTRAN_NUMBER
                     WHERE P.PROCTRAN_DATE = CURRENT DATE
                     GROUP BY COALESCE(A.ACCOUNT_CURRENCY_CD, 'GBP'),
                              P.PROCTRAN_TYPE, P.PROCTRAN_SORTCODE
                     ORDER BY 1, 2, 3
                     FOR FETCH ONLY
           END-EXEC.

      * Get the LATE_POSTING DB2 copybook
           EXEC SQL
              INCLUDE PERDDB2
           END-EXEC.

      * Declare the CURSOR aggregating the back-dated entries not
      * yet journalled (or journalled by an earlier run today) by
      * account currency, type, sort code and ledger date.  The
      * cut-off keeps an entry registered while the run is going
      * out of both the journal and the stamp.
           EXEC SQL DECLARE ADJ-CURSOR CURSOR FOR
              SELECT COALESCE(A.ACCOUNT_CURRENCY_CD, 'GBP'),
                     L.LATE_TYPE,
                     L.LATE_SORTCODE,
                     CHAR(L.LATE_POSTED_DATE),
                     SUM(L.LATE_AMOUNT)
                     FROM LATE_POSTING L
                     LEFT OUTER JOIN ACCOUNT A
                       ON  A.ACCOUNT_SORTCODE = L.LATE_SORTCODE
                       AND A.ACCOUNT_NUMBER   = L.LATE_NUMBER
                     WHERE L.LATE_POSTED_DATE < DATE(L.LATE_RECORDED_TS)
                     AND   L.LATE_RECORDED_TS <= :HV-ADJ-CUTOFF-TS
                     AND   (L.LATE_JOURNAL_DATE IS NULL
                            OR L.LATE_JOURNAL_DATE = CURRENT DATE)
                     GROUP BY COALESCE(A.ACCOUNT_CURRENCY_CD, 'GBP'),
                              L.LATE_TYPE, L.LATE_SORTCODE,
                              L.LATE_POSTED_DATE
                     ORDER BY 1, 2, 3, 4
                     FOR FETCH ONLY
           END-EXEC.

      *    The outbound file register entry for each file sent out.
       01 WS-OUTFREG-PGM                 PIC X(8) VALUE 'OUTFREG'.
       01 WS-OUTFREG-PARMS.
           COPY OUTFREG.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  WS-EOF                       PIC X VALUE 'N'.

       01  WS-JOURNAL-AMOUNT            PIC S9(12)V99 COMP-3.
      *    'J'/'P' for the day's journal, 'A'/'Q' for adjustments,
      *    and the ledger date the lines being written carry.
       01  WS-LINE-REC-TYPE             PIC X(1) VALUE 'J'.
       01  WS-PROOF-REC-TYPE            PIC X(1) VALUE 'P'.
       01  WS-LINE-DATE                 PIC X(10).
      *    The currency whose lines are being written and proved.
       01  WS-PROOF-CURRENCY            PIC X(3) VALUE SPACES.
       01  WS-DR-RUNNING-TOTAL          PIC S9(13)V99 VALUE 0.
       01  WS-CR-RUNNING-TOTAL          PIC S9(13)V99 VALUE 0.
      *    Debits across every currency, the journal's hash total.
       01  WS-JOURNAL-HASH              PIC S9(13)V99 VALUE 0.

       01  NUMBER-OF-AGGREGATES         PIC 9(8) VALUE 0.
       01  NUMBER-OF-JOURNAL-LINES      PIC 9(8) VALUE 0.
       01  NUMBER-OF-ADJUSTMENTS        PIC 9(8) VALUE 0.

      *    The day file, when PDYSRC selects it, and what has been
      *    read from it so far to prove against its trailer.
       01  PDYSRC-FILE-STATUS           PIC XX.
       01  DAY-FILE-STATUS              PIC XX.
       01  WS-DAY-SOURCE                PIC X VALUE 'D'.
           88 DAY-FROM-FILE             VALUE 'F'.
       01  WS-DAY-EOF                   PIC X VALUE 'N'.
       01  WS-DAY-LEDGER-DATE           PIC X(10).
       01  WS-DAY-ROWS-READ             PIC 9(9) VALUE 0.
       01  WS-DAY-AMOUNT-READ           PIC S9(13)V99 VALUE 0.

      *    The account a day-file row was posted to, for its
      *    currency - looked up once per account, the file being in
      *    account order.
       01 HV-LOOK-SORTCODE              PIC X(6).
       01 HV-LOOK-NUMBER                PIC X(9).
       01 HV-LOOK-CURRENCY              PIC X(3).

      *    The day file's rows aggregated as AGG-CURSOR aggregates
      *    them - currency, type, sort code, kept in that order -
      *    and each currency's absolute total for its proof.  A day
      *    needing more entries than these stops the run.
       01  WS-AGG-TABLE.
           05 WS-AGG-COUNT              PIC 9(4) VALUE 0.
           05 WS-AGG-ENTRY              OCCURS 500 TIMES.
              10 WS-AGG-KEY.
                 15 WS-AGG-CURRENCY     PIC X(3).
                 15 WS-AGG-TYPE         PIC X(3).
                 15 WS-AGG-SORTCODE     PIC X(6).
              10 WS-AGG-TOTAL           PIC S9(12)V99 COMP-3.
       01  WS-AGG-SUB                   PIC 9(4).
       01  WS-AGG-POS                   PIC 9(4).
       01  WS-AGG-NEXT                  PIC 9(4) VALUE 0.
       01  WS-NEW-AGG-KEY.
           05 WS-NEW-AGG-CURRENCY       PIC X(3).
           05 WS-NEW-AGG-TYPE           PIC X(3).
           05 WS-NEW-AGG-SORTCODE       PIC X(6).

       01  WS-CCY-TABLE.
           05 WS-CCY-COUNT              PIC 9(4) VALUE 0.
           05 WS-CCY-ENTRY              OCCURS 50 TIMES.
              10 WS-CCY-CD              PIC X(3).
              10 WS-CCY-ABS-TOTAL       PIC S9(13)V99 COMP-3.
       01  WS-CCY-SUB                   PIC 9(4).
       01  WS-CCY-FOUND                 PIC X(1).

      *****************************************************************
      *** Linkage Storage                                           ***
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              SELECT CURRENT TIMESTAMP
              INTO   :HV-ADJ-CUTOFF-TS
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT TIMESTAMP IN PGM '
                      'GLEXTR. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM LOAD-DAY-SOURCE.

           IF DAY-FROM-FILE
              EXEC SQL
                 SELECT CHAR(CURRENT DATE, ISO)
                 INTO   :HV-RUN-DATE
                 FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              PERFORM OPEN-DAY-FILE
              MOVE WS-DAY-LEDGER-DATE TO HV-TODAY
              PERFORM AGGREGATE-DAY-FILE
           END-IF.

           MOVE HV-TODAY TO WS-LINE-DATE.

           OPEN OUTPUT JRNL-FILE.
           IF JRN-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the GLEXTR journal file, '
                      ' status=' JRN-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF NOT DAY-FROM-FILE
              EXEC SQL OPEN
                 AGG-CURSOR
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'GLEXTR unable to open AGG-CURSOR, SQLCODE='
                         WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           END-IF.

           PERFORM JOURNAL-ONE-AGGREGATE UNTIL WS-EOF = 'Y'.

           IF NOT DAY-FROM-FILE
              EXEC SQL CLOSE
                 AGG-CURSOR
              END-EXEC
           END-IF.

      *
      *    The last currency's proof - or, on a day with no
      *    activity at all, the empty sterling proof that says so.
      *
           IF WS-PROOF-CURRENCY = SPACES
              MOVE 'GBP' TO HV-AGG-CURRENCY
              PERFORM START-CURRENCY-PROOF
           END-IF.

           PERFORM WRITE-PROOF-TRAILER.

      *
      *    Adjustments belong to tonight's journal: a rerun of an
      *    earlier day from its day file leaves them alone.
      *
           IF DAY-FROM-FILE AND HV-TODAY NOT = HV-RUN-DATE
              DISPLAY 'GLEXTR rerunning ledger date ' HV-TODAY
                      ' from the day file - adjustments not '
                      'journalled'
           ELSE
              PERFORM JOURNAL-ADJUSTMENTS
           END-IF.

           CLOSE JRNL-FILE.

           DISPLAY 'GLEXTR journalled ' NUMBER-OF-AGGREGATES
                   ' aggregate(s) and ' NUMBER-OF-ADJUSTMENTS
                   ' prior-period adjustment(s) as '
                   NUMBER-OF-JOURNAL-LINES ' line(s).'.

      *
      *    Only a journal that proved is registered for sending
      *    and marks its adjustments as handed to finance; a failed
      *    proof leaves them for the rerun.
      *
           IF RETURN-CODE < 8
              MOVE 'GLJRNL'                TO OFR-FILE-NAME
              MOVE HV-TODAY                TO OFR-BUSINESS-DATE
              MOVE NUMBER-OF-JOURNAL-LINES TO OFR-RECORD-COUNT
              MOVE WS-JOURNAL-HASH         TO OFR-HASH-TOTAL
              PERFORM REGISTER-OUTBOUND-FILE
              IF NOT DAY-FROM-FILE OR HV-TODAY = HV-RUN-DATE
                 PERFORM STAMP-ADJUSTMENTS
              END-IF
           END-IF.

           PERFORM PROGRAM-DONE.

       JOURNAL-ONE-AGGREGATE SECTION.
       JOA010.

           IF DAY-FROM-FILE
              PERFORM TAKE-NEXT-AGGREGATE
           ELSE
              PERFORM FETCH-NEXT-AGGREGATE
           END-IF.

           IF WS-EOF = 'Y'
              GO TO JOA999
           END-IF.

           IF HV-AGG-CURRENCY NOT = WS-PROOF-CURRENCY
              IF WS-PROOF-CURRENCY NOT = SPACES
                 PERFORM WRITE-PROOF-TRAILER
              END-IF
              PERFORM START-CURRENCY-PROOF
           END-IF.

           ADD 1 TO NUMBER-OF-AGGREGATES.

           PERFORM POST-AGGREGATE.

       JOA999.
           EXIT.

       FETCH-NEXT-AGGREGATE SECTION.
       FNA010.

           EXEC SQL FETCH FROM AGG-CURSOR
              INTO :HV-AGG-CURRENCY,
                   :HV-AGG-TYPE,
                   :HV-AGG-SORTCODE,
                   :HV-AGG-TOTAL
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FNA999
           END-IF.

           IF SQLCODE NOT = 0
              PERFORM PROGRAM-DONE
           END-IF.

       FNA999.
           EXIT.

      *
      *    The next day-file aggregate, in the order AGG-CURSOR
      *    would have fetched it.
      *
       TAKE-NEXT-AGGREGATE SECTION.
       TNA010.

           ADD 1 TO WS-AGG-NEXT.

           IF WS-AGG-NEXT > WS-AGG-COUNT
              MOVE 'Y' TO WS-EOF
              GO TO TNA999
           END-IF.

           MOVE WS-AGG-CURRENCY (WS-AGG-NEXT) TO HV-AGG-CURRENCY.
           MOVE WS-AGG-TYPE     (WS-AGG-NEXT) TO HV-AGG-TYPE.
           MOVE WS-AGG-SORTCODE (WS-AGG-NEXT) TO HV-AGG-SORTCODE.
           MOVE WS-AGG-TOTAL    (WS-AGG-NEXT) TO HV-AGG-TOTAL.

       TNA999.
           EXIT.

      *
      *    Read the whole day file, aggregating each row into the
      *    table by its account's currency, type and sort code, and
      *    its absolute amount into its currency's proof total.  An
      *    account that has gone counts as sterling, as in
      *    AGG-CURSOR.
      *
       AGGREGATE-DAY-FILE SECTION.
       ADF010.

           MOVE SPACES TO HV-LOOK-SORTCODE.
           MOVE SPACES TO HV-LOOK-NUMBER.

           PERFORM READ-DAY-FILE.
           PERFORM AGGREGATE-ONE-DAY-ROW UNTIL WS-DAY-EOF = 'Y'.

       ADF999.
           EXIT.

       AGGREGATE-ONE-DAY-ROW SECTION.
       AOD010.

           IF PDY-SORTCODE NOT = HV-LOOK-SORTCODE
              OR PDY-NUMBER NOT = HV-LOOK-NUMBER
              MOVE PDY-SORTCODE TO HV-LOOK-SORTCODE
              MOVE PDY-NUMBER   TO HV-LOOK-NUMBER
              EXEC SQL
                   SELECT COALESCE(ACCOUNT_CURRENCY_CD, 'GBP')
                   INTO   :HV-LOOK-CURRENCY
                   FROM   ACCOUNT
                   WHERE  ACCOUNT_SORTCODE = :HV-LOOK-SORTCODE
                   AND    ACCOUNT_NUMBER   = :HV-LOOK-NUMBER
              END-EXEC
              IF SQLCODE = 100
                 MOVE 'GBP' TO HV-LOOK-CURRENCY
              ELSE
                 IF SQLCODE NOT = 0
                    MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                    DISPLAY 'GLEXTR unable to read the currency of '
                            HV-LOOK-SORTCODE HV-LOOK-NUMBER
                            ', SQLCODE=' WS-SQLCODE-DISPLAY
                    MOVE 12 TO RETURN-CODE
                    PERFORM PROGRAM-DONE
                 END-IF
              END-IF
           END-IF.

           MOVE HV-LOOK-CURRENCY TO WS-NEW-AGG-CURRENCY.
           MOVE PDY-TYPE         TO WS-NEW-AGG-TYPE.
           MOVE PDY-SORTCODE     TO WS-NEW-AGG-SORTCODE.

      *    The first entry not below the new key is where it goes.
           MOVE 1 TO WS-AGG-POS.
           PERFORM STEP-AGG-POSITION
              UNTIL WS-AGG-POS > WS-AGG-COUNT
                 OR WS-AGG-KEY (WS-AGG-POS) NOT < WS-NEW-AGG-KEY.

           IF WS-AGG-POS > WS-AGG-COUNT
              OR WS-AGG-KEY (WS-AGG-POS) NOT = WS-NEW-AGG-KEY
              PERFORM INSERT-AGG-ENTRY
           END-IF.

           ADD PDY-AMOUNT TO WS-AGG-TOTAL (WS-AGG-POS).

           MOVE 'N' TO WS-CCY-FOUND.
           PERFORM FIND-CCY-ENTRY
              VARYING WS-CCY-SUB FROM 1 BY 1
                UNTIL WS-CCY-SUB > WS-CCY-COUNT
                   OR WS-CCY-FOUND = 'Y'.

           IF WS-CCY-FOUND = 'N'
              IF WS-CCY-COUNT >= 50
                 DISPLAY 'GLEXTR currency table full - run stopped'
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
              ADD 1 TO WS-CCY-COUNT
              MOVE WS-CCY-COUNT     TO WS-CCY-SUB
              MOVE HV-LOOK-CURRENCY TO WS-CCY-CD (WS-CCY-SUB)
              MOVE 0                TO WS-CCY-ABS-TOTAL (WS-CCY-SUB)
           END-IF.

           IF PDY-AMOUNT < 0
              SUBTRACT PDY-AMOUNT FROM WS-CCY-ABS-TOTAL (WS-CCY-SUB)
           ELSE
              ADD PDY-AMOUNT TO WS-CCY-ABS-TOTAL (WS-CCY-SUB)
           END-IF.

           PERFORM READ-DAY-FILE.

       AOD999.
           EXIT.

       STEP-AGG-POSITION SECTION.
       SAG010.

           ADD 1 TO WS-AGG-POS.

       SAG999.
           EXIT.

      *
      *    Open a slot at WS-AGG-POS for the new key, moving the
      *    entries above it up one.
      *
       INSERT-AGG-ENTRY SECTION.
       IAE010.

           IF WS-AGG-COUNT >= 500
              DISPLAY 'GLEXTR aggregate table full - run stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM SHIFT-ONE-AGG-ENTRY
              VARYING WS-AGG-SUB FROM WS-AGG-COUNT BY -1
                UNTIL WS-AGG-SUB < WS-AGG-POS.

           ADD 1 TO WS-AGG-COUNT.
           MOVE WS-NEW-AGG-KEY TO WS-AGG-KEY (WS-AGG-POS).
           MOVE 0              TO WS-AGG-TOTAL (WS-AGG-POS).

       IAE999.
           EXIT.

       SHIFT-ONE-AGG-ENTRY SECTION.
       SOA010.

           MOVE WS-AGG-ENTRY (WS-AGG-SUB)
             TO WS-AGG-ENTRY (WS-AGG-SUB + 1).

       SOA999.
           EXIT.

      *
      *    Leaves WS-CCY-SUB on the entry when found; the VARYING
      *    has stepped it one past by the time the loop ends.
      *
       FIND-CCY-ENTRY SECTION.
       FCE010.

           IF WS-CCY-CD (WS-CCY-SUB) = HV-LOOK-CURRENCY
              MOVE 'Y' TO WS-CCY-FOUND
              SUBTRACT 1 FROM WS-CCY-SUB
           END-IF.

       FCE999.
           EXIT.

      *
      *    The DR and CR lines for the aggregate in HOST-AGGREGATE-
      *    ROW, as WS-LINE-REC-TYPE lines dated WS-LINE-DATE.
      *
       POST-AGGREGATE SECTION.
       PA010.

           IF HV-AGG-TOTAL = 0
              GO TO PA999
           END-IF.

           EXEC SQL
           MOVE 'DR' TO JRN-DR-CR.
           PERFORM WRITE-JOURNAL-LINE.
           ADD WS-JOURNAL-AMOUNT TO WS-DR-RUNNING-TOTAL.
           ADD WS-JOURNAL-AMOUNT TO WS-JOURNAL-HASH.

           IF HV-AGG-TOTAL > 0
              MOVE HV-GLM-CR-GL TO JRN-GL-ACCOUNT
           PERFORM WRITE-JOURNAL-LINE.
           ADD WS-JOURNAL-AMOUNT TO WS-CR-RUNNING-TOTAL.

       PA999.
           EXIT.

       WRITE-JOURNAL-LINE SECTION.
       WJL010.

           MOVE WS-LINE-REC-TYPE   TO JRN-REC-TYPE.
           MOVE WS-LINE-DATE       TO JRN-DATE.
           MOVE WS-JOURNAL-AMOUNT  TO JRN-AMOUNT.
           MOVE HV-AGG-TYPE        TO JRN-SOURCE-TYPE.
           MOVE HV-AGG-SORTCODE    TO JRN-SOURCE-SORTCODE.
           MOVE HV-AGG-CURRENCY    TO JRN-CURRENCY-CD.

           WRITE JRNL-RECORD.

       WJL999.
           EXIT.

      *
      *    A new currency begins: its running totals start from
      *    zero, and its tie-out figure is the day's ledger activity
      *    in that currency in absolute terms, which the currency's
      *    one-side journal total must equal exactly.
      *
       START-CURRENCY-PROOF SECTION.
       SCP010.

           MOVE HV-AGG-CURRENCY TO WS-PROOF-CURRENCY.
           MOVE 0 TO WS-DR-RUNNING-TOTAL.
           MOVE 0 TO WS-CR-RUNNING-TOTAL.

           IF DAY-FROM-FILE
              PERFORM TAKE-CURRENCY-LEDGER-TOTAL
              GO TO SCP999
           END-IF.

           EXEC SQL
                SELECT COALESCE(SUM(ABS(P.PROCTRAN_AMOUNT)), 0)
                INTO   :HV-LEDGER-ABS-TOTAL
                FROM   PROCTRAN P
                LEFT OUTER JOIN ACCOUNT A
                  ON  A.ACCOUNT_SORTCODE = P.PROCTRAN_SORTCODE
                  AND A.ACCOUNT_NUMBER   = P.PROCTRAN_NUMBER
                WHERE  P.PROCTRAN_DATE = CURRENT DATE
                AND    COALESCE(A.ACCOUNT_CURRENCY_CD, 'GBP')
                          = :WS-PROOF-CURRENCY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'GLEXTR unable to total the ledger, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       SCP999.
           EXIT.

       TAKE-CURRENCY-LEDGER-TOTAL SECTION.
       TCL010.

           MOVE 0 TO HV-LEDGER-ABS-TOTAL.

           PERFORM TAKE-ONE-CCY-TOTAL
              VARYING WS-CCY-SUB FROM 1 BY 1
                UNTIL WS-CCY-SUB > WS-CCY-COUNT.

       TCL999.
           EXIT.

       TAKE-ONE-CCY-TOTAL SECTION.
       TOC010.

           IF WS-CCY-CD (WS-CCY-SUB) = WS-PROOF-CURRENCY
              MOVE WS-CCY-ABS-TOTAL (WS-CCY-SUB)
                TO HV-LEDGER-ABS-TOTAL
           END-IF.

       TOC999.
           EXIT.

      *
      *    The proof: the journal's DR and CR totals (equal by
      *    construction, but written so the reader can see it) and
       WPT010.

           INITIALIZE JRNL-RECORD.
           MOVE WS-PROOF-REC-TYPE    TO JRN-REC-TYPE.
           MOVE WS-DR-RUNNING-TOTAL  TO JRN-PROOF-DR-TOTAL.
           MOVE WS-CR-RUNNING-TOTAL  TO JRN-PROOF-CR-TOTAL.
           MOVE HV-LEDGER-ABS-TOTAL  TO JRN-PROOF-LEDGER-TOTAL.
           MOVE WS-PROOF-CURRENCY    TO JRN-PROOF-CURRENCY-CD.

           WRITE JRNL-RECORD.

           END-IF.

           IF WS-DR-RUNNING-TOTAL NOT = WS-CR-RUNNING-TOTAL
              DISPLAY 'GLEXTR PROOF FAILED: '
                      WS-PROOF-CURRENCY ' debits '
                      WS-DR-RUNNING-TOTAL ' do not equal credits '
                      WS-CR-RUNNING-TOTAL
              MOVE 8 TO RETURN-CODE
           END-IF.

           IF WS-DR-RUNNING-TOTAL NOT = HV-LEDGER-ABS-TOTAL
              DISPLAY 'GLEXTR PROOF FAILED: '
                      WS-PROOF-CURRENCY ' journal total '
                      WS-DR-RUNNING-TOTAL ' does not tie to the '
                      'ledger total ' HV-LEDGER-ABS-TOTAL
              MOVE 8 TO RETURN-CODE
       WPT999.
           EXIT.

      *
      *    The prior-period adjustments, after the day's journal and
      *    in the same double-entry form, each currency proved on
      *    its own 'Q' trailer.  A day without any writes nothing.
      *
       JOURNAL-ADJUSTMENTS SECTION.
       JAD010.

           MOVE 'A'    TO WS-LINE-REC-TYPE.
           MOVE 'Q'    TO WS-PROOF-REC-TYPE.
           MOVE SPACES TO WS-PROOF-CURRENCY.
           MOVE 'N'    TO WS-EOF.

           EXEC SQL OPEN
              ADJ-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'GLEXTR unable to open ADJ-CURSOR, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM JOURNAL-ONE-ADJUSTMENT UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              ADJ-CURSOR
           END-EXEC.

           IF WS-PROOF-CURRENCY NOT = SPACES
              PERFORM WRITE-PROOF-TRAILER
           END-IF.

       JAD999.
           EXIT.

       JOURNAL-ONE-ADJUSTMENT SECTION.
       JOD010.

           EXEC SQL FETCH FROM ADJ-CURSOR
              INTO :HV-AGG-CURRENCY,
                   :HV-AGG-TYPE,
                   :HV-AGG-SORTCODE,
                   :WS-LINE-DATE,
                   :HV-AGG-TOTAL
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO JOD999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'GLEXTR failure fetching ADJ-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-AGG-CURRENCY NOT = WS-PROOF-CURRENCY
              IF WS-PROOF-CURRENCY NOT = SPACES
                 PERFORM WRITE-PROOF-TRAILER
              END-IF
              PERFORM START-ADJUSTMENT-PROOF
           END-IF.

           ADD 1 TO NUMBER-OF-ADJUSTMENTS.

           PERFORM POST-AGGREGATE.

       JOD999.
           EXIT.

      *
      *    A new adjustment currency: its tie-out figure is the
      *    register's absolute total in that currency over the same
      *    entries the cursor reads.
      *
       START-ADJUSTMENT-PROOF SECTION.
       SAP010.

           MOVE HV-AGG-CURRENCY TO WS-PROOF-CURRENCY.
           MOVE 0 TO WS-DR-RUNNING-TOTAL.
           MOVE 0 TO WS-CR-RUNNING-TOTAL.

           EXEC SQL
                SELECT COALESCE(SUM(ABS(L.LATE_AMOUNT)), 0)
                INTO   :HV-LEDGER-ABS-TOTAL
                FROM   LATE_POSTING L
                LEFT OUTER JOIN ACCOUNT A
                  ON  A.ACCOUNT_SORTCODE = L.LATE_SORTCODE
                  AND A.ACCOUNT_NUMBER   = L.LATE_NUMBER
                WHERE  L.LATE_POSTED_DATE < DATE(L.LATE_RECORDED_TS)
                AND    L.LATE_RECORDED_TS <= :HV-ADJ-CUTOFF-TS
                AND    (L.LATE_JOURNAL_DATE IS NULL
                        OR L.LATE_JOURNAL_DATE = CURRENT DATE)
                AND    COALESCE(A.ACCOUNT_CURRENCY_CD, 'GBP')
                          = :WS-PROOF-CURRENCY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'GLEXTR unable to total the adjustments, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       SAP999.
           EXIT.

      *
      *    The adjustments just journalled are not journalled again
      *    tomorrow; a rerun today picks the same ones up again by
      *    their stamp.
      *
       STAMP-ADJUSTMENTS SECTION.
       SAD010.

           EXEC SQL
                UPDATE LATE_POSTING
                SET    LATE_JOURNAL_DATE = CURRENT DATE
                WHERE  LATE_POSTED_DATE < DATE(LATE_RECORDED_TS)
                AND    LATE_RECORDED_TS <= :HV-ADJ-CUTOFF-TS
                AND    LATE_JOURNAL_DATE IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'GLEXTR unable to stamp LATE_POSTING, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK WORK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

       SAD999.
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

           MOVE 'GLEXTR'   TO OFR-PROGRAM.
           CALL WS-OUTFREG-PGM USING WS-OUTFREG-PARMS.

           IF OFR-RETURN-CD NOT = 0
              MOVE OFR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'GLEXTR unable to register outbound file '
                      OFR-FILE-NAME ', SQLCODE=' WS-SQLCODE-DISPLAY
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

       ROF999.
           EXIT.

      *
      *    PDYSRC says where the day's ledger is read from: 'F' the
      *    PRODEXT day file, anything else - or no PDYSRC at all -
      *    PROCTRAN as before.
      *
       LOAD-DAY-SOURCE SECTION.
       LDS010.

           MOVE 'D' TO WS-DAY-SOURCE.

           OPEN INPUT PDYSRC-PARM-FILE.

           IF PDYSRC-FILE-STATUS NOT = '00'
              GO TO LDS999
           END-IF.

           READ PDYSRC-PARM-FILE
              AT END
                 MOVE SPACES TO PDYSRC-PARM-RECORD
           END-READ.

           IF PDYSRC-PARM-RECORD = 'F'
              MOVE 'F' TO WS-DAY-SOURCE
              DISPLAY 'GLEXTR reading the day''s ledger from the '
                      'PRODAY day file'
           END-IF.

           CLOSE PDYSRC-PARM-FILE.

       LDS999.
           EXIT.

      *
      *    Open the day file and take its ledger date from the
      *    header, leaving the first row read.  A file that does not
      *    start with a header is not a day file.
      *
       OPEN-DAY-FILE SECTION.
       ODF010.

           OPEN INPUT DAY-FILE.

           IF DAY-FILE-STATUS NOT = '00'
              DISPLAY 'GLEXTR unable to open the day file PRODAY, '
                      'status=' DAY-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           READ DAY-FILE
              AT END
                 MOVE SPACES TO PDY-REC-TYPE
           END-READ.

           IF NOT PDY-HEADER
              DISPLAY 'GLEXTR day file PRODAY has no header record'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE PDY-HDR-LEDGER-DATE TO WS-DAY-LEDGER-DATE.
           MOVE 0   TO WS-DAY-ROWS-READ.
           MOVE 0   TO WS-DAY-AMOUNT-READ.
           MOVE 'N' TO WS-DAY-EOF.

           DISPLAY 'GLEXTR day file ledger date ' WS-DAY-LEDGER-DATE.

       ODF999.
           EXIT.

      *
      *    The next row of the day file.  At the trailer the rows
      *    read must agree with its count and total, or the file is
      *    not the whole day and the run stops; a file that ends
      *    without a trailer is as bad.
      *
       READ-DAY-FILE SECTION.
       RDF010.

           READ DAY-FILE
              AT END
                 DISPLAY 'GLEXTR day file PRODAY ended without its '
                         'trailer'
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
           END-READ.

           IF PDY-DETAIL
              ADD 1          TO WS-DAY-ROWS-READ
              ADD PDY-AMOUNT TO WS-DAY-AMOUNT-READ
              GO TO RDF999
           END-IF.

           IF NOT PDY-TRAILER
              DISPLAY 'GLEXTR day file PRODAY record type '
                      PDY-REC-TYPE ' not recognised'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF PDY-TRL-COUNT NOT = WS-DAY-ROWS-READ
              OR PDY-TRL-AMOUNT NOT = WS-DAY-AMOUNT-READ
              DISPLAY 'GLEXTR day file PRODAY does not prove - '
                      'trailer ' PDY-TRL-COUNT ' rows '
                      PDY-TRL-AMOUNT ', read ' WS-DAY-ROWS-READ
                      ' rows ' WS-DAY-AMOUNT-READ
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'Y' TO WS-DAY-EOF.
           CLOSE DAY-FILE.

       RDF999.
           EXIT.

      *
      * Finish
      *
