      *              ages visibly on the BRKAGE report instead of     *
      *              silently letting payments through (or refusing   *
      *              them) against bad figures.                       *
      *              With the PDYSRC switch set to 'F' the daily      *
      *              re-sum is taken from the PRODEXT day file,       *
      *              merged against the totals rows in account        *
      *              order; the month's re-sum still reads PROCTRAN.  *
      *              The file must be today's: the running totals of  *
      *              an earlier day are gone.                         *
      *                                                                *
      * Input:  The day-source switch PDYSRC and the day file PRODAY   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *****************************************************************
       FILE SECTION.

       FD  PDYSRC-PARM-FILE.
       01  PDYSRC-PARM-RECORD               PIC X(1).

       FD  DAY-FILE.
       01  DAY-RECORD.
           COPY PRODAY.

      *****************************************************************
      *** Working storage                                           ***
      *****************************************************************
       01 HV-LEDGER-DAILY-TOTAL         PIC S9(10)V99 COMP-3.
       01 HV-LEDGER-MONTH-TOTAL         PIC S9(10)V99 COMP-3.

      * Declare the CURSOR over today's maintained totals rows, in
      * account order so the day file can be merged against it.
           EXEC SQL DECLARE VEL-CURSOR CURSOR FOR
              SELECT VEL_SORTCODE,
                     VEL_NUMBER,
                     MONTH_TOTAL
                     FROM ACCT_PAY_TOTALS
                     WHERE TOTAL_DATE = CURRENT DATE
                     ORDER BY VEL_SORTCODE, VEL_NUMBER
                     FOR FETCH ONLY
           END-EXEC.

       01  NUMBER-OF-ROWS-CHECKED        PIC 9(8) VALUE 0.
       01  NUMBER-OF-ROWS-DRIFTED        PIC 9(8) VALUE 0.

      *    The day file, when PDYSRC selects it, and what has been
      *    read from it so far to prove against its trailer.
       01  PDYSRC-FILE-STATUS            PIC XX.
       01  DAY-FILE-STATUS               PIC XX.
       01  WS-DAY-SOURCE                 PIC X VALUE 'D'.
           88 DAY-FROM-FILE              VALUE 'F'.
       01  WS-DAY-EOF                    PIC X VALUE 'N'.
       01  WS-DAY-LEDGER-DATE            PIC X(10).
       01  WS-DAY-ROWS-READ              PIC 9(9) VALUE 0.
       01  WS-DAY-AMOUNT-READ            PIC S9(13)V99 VALUE 0.
       01  HV-RUN-DATE                   PIC X(10).

      *    The totals row's account as the day file's sort code and
      *    account number sit side by side, for the merge.
       01  WS-VEL-KEY.
           05 WS-VEL-KEY-SORTCODE        PIC X(6).
           05 WS-VEL-KEY-NUMBER          PIC X(9).

      *    A day-file outflow leg, checked against the consent whose
      *    beneficiary it would be leaving - a refund's reverse leg.
       01 HV-DAY-REF                     PIC X(12).
       01 HV-DAY-SORTCODE                PIC X(6).
       01 HV-DAY-NUMBER8                 PIC X(8).
       01 HV-REFUND-COUNT                PIC S9(8) COMP.

      *****************************************************************
      *** Linkage Storage                                           ***
      *****************************************************************
       PREMIERE SECTION.
       A010.

           PERFORM LOAD-DAY-SOURCE.

           IF DAY-FROM-FILE
              PERFORM OPEN-DAY-FILE
              EXEC SQL
                 SELECT CHAR(CURRENT DATE, ISO)
                 INTO   :HV-RUN-DATE
                 FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              IF WS-DAY-LEDGER-DATE NOT = HV-RUN-DATE
                 DISPLAY 'VELRECON day file is for '
                         WS-DAY-LEDGER-DATE ', not today - the '
                         'running totals can only be checked on '
                         'their own day'
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
              PERFORM READ-DAY-FILE
           END-IF.

           EXEC SQL OPEN
              VEL-CURSOR
           END-EXEC.
                VEL-CURSOR
           END-EXEC.

      *
      *    Whatever of the day file lies beyond the last totals row
      *    is read through, so it proves against its trailer before
      *    anything is committed.
      *
           IF DAY-FROM-FILE
              PERFORM READ-DAY-FILE UNTIL WS-DAY-EOF = 'Y'
           END-IF.

           PERFORM CLEAR-VANISHED-BREAKS.

           EXEC SQL
       VERIFY-ONE-ROW SECTION.
       VOR010.

           IF DAY-FROM-FILE
              PERFORM SUM-DAY-FILE-OUTFLOW
              GO TO VOR020
           END-IF.

           EXEC SQL
                SELECT COALESCE(SUM(-P.PROCTRAN_AMOUNT), 0)
                INTO   :HV-LEDGER-DAILY-TOTAL
              GO TO VOR999
           END-IF.

       VOR020.
           EXEC SQL
                SELECT COALESCE(SUM(-P.PROCTRAN_AMOUNT), 0)
                INTO   :HV-LEDGER-MONTH-TOTAL
       VOR999.
           EXIT.

      *
      *    The daily re-sum from the day file.  Both sides are in
      *    account order: rows for accounts with no totals row are
      *    passed over, then this account's outflow legs are summed
      *    as the daily SELECT sums them.
      *
       SUM-DAY-FILE-OUTFLOW SECTION.
       SDO010.

           MOVE 0               TO HV-LEDGER-DAILY-TOTAL.
           MOVE HV-VEL-SORTCODE TO WS-VEL-KEY-SORTCODE.
           MOVE HV-VEL-NUMBER   TO WS-VEL-KEY-NUMBER.

           PERFORM READ-DAY-FILE
              UNTIL WS-DAY-EOF = 'Y'
                 OR PDY-REC-BODY (5:15) NOT < WS-VEL-KEY.

           PERFORM SUM-ONE-DAY-ROW
              UNTIL WS-DAY-EOF = 'Y'
                 OR PDY-REC-BODY (5:15) NOT = WS-VEL-KEY.

       SDO999.
           EXIT.

       SUM-ONE-DAY-ROW SECTION.
       SOD010.

           IF PDY-TYPE NOT = 'TFR'
              OR PDY-AMOUNT NOT < 0
              GO TO SOD090
           END-IF.

           MOVE PDY-REF          TO HV-DAY-REF.
           MOVE PDY-SORTCODE     TO HV-DAY-SORTCODE.
           MOVE PDY-NUMBER (2:8) TO HV-DAY-NUMBER8.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :HV-REFUND-COUNT
                FROM   CONSENT C
                WHERE  C.END_TO_END_ID = :HV-DAY-REF
                AND    SUBSTR(C.CREDIT_AC, 1, 6) = :HV-DAY-SORTCODE
                AND    SUBSTR(C.CREDIT_AC, 7, 8) = :HV-DAY-NUMBER8
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'Failure checking day-file leg ' HV-DAY-REF
                 ' against CONSENT, SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-REFUND-COUNT = 0
              SUBTRACT PDY-AMOUNT FROM HV-LEDGER-DAILY-TOTAL
           END-IF.

       SOD090.
           PERFORM READ-DAY-FILE.

       SOD999.
           EXIT.

      *
      *    Merge this run's sighting of the break - the same idiom
      *    ACCRECON and CONRECON feed the registry with.
       ROA999.
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
              DISPLAY 'VELRECON reading the day''s ledger from the '
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
              DISPLAY 'VELRECON unable to open the day file PRODAY, '
                      'status=' DAY-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           READ DAY-FILE
              AT END
                 MOVE SPACES TO PDY-REC-TYPE
           END-READ.

           IF NOT PDY-HEADER
              DISPLAY 'VELRECON day file PRODAY has no header record'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE PDY-HDR-LEDGER-DATE TO WS-DAY-LEDGER-DATE.
           MOVE 0   TO WS-DAY-ROWS-READ.
           MOVE 0   TO WS-DAY-AMOUNT-READ.
           MOVE 'N' TO WS-DAY-EOF.

           DISPLAY 'VELRECON day file ledger date ' WS-DAY-LEDGER-DATE.

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
                 DISPLAY 'VELRECON day file PRODAY ended without its '
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
              DISPLAY 'VELRECON day file PRODAY record type '
                      PDY-REC-TYPE ' not recognised'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF PDY-TRL-COUNT NOT = WS-DAY-ROWS-READ
              OR PDY-TRL-AMOUNT NOT = WS-DAY-AMOUNT-READ
              DISPLAY 'VELRECON day file PRODAY does not prove - '
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
