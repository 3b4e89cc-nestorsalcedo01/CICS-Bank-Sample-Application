      *              showing activity.  An account already carrying   *
      *              an open case for the pattern is not re-raised.   *
      *              The AMLWRK transaction works the queue.          *
      *              With the PDYSRC switch set to 'F' the day's      *
      *              ledger is read from the PRODEXT day file instead *
      *              of PROCTRAN, one account at a time, and cases    *
      *              are raised as at the file's ledger date.         *
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

       01  NUMBER-OF-CASES-RAISED        PIC 9(8) VALUE 0.

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

      *    One account's day from the day file: what the three
      *    patterns measure, and its rows kept in time order as the
      *    evidence a raised case carries.  An account with more
      *    rows in a day than the buffer holds has the first of them
      *    attached and the shortfall reported.
       01  WS-ACC-STRUCT-COUNT           PIC S9(8) COMP.
       01  WS-ACC-INBOUND-FLAG           PIC X(1).
       01  HV-DORM-STATUS                PIC X(1).
       01  WS-EVB-TABLE.
           05 WS-EVB-COUNT               PIC 9(4) VALUE 0.
           05 WS-EVB-ENTRY               OCCURS 500 TIMES.
              10 WS-EVB-DATE               PIC X(10).
              10 WS-EVB-TYPE               PIC X(3).
              10 WS-EVB-AMOUNT             PIC S9(10)V99 COMP-3.
              10 WS-EVB-DESC               PIC X(40).
       01  WS-EVB-SUB                    PIC 9(4).
       01  WS-EVB-DROPPED                PIC 9(8) VALUE 0.

      *****************************************************************
      *** Linkage Storage                                           ***
      *****************************************************************
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM LOAD-DAY-SOURCE.

           IF DAY-FROM-FILE
              PERFORM SCAN-DAY-FILE
           ELSE
              PERFORM SCAN-FOR-STRUCTURING
              PERFORM SCAN-FOR-RAPID-FLOW
              PERFORM SCAN-FOR-DORMANT-ACTIVITY
           END-IF.

           EXEC SQL
              COMMIT
       SFD999.
           EXIT.

      *
      *    The three patterns over the day file in one pass.  The
      *    file is in account order, so each account's day is read
      *    in full and then tested against each pattern in turn -
      *    the same tests the cursors make.
      *
       SCAN-DAY-FILE SECTION.
       SDF010.

           PERFORM OPEN-DAY-FILE.
           MOVE WS-DAY-LEDGER-DATE TO HV-TODAY.

           PERFORM READ-DAY-FILE.
           PERFORM SCAN-ONE-DAY-ACCOUNT UNTIL WS-DAY-EOF = 'Y'.

           IF WS-EVB-DROPPED > 0
              DISPLAY 'AMLSCAN ' WS-EVB-DROPPED ' evidence row(s) '
                      'beyond the per-account buffer not attached'
           END-IF.

       SDF999.
           EXIT.

       SCAN-ONE-DAY-ACCOUNT SECTION.
       SDA010.

           MOVE PDY-SORTCODE TO HV-PTN-SORTCODE.
           MOVE PDY-NUMBER   TO HV-PTN-NUMBER.
           MOVE 0   TO WS-ACC-STRUCT-COUNT.
           MOVE 0   TO HV-PTN-CREDIT-TOTAL.
           MOVE 0   TO HV-PTN-DEBIT-TOTAL.
           MOVE 'N' TO WS-ACC-INBOUND-FLAG.
           MOVE 0   TO WS-EVB-COUNT.

           PERFORM TAKE-ONE-ACCOUNT-ROW
              UNTIL WS-DAY-EOF = 'Y'
                 OR PDY-SORTCODE NOT = HV-PTN-SORTCODE
                 OR PDY-NUMBER NOT = HV-PTN-NUMBER.

           IF WS-ACC-STRUCT-COUNT >= WS-STRUCTURE-MIN-COUNT
              MOVE WS-ACC-STRUCT-COUNT TO HV-PTN-HIT-COUNT
              MOVE 'STRUCTURING' TO HV-CASE-PATTERN
              PERFORM RAISE-ONE-CASE
           END-IF.

           IF WS-ACC-INBOUND-FLAG = 'Y'
              AND HV-PTN-DEBIT-TOTAL * 100 >=
                     HV-PTN-CREDIT-TOTAL * WS-RAPID-PCT
              AND HV-PTN-CREDIT-TOTAL > 0
              MOVE 'RAPIDFLOW' TO HV-CASE-PATTERN
              PERFORM RAISE-ONE-CASE
           END-IF.

           EXEC SQL
                SELECT DORM_STATUS
                INTO   :HV-DORM-STATUS
                FROM   ACCOUNT_DORMANCY
                WHERE  DORM_SORTCODE = :HV-PTN-SORTCODE
                AND    DORM_NUMBER   = :HV-PTN-NUMBER
           END-EXEC.

           IF SQLCODE = 100
              GO TO SDA999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'AMLSCAN unable to read the dormancy of '
                      HV-PTN-SORTCODE HV-PTN-NUMBER
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-DORM-STATUS = 'D'
              MOVE 'DORMANTACT' TO HV-CASE-PATTERN
              PERFORM RAISE-ONE-CASE
           END-IF.

       SDA999.
           EXIT.

       TAKE-ONE-ACCOUNT-ROW SECTION.
       TAR010.

           IF PDY-TYPE = 'CRE'
              AND PDY-DESC (1:8) = 'COUNTER '
              AND PDY-AMOUNT >= WS-STRUCTURE-FLOOR
              AND PDY-AMOUNT < WS-REPORTING-THRESHOLD
              ADD 1 TO WS-ACC-STRUCT-COUNT
           END-IF.

           IF PDY-TYPE = 'CRE'
              AND PDY-DESC = 'INBOUND SCHEME CREDIT'
              MOVE 'Y' TO WS-ACC-INBOUND-FLAG
              ADD PDY-AMOUNT TO HV-PTN-CREDIT-TOTAL
           END-IF.

           IF PDY-TYPE = 'TFR'
              AND PDY-AMOUNT < 0
              SUBTRACT PDY-AMOUNT FROM HV-PTN-DEBIT-TOTAL
           END-IF.

           IF WS-EVB-COUNT < 500
              ADD 1 TO WS-EVB-COUNT
              MOVE PDY-DATE   TO WS-EVB-DATE (WS-EVB-COUNT)
              MOVE PDY-TYPE   TO WS-EVB-TYPE (WS-EVB-COUNT)
              MOVE PDY-AMOUNT TO WS-EVB-AMOUNT (WS-EVB-COUNT)
              MOVE PDY-DESC   TO WS-EVB-DESC (WS-EVB-COUNT)
           ELSE
              ADD 1 TO WS-EVB-DROPPED
           END-IF.

           PERFORM READ-DAY-FILE.

       TAR999.
           EXIT.

      *
      *    Raise one case for the account and pattern in hand -
      *    unless an open case already covers the same pair, so a
           MOVE 'N' TO WS-EVID-EOF.
           MOVE 0   TO HV-CT-SEQ.

           IF DAY-FROM-FILE
              PERFORM ATTACH-BUFFERED-EVIDENCE
                 VARYING WS-EVB-SUB FROM 1 BY 1
                   UNTIL WS-EVB-SUB > WS-EVB-COUNT
              GO TO ACE999
           END-IF.

           EXEC SQL OPEN
              EVIDENCE-CURSOR
           END-EXEC.
       ACE999.
           EXIT.

      *
      *    One of the account's buffered day-file rows attached, as
      *    EVIDENCE-CURSOR would have fetched it.
      *
       ATTACH-BUFFERED-EVIDENCE SECTION.
       ABE010.

           ADD 1 TO HV-CT-SEQ.
           MOVE WS-EVB-DATE (WS-EVB-SUB)   TO HV-CT-DATE.
           MOVE WS-EVB-TYPE (WS-EVB-SUB)   TO HV-CT-TYPE.
           MOVE WS-EVB-AMOUNT (WS-EVB-SUB) TO HV-CT-AMOUNT.
           MOVE WS-EVB-DESC (WS-EVB-SUB)   TO HV-CT-DESC.

           EXEC SQL
                INSERT INTO AML_CASE_TXN
                ( CT_CASE_ID, CT_SEQ, CT_DATE,
                  CT_TYPE, CT_AMOUNT, CT_DESC )
                VALUES ( :HV-CASE-ID, :HV-CT-SEQ,
                         :HV-CT-DATE, :HV-CT-TYPE,
                         :HV-CT-AMOUNT, :HV-CT-DESC )
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'AMLSCAN unable to attach evidence '
                      'to case ' HV-CASE-ID
           END-IF.

       ABE999.
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
              DISPLAY 'AMLSCAN reading the day''s ledger from the '
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
              DISPLAY 'AMLSCAN unable to open the day file PRODAY, '
                      'status=' DAY-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           READ DAY-FILE
              AT END
                 MOVE SPACES TO PDY-REC-TYPE
           END-READ.

           IF NOT PDY-HEADER
              DISPLAY 'AMLSCAN day file PRODAY has no header record'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE PDY-HDR-LEDGER-DATE TO WS-DAY-LEDGER-DATE.
           MOVE 0   TO WS-DAY-ROWS-READ.
           MOVE 0   TO WS-DAY-AMOUNT-READ.
           MOVE 'N' TO WS-DAY-EOF.

           DISPLAY 'AMLSCAN day file ledger date ' WS-DAY-LEDGER-DATE.

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
                 DISPLAY 'AMLSCAN day file PRODAY ended without its '
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
              DISPLAY 'AMLSCAN day file PRODAY record type '
                      PDY-REC-TYPE ' not recognised'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF PDY-TRL-COUNT NOT = WS-DAY-ROWS-READ
              OR PDY-TRL-AMOUNT NOT = WS-DAY-AMOUNT-READ
              DISPLAY 'AMLSCAN day file PRODAY does not prove - '
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
