      *              A leg whose partner is missing or whose pair      *
      *              does not net to zero is reported as unpaired      *
      *              rather than folded into the positions.            *
      *              With the PDYSRC switch set to 'F' the legs are    *
      *              read from the PRODEXT day file instead of         *
      *              PROCTRAN; a file for an earlier day reports that  *
      *              day's matrix but posts nothing, the day having    *
      *              been settled already.                             *
      *              Each line names its branches from the BRANCH      *
      *              master.                                           *
      *                                                                *
      * Input:  The day-source switch PDYSRC and the day file PRODAY   *
      * Output: The populated report file IBSETTL                      *
      *                                                                *
      ******************************************************************
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

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
           05 RPT-NET-AMOUNT                PIC -(12)9.99.
           05 FILLER                        PIC X    VALUE SPACE.
           05 RPT-PAIR-COUNT                PIC ZZZZZZZ9.
           05 FILLER                        PIC X    VALUE SPACE.
           05 RPT-NAME-FROM                 PIC X(20).
           05 FILLER                        PIC X    VALUE SPACE.
           05 RPT-NAME-TO                   PIC X(20).

       FD  PDYSRC-PARM-FILE.
       01  PDYSRC-PARM-RECORD               PIC X(1).

       FD  DAY-FILE.
       01  DAY-RECORD.
           COPY PRODAY.

      *****************************************************************
      *** Working storage                                           ***
              INCLUDE BSTLDB2
           END-EXEC.

      * Get the BRANCH DB2 copybook - the branch names the report
      * lines carry.
           EXEC SQL
              INCLUDE BRCHDB2
           END-EXEC.

      * BRANCH host variables for the name lookup
       01 HOST-BRANCH-ROW.
          03 HV-BRANCH-SORTCODE         PIC X(6).
          03 HV-BRANCH-NAME             PIC X(20).

      * BRANCH_SETTLE host variables for the posting step
       01 HOST-SETTLE-ROW.
          03 HV-BSMV-FROM               PIC X(6).
                     FOR FETCH ONLY
           END-EXEC.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  NUMBER-OF-PAIRS-NETTED        PIC 9(8) VALUE 0.
       01  NUMBER-OF-LEGS-UNPAIRED       PIC 9(8) VALUE 0.

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
       01  WS-POST-SWITCH                PIC X(1) VALUE 'Y'.
           88 POSTING-WANTED             VALUE 'Y'.

      *  The day file is in account order, not reference order, so
      *  a leg read from it waits here until its partner arrives.
      *  Whatever is still waiting at the end is unpaired.  A day
      *  with more legs waiting at once than this stops the run.
       01  WS-WAIT-TABLE.
           05 WS-WAIT-COUNT              PIC 9(4) VALUE 0.
           05 WS-WAIT-ENTRY              OCCURS 2000 TIMES.
              10 WS-WAIT-SORTCODE          PIC X(6).
              10 WS-WAIT-REF               PIC X(12).
              10 WS-WAIT-AMOUNT            PIC S9(10)V99.
       01  WS-WAIT-SUB                   PIC 9(4).
       01  WS-WAIT-FOUND                 PIC X(1).

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
                 MOVE 'N' TO WS-POST-SWITCH
              END-IF
           ELSE
              EXEC SQL OPEN
                 IBS-CURSOR
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'FAILED TO OPEN IBS-CURSOR IN PGM IBSETTL.'
                 DISPLAY 'The SQLCODE returned is '
                         WS-SQLCODE-DISPLAY
                 DISPLAY SQLCA
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           END-IF.

           OPEN OUTPUT IBS-RPT-FILE.
              PERFORM PROGRAM-DONE
           END-IF.

           IF DAY-FROM-FILE
              PERFORM PAIR-DAY-FILE-LEGS
           ELSE
              PERFORM PAIR-TRANSFER-LEGS
              IF WS-HELD-FLAG = 'Y'
                 PERFORM REPORT-UNPAIRED-LEG
              END-IF
              EXEC SQL CLOSE
                   IBS-CURSOR
              END-EXEC
           END-IF.

           PERFORM WRITE-POSITION-MATRIX.

           CLOSE IBS-RPT-FILE.
       PTL999.
           EXIT.

      *
      *    The same pairing over the day file's 'TFR' legs: a leg
      *    whose reference is already waiting is its partner's
      *    second leg, and CONSIDER-ONE-LEG sees the pair exactly as
      *    the cursor would have fetched it.
      *
       PAIR-DAY-FILE-LEGS SECTION.
       PDL010.

           PERFORM READ-DAY-FILE.
           PERFORM PAIR-ONE-DAY-ROW UNTIL WS-DAY-EOF = 'Y'.

           PERFORM REPORT-WAITING-LEG
              VARYING WS-WAIT-SUB FROM 1 BY 1
                UNTIL WS-WAIT-SUB > WS-WAIT-COUNT.

       PDL999.
           EXIT.

       PAIR-ONE-DAY-ROW SECTION.
       POD010.

           IF PDY-TYPE NOT = 'TFR'
              GO TO POD090
           END-IF.

           ADD 1 TO NUMBER-OF-LEGS-READ.

           MOVE PDY-SORTCODE TO HV-PROCTRAN-SORTCODE.
           MOVE PDY-REF      TO HV-PROCTRAN-REF.
           MOVE PDY-AMOUNT   TO HV-PROCTRAN-AMOUNT.

           MOVE 'N' TO WS-WAIT-FOUND.
           PERFORM FIND-WAITING-LEG
              VARYING WS-WAIT-SUB FROM 1 BY 1
                UNTIL WS-WAIT-SUB > WS-WAIT-COUNT
                   OR WS-WAIT-FOUND = 'Y'.

           IF WS-WAIT-FOUND = 'Y'
              MOVE 'Y'                          TO WS-HELD-FLAG
              MOVE WS-WAIT-SORTCODE (WS-WAIT-SUB)
                TO WS-HELD-SORTCODE
              MOVE WS-WAIT-REF (WS-WAIT-SUB)    TO WS-HELD-REF
              MOVE WS-WAIT-AMOUNT (WS-WAIT-SUB) TO WS-HELD-AMOUNT
              MOVE WS-WAIT-ENTRY (WS-WAIT-COUNT)
                TO WS-WAIT-ENTRY (WS-WAIT-SUB)
              SUBTRACT 1 FROM WS-WAIT-COUNT
              PERFORM CONSIDER-ONE-LEG
              GO TO POD090
           END-IF.

           IF WS-WAIT-COUNT >= 2000
              DISPLAY 'IBSETTL waiting-leg table full - run stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-WAIT-COUNT.
           MOVE PDY-SORTCODE TO WS-WAIT-SORTCODE (WS-WAIT-COUNT).
           MOVE PDY-REF      TO WS-WAIT-REF (WS-WAIT-COUNT).
           MOVE PDY-AMOUNT   TO WS-WAIT-AMOUNT (WS-WAIT-COUNT).

       POD090.
           PERFORM READ-DAY-FILE.

       POD999.
           EXIT.

      *
      *    Leaves WS-WAIT-SUB on the entry when found; the VARYING
      *    has stepped it one past by the time the loop ends.
      *
       FIND-WAITING-LEG SECTION.
       FWL010.

           IF WS-WAIT-REF (WS-WAIT-SUB) = HV-PROCTRAN-REF
              MOVE 'Y' TO WS-WAIT-FOUND
              SUBTRACT 1 FROM WS-WAIT-SUB
           END-IF.

       FWL999.
           EXIT.

       REPORT-WAITING-LEG SECTION.
       RWL010.

           MOVE WS-WAIT-SORTCODE (WS-WAIT-SUB) TO WS-HELD-SORTCODE.
           MOVE WS-WAIT-REF (WS-WAIT-SUB)      TO WS-HELD-REF.
           MOVE WS-WAIT-AMOUNT (WS-WAIT-SUB)   TO WS-HELD-AMOUNT.
           PERFORM REPORT-UNPAIRED-LEG.

       RWL999.
           EXIT.

      *
      *    The ORDER BY fetches a pair's legs adjacently: the first
      *    leg of a reference is held, and the second either
      *       The matrix proved - so the books move with it: one
      *       posted pair per branch pairing, the positions carried
      *       day to day, the movements journalled for the monthly
      *       statement.  An earlier day rerun from its day file
      *       was settled on its own night.
      *
              IF POSTING-WANTED
                 PERFORM POST-SETTLEMENT-ENTRIES
              ELSE
                 DISPLAY 'IBSETTL reporting ledger date '
                         WS-DAY-LEDGER-DATE
                         ' from the day file - nothing posted'
              END-IF
           END-IF.

       WPM999.
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'IBS'            TO PCT-TYPE.
           MOVE HV-BSTL-MOVEMENT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE BRANCH_SETTLE_POS
                SET    BSTL_POSITION =
       WRITE-TO-REPORT SECTION.
       WTR010.

           MOVE RPT-SORTCODE-FROM TO HV-BRANCH-SORTCODE.
           PERFORM GET-BRANCH-NAME.
           MOVE HV-BRANCH-NAME    TO RPT-NAME-FROM.

           MOVE RPT-SORTCODE-TO   TO HV-BRANCH-SORTCODE.
           PERFORM GET-BRANCH-NAME.
           MOVE HV-BRANCH-NAME    TO RPT-NAME-TO.

           WRITE IBS-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
       WTR999.
           EXIT.

      *
      *    The branch master's name for HV-BRANCH-SORTCODE, cut to
      *    the report's width; blank for a blank sort code or a
      *    branch not on the master.
      *
       GET-BRANCH-NAME SECTION.
       GBN010.

           MOVE SPACES TO HV-BRANCH-NAME.

           IF HV-BRANCH-SORTCODE = SPACES
              GO TO GBN999
           END-IF.

           EXEC SQL
                SELECT SUBSTR(BRANCH_NAME, 1, 20)
                INTO   :HV-BRANCH-NAME
                FROM   BRANCH
                WHERE  BRANCH_SORTCODE = :HV-BRANCH-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO HV-BRANCH-NAME
           END-IF.

       GBN999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'IBSETTL'  TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'IBSETTL unable to claim a ledger posting, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RPC999.
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
              DISPLAY 'IBSETTL reading the day''s ledger from the '
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
              DISPLAY 'IBSETTL unable to open the day file PRODAY, '
                      'status=' DAY-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           READ DAY-FILE
              AT END
                 MOVE SPACES TO PDY-REC-TYPE
           END-READ.

           IF NOT PDY-HEADER
              DISPLAY 'IBSETTL day file PRODAY has no header record'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE PDY-HDR-LEDGER-DATE TO WS-DAY-LEDGER-DATE.
           MOVE 0   TO WS-DAY-ROWS-READ.
           MOVE 0   TO WS-DAY-AMOUNT-READ.
           MOVE 'N' TO WS-DAY-EOF.

           DISPLAY 'IBSETTL day file ledger date ' WS-DAY-LEDGER-DATE.

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
                 DISPLAY 'IBSETTL day file PRODAY ended without its '
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
              DISPLAY 'IBSETTL day file PRODAY record type '
                      PDY-REC-TYPE ' not recognised'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF PDY-TRL-COUNT NOT = WS-DAY-ROWS-READ
              OR PDY-TRL-AMOUNT NOT = WS-DAY-AMOUNT-READ
              DISPLAY 'IBSETTL day file PRODAY does not prove - '
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
