      * Description: Monthly interbranch settlement statement.  For   *
      *              every branch on the BRANCH_SETTLE_POS ledger     *
      *              IBSETTL's posting step maintains: a header with  *
      *              the carried position and the branch's name and   *
      *              region from the BRANCH master, one line per      *
      *              settlement movement involving the branch this    *
      *              month (who owed whom, how much, which way), and  *
      *              a count trailer - the statement each branch      *
      *              signs its month off against.                     *
      *                                                                *
      * Output: The statement file BSTLSTMT                            *
      *                                                                *
              INCLUDE BSTLDB2
           END-EXEC.

      * Get the BRANCH DB2 copybook
           EXEC SQL
              INCLUDE BRCHDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
       01 HOST-STMT-ROW.
          03 HV-BSTL-SORTCODE           PIC X(6).
          03 HV-BSTL-POSITION           PIC S9(13)V99 COMP-3.
          03 HV-BRANCH-NAME             PIC X(35).
          03 HV-BRANCH-REGION           PIC X(20).
          03 HV-BSMV-DATE               PIC X(10).
          03 HV-BSMV-FROM               PIC X(6).
          03 HV-BSMV-TO                 PIC X(6).
          03 HV-BSMV-AMOUNT             PIC S9(11)V99 COMP-3.

      * Declare the CURSOR over the position ledger, with each
      * branch's name and region from the branch master.
           EXEC SQL DECLARE POS-CURSOR CURSOR FOR
              SELECT P.BSTL_SORTCODE,
                     P.BSTL_POSITION,
                     COALESCE(B.BRANCH_NAME, ' '),
                     COALESCE(B.BRANCH_REGION, ' ')
                     FROM BRANCH_SETTLE_POS P
                     LEFT OUTER JOIN BRANCH B
                     ON B.BRANCH_SORTCODE = P.BSTL_SORTCODE
                     ORDER BY P.BSTL_SORTCODE
                     FOR FETCH ONLY
           END-EXEC.

              ' SETTLEMENT POSITION'.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 STM-POSITION               PIC -(12)9.99.
       01  WS-STMT-NAME-LINE.
           05 FILLER                     PIC X(2) VALUE '  '.
           05 STM-BRANCH-NAME            PIC X(35).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 STM-BRANCH-REGION          PIC X(20).
       01  WS-STMT-DETAIL.
           05 FILLER                     PIC X(2) VALUE '  '.
           05 STM-DATE                   PIC X(10).

           EXEC SQL FETCH FROM POS-CURSOR
              INTO :HV-BSTL-SORTCODE,
                   :HV-BSTL-POSITION,
                   :HV-BRANCH-NAME,
                   :HV-BRANCH-REGION
           END-EXEC.

           IF SQLCODE = 100
           MOVE WS-STMT-HEADER   TO STMT-RECORD.
           PERFORM WRITE-STATEMENT-LINE.

           MOVE HV-BRANCH-NAME    TO STM-BRANCH-NAME.
           MOVE HV-BRANCH-REGION  TO STM-BRANCH-REGION.
           MOVE WS-STMT-NAME-LINE TO STMT-RECORD.
           PERFORM WRITE-STATEMENT-LINE.

           PERFORM WRITE-BRANCH-MOVEMENTS.

           MOVE WS-MOVE-COUNT   TO STM-MOVE-COUNT.
