      *              short total and count from the movement         *
      *              journal, so the branch holding too much cash    *
      *              and the one that keeps coming up short are both *
      *              a glance away.  Each branch is named from the   *
      *              BRANCH master, with its region, for the area    *
      *              manager reading down the list.                  *
      *                                                                *
      * Output: The populated report file BCSHRPT                      *
      *                                                                *
           05 FILLER                     PIC X(5) VALUE ' IN  '.
           05 RPT-OS-COUNT               PIC ZZZ9.
           05 FILLER                     PIC X(7) VALUE ' RUN(S)'.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-BRANCH-NAME            PIC X(35).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-BRANCH-REGION          PIC X(20).

      *****************************************************************
      *** Working storage                                           ***
              INCLUDE BCSHDB2
           END-EXEC.

      * Get the BRANCH DB2 copybook
           EXEC SQL
              INCLUDE BRCHDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
          03 HV-BCSH-POSITION           PIC S9(13)V99 COMP-3.
          03 HV-OS-TOTAL                PIC S9(11)V99 COMP-3.
          03 HV-OS-COUNT                PIC S9(8) COMP.
          03 HV-BRANCH-NAME             PIC X(35).
          03 HV-BRANCH-REGION           PIC X(20).

      *    The trailing window the over/short history is summed
      *    over.
       01 WS-OS-WINDOW-DAYS             PIC S9(4) COMP VALUE 30.

      * Declare the CURSOR over the vault ledger with each branch's
      * recent over/short history and its name and region from the
      * branch master alongside.
           EXEC SQL DECLARE CASH-CURSOR CURSOR FOR
              SELECT C.BCSH_SORTCODE,
                     C.BCSH_POSITION,
                     COALESCE(M.OS_TOTAL, 0),
                     COALESCE(M.OS_COUNT, 0),
                     COALESCE(B.BRANCH_NAME, ' '),
                     COALESCE(B.BRANCH_REGION, ' ')
                     FROM BRANCH_CASH C
                     LEFT OUTER JOIN BRANCH B
                     ON B.BRANCH_SORTCODE = C.BCSH_SORTCODE
                     LEFT OUTER JOIN
                        ( SELECT BMOV_SORTCODE,
                                 SUM(BMOV_OVER_SHORT) AS OS_TOTAL,
              INTO :HV-BCSH-SORTCODE,
                   :HV-BCSH-POSITION,
                   :HV-OS-TOTAL,
                   :HV-OS-COUNT,
                   :HV-BRANCH-NAME,
                   :HV-BRANCH-REGION
           END-EXEC.

           IF SQLCODE = 100
           MOVE HV-BCSH-POSITION TO RPT-POSITION.
           MOVE HV-OS-TOTAL      TO RPT-OVER-SHORT.
           MOVE HV-OS-COUNT      TO RPT-OS-COUNT.
           MOVE HV-BRANCH-NAME   TO RPT-BRANCH-NAME.
           MOVE HV-BRANCH-REGION TO RPT-BRANCH-REGION.

           WRITE CASH-RPT-RECORD.

