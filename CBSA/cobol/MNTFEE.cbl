      *              WAIVER_MIN_AVG_BAL, in which case the fee is    *
      *              waived and reported.  A dormant account cannot   *
      *              be debited and is skipped and reported, the     *
      *              usual handling.  An account whose type moved    *
      *              this month (PRODCONV) is charged the new type's  *
      *              fee only for the days from its conversion date  *
      *              to month end, pro rata - PRODCONV charged the   *
      *              old type's share on the day.  Runs after        *
      *              EODSNAP on the last business day of the month.  *
      *                                                                *
      * Output: The fee/waiver report MNTFEE                           *
      *                                                                *
              INCLUDE DORMDB2
           END-EXEC.

      * Get the PRODUCT_CONVERSION DB2 copybook
           EXEC SQL
              INCLUDE PCNVDB2
           END-EXEC.

      *    Declare the PROCTRAN table, matching the 9-byte account
      *    number and DATE/TIME column types PROLOAD/PROARCH already
      *    use against the current schema.
          03 HV-MONTHLY-FEE                PIC S9(6)V99 COMP-3.
          03 HV-WAIVER-MIN-BAL             PIC S9(10)V99 COMP-3.
          03 HV-AVG-BALANCE                PIC S9(10)V99 COMP-3.
          03 HV-FIRST-FEE-DAY              PIC S9(4) COMP.
          03 HV-DAYS-IN-MONTH              PIC S9(4) COMP.

       01 HV-FEE-AMOUNT                    PIC S9(10)V99 COMP-3.
       01 HV-DORMANT-COUNT                 PIC S9(8) COMP.
       01 HV-TODAY                         PIC X(10).

      * Declare the CURSOR for every account whose type carries a
      * fee, with the month's average snapshot balance alongside,
      * and the first day of the month the current type is charged
      * from - the 1st, or the day a conversion this month made it.
           EXEC SQL DECLARE FEE-CURSOR CURSOR FOR
              SELECT A.ACCOUNT_SORTCODE,
                     A.ACCOUNT_NUMBER,
                          AND   YEAR(B.SNAP_DATE) =
                                   YEAR(CURRENT DATE)
                          AND   MONTH(B.SNAP_DATE) =
                                   MONTH(CURRENT DATE) ), 0),
                     COALESCE(
                        ( SELECT MAX(DAY(C.PCNV_EFFECTIVE_DATE))
                          FROM PRODUCT_CONVERSION C
                          WHERE C.PCNV_SORTCODE =
                                   A.ACCOUNT_SORTCODE
                          AND   C.PCNV_NUMBER = A.ACCOUNT_NUMBER
                          AND   C.PCNV_STATUS = 'A'
                          AND   YEAR(C.PCNV_EFFECTIVE_DATE) =
                                   YEAR(CURRENT DATE)
                          AND   MONTH(C.PCNV_EFFECTIVE_DATE) =
                                   MONTH(CURRENT DATE) ), 1),
                     DAY(LAST_DAY(CURRENT DATE))
                     FROM ACCOUNT A,
                          ACCT_TYPE_RULES R
                     WHERE R.ACCT_TYPE = A.ACCOUNT_TYPE
                     FOR FETCH ONLY
           END-EXEC.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

                   :HV-ACCT-TYPE,
                   :HV-MONTHLY-FEE,
                   :HV-WAIVER-MIN-BAL,
                   :HV-AVG-BALANCE,
                   :HV-FIRST-FEE-DAY,
                   :HV-DAYS-IN-MONTH
           END-EXEC.

           IF SQLCODE = 100
              PERFORM PROGRAM-DONE
           END-IF.

      *    The current type's fee covers only the days of the month
      *    it has been the account's type.
           IF HV-FIRST-FEE-DAY > 1
              COMPUTE HV-MONTHLY-FEE ROUNDED =
                 HV-MONTHLY-FEE
                    * (HV-DAYS-IN-MONTH - HV-FIRST-FEE-DAY + 1)
                    / HV-DAYS-IN-MONTH
           END-IF.

           IF HV-WAIVER-MIN-BAL > 0
              AND HV-AVG-BALANCE >= HV-WAIVER-MIN-BAL
              MOVE 'WAIVED  ' TO RPT-VERDICT
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'CHG'         TO PCT-TYPE.
           MOVE HV-FEE-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
       WRL999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'MNTFEE'   TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'MNTFEE unable to claim a ledger posting, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RPC999.
           EXIT.

      *
      * Finish
      *
