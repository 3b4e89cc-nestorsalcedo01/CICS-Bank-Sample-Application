      *              exactly.  LOANCOLL collects the rows as they     *
      *              fall due.  Rejects go to the rejects file with   *
      *              their reason.                                    *
      *              Loan applications LOANDEC has approved, booked   *
      *              and drawn down are scheduled the same way after  *
      *              the file, and marked scheduled.                  *
      *                                                                *
      * Input:  The loan-setup file LOANIN                             *
      *         Booked applications on LOAN_APPLICATION                *
      * Output: The rejects file LOANREJ                               *
      *                                                                *
      ******************************************************************
              INCLUDE LOANDB2
           END-EXEC.

      * Get the LOAN_APPLICATION/LOAN_RULE DB2 copybook
           EXEC SQL
              INCLUDE LAPPDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
          03 HV-PRIN-PORTION               PIC S9(10)V99 COMP-3.
          03 HV-INT-PORTION                PIC S9(10)V99 COMP-3.

      * The booked loan application being scheduled
       01 HOST-APPLICATION-ROW.
          03 HV-LAPP-ID                    PIC S9(9) COMP.
          03 HV-LAPP-LOAN-SORTCODE         PIC X(6).
          03 HV-LAPP-LOAN-NUMBER           PIC X(9).
          03 HV-LAPP-AMOUNT                PIC S9(10)V99 COMP-3.
          03 HV-LAPP-TERM-MONTHS           PIC S9(9) COMP.
          03 HV-LAPP-PAY-SORTCODE          PIC X(6).
          03 HV-LAPP-PAY-NUMBER            PIC X(9).

       01 HV-TODAY                         PIC X(10).
       01 HV-TERMS-COUNT                   PIC S9(8) COMP.

       01  REJ-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.
       01  WS-APPL-EOF                   PIC X VALUE 'N'.
       01  WS-FROM-APPLICATION           PIC X VALUE 'N'.

       01 WS-ACCTNO-WIDTH-PARMS.
          COPY ACCWIDTH.
       01  NUMBER-OF-LOANS-READ          PIC 9(8) VALUE 0.
       01  NUMBER-OF-SCHEDULES-BUILT     PIC 9(8) VALUE 0.
       01  NUMBER-OF-LOANS-REJECTED      PIC 9(8) VALUE 0.
       01  NUMBER-OF-APPLICATIONS-READ   PIC 9(8) VALUE 0.

      * Declare the CURSOR for the loan applications LOANDEC has
      * booked and drawn down, held across each loan's commit.
           EXEC SQL DECLARE APPL-CURSOR CURSOR WITH HOLD FOR
              SELECT LAPP_ID,
                     LAPP_LOAN_SORTCODE,
                     LAPP_LOAN_NUMBER,
                     LAPP_AMOUNT,
                     LAPP_TERM_MONTHS,
                     LAPP_PAY_SORTCODE,
                     LAPP_PAY_NUMBER
                     FROM LOAN_APPLICATION
                     WHERE LAPP_STATUS = 'A'
                     ORDER BY LAPP_ID
                     FOR FETCH ONLY
           END-EXEC.

      *****************************************************************
      *** Linkage Storage                                           ***
              PERFORM READ-NEXT-LOAN
           END-PERFORM.

      *
      *    Then every loan application LOANDEC has booked, each
      *    scheduled as if it had come in on the setup file (the
      *    file stays open so its record area can carry it) and
      *    marked scheduled in the same commit.
      *
           EXEC SQL OPEN
              APPL-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO OPEN APPL-CURSOR IN PGM LOANSCHD.'
              DISPLAY 'The SQLCODE returned is ' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'Y' TO WS-FROM-APPLICATION.
           PERFORM READ-NEXT-APPLICATION.

           PERFORM UNTIL WS-APPL-EOF = 'Y'
              PERFORM BUILD-ONE-SCHEDULE
              PERFORM READ-NEXT-APPLICATION
           END-PERFORM.

           EXEC SQL CLOSE
                APPL-CURSOR
           END-EXEC.

           CLOSE LOAN-SETUP-FILE.
           CLOSE LOAN-REJECT-FILE.

           DISPLAY 'LOANSCHD read ' NUMBER-OF-LOANS-READ
                   ' loan(s) and ' NUMBER-OF-APPLICATIONS-READ
                   ' booked application(s), built '
                   NUMBER-OF-SCHEDULES-BUILT
                   ' schedule(s), rejected '
                   NUMBER-OF-LOANS-REJECTED '.'.

       RNL999.
           EXIT.

      *
      *    The next booked application, laid out as a setup record
      *    so BUILD-ONE-SCHEDULE and the rejects file take it as
      *    they take one off the file.
      *
       READ-NEXT-APPLICATION SECTION.
       RNA010.

           EXEC SQL FETCH FROM APPL-CURSOR
              INTO :HV-LAPP-ID,
                   :HV-LAPP-LOAN-SORTCODE,
                   :HV-LAPP-LOAN-NUMBER,
                   :HV-LAPP-AMOUNT,
                   :HV-LAPP-TERM-MONTHS,
                   :HV-LAPP-PAY-SORTCODE,
                   :HV-LAPP-PAY-NUMBER
           END-EXEC.

           IF SQLCODE = +100
              MOVE 'Y' TO WS-APPL-EOF
              GO TO RNA999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'Failure when attempting to FETCH from the'
                 ' DB2 CURSOR APPL-CURSOR. With SQL code='
                 WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-APPLICATIONS-READ.

           MOVE HV-LAPP-LOAN-SORTCODE TO LON-SORT-CODE.
           MOVE HV-LAPP-LOAN-NUMBER(WS-ACCTNO-PAD-LEN + 1:)
              TO LON-ACCOUNT-NUMBER.
           MOVE HV-LAPP-AMOUNT        TO LON-PRINCIPAL.
           MOVE HV-LAPP-TERM-MONTHS   TO LON-TERM-MONTHS.
           MOVE HV-LAPP-PAY-SORTCODE  TO LON-PAY-SORT-CODE.
           MOVE HV-LAPP-PAY-NUMBER(WS-ACCTNO-PAD-LEN + 1:)
              TO LON-PAY-ACCOUNT-NUMBER.

       RNA999.
           EXIT.

      *
      *    One loan: the loan account must exist (its stored rate
      *    prices the schedule), the term must be sane, and no
              PERFORM WRITE-ONE-PERIOD
           END-PERFORM.

           IF WS-FROM-APPLICATION = 'Y'
              EXEC SQL
                   UPDATE LOAN_APPLICATION
                   SET    LAPP_STATUS = 'S'
                   WHERE  LAPP_ID     = :HV-LAPP-ID
                   AND    LAPP_STATUS = 'A'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'LOANSCHD unable to mark application '
                         HV-LAPP-ID ' scheduled, SQLCODE='
                         WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.
