      *              matching ACCOUNT row: the old and new rate land  *
      *              on the RATE_CHANGE_AUDIT trail per account, the  *
      *              ACCOUNT_INTEREST_RATE moves, and a customer      *
      *              notice is queued on the communications queue     *
      *              (COMMQ) for COMMRTE to send.  Runs ahead of      *
      *              INTACCR in the nightly schedule, so accrual on   *
      *              the effective date itself already uses the new   *
      *              rate - not whenever someone remembered to run    *
      *              an update.                                       *
      *                                                                *
      * Output: Customer rate change notices on COMMS_QUEUE            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
      *****************************************************************
      *****************************************************************
       FILE SECTION.

      *****************************************************************
      *** Working storage                                           ***
      *****************************************************************
                     FOR FETCH ONLY
           END-EXEC.

       01 WS-ACCJRNL-PGM                 PIC X(8) VALUE 'ACCJRNL'.
       01 WS-ACCJRNL-PARMS.
           COPY ACCJRNL.

       01 WS-RTCH-ID-DISPLAY             PIC 9(9).

      *    The customer communications queue each notice goes on,
      *    and the rate change notice's wording.
       01 WS-COMMQ-PGM                   PIC X(8) VALUE 'COMMQ'.
       01 WS-COMMQ-PARMS.
           COPY COMMQ.
       01 WS-NOTICE-TEXT.
           05 FILLER                     PIC X(31) VALUE
              'YOUR INTEREST RATE CHANGES FROM'.
           05 WS-NOTICE-OLD-RATE         PIC Z9.99.
           05 FILLER                     PIC X(5) VALUE '% TO '.
           05 WS-NOTICE-NEW-RATE         PIC Z9.99.
           05 FILLER                     PIC X(1) VALUE '%'.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  WS-EOF                        PIC X VALUE 'N'.
       01  WS-ACC-EOF                    PIC X VALUE 'N'.

              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL OPEN
              DUE-CHANGE-CURSOR
           END-EXEC.
              DUE-CHANGE-CURSOR
           END-EXEC.

           DISPLAY 'RTCHAPPL applied ' NUMBER-OF-CHANGES-APPLIED
                   ' change(s) across ' NUMBER-OF-ACCOUNTS-MOVED
                   ' account(s).'.
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-RTCH-ID           TO WS-RTCH-ID-DISPLAY.
           MOVE SPACES               TO AJR-REASON.
           STRING 'RATE CHANGE ' DELIMITED BY SIZE
                  WS-RTCH-ID-DISPLAY DELIMITED BY SIZE
                  INTO AJR-REASON.
           MOVE HV-ACCOUNT-SORT-CODE TO AJR-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER    TO AJR-NUMBER.
           MOVE SPACES               TO AJR-CHANGED-BY.
           MOVE 'B'                  TO AJR-REQUEST.
           PERFORM JOURNAL-ACCOUNT-CHANGE.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_INTEREST_RATE = :HV-RTCH-NEW-RATE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'A'                  TO AJR-REQUEST.
           PERFORM JOURNAL-ACCOUNT-CHANGE.

           INITIALIZE WS-COMMQ-PARMS.
           MOVE 'RATECHG'                TO CMQ-MSG-TYPE.
           MOVE HV-ACCOUNT-CUST-NO       TO CMQ-CUSTOMER.
           MOVE HV-ACCOUNT-SORT-CODE     TO CMQ-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER        TO CMQ-NUMBER.
           MOVE HV-RTCH-EFFECTIVE-DATE   TO CMQ-REFERENCE.
           MOVE HV-ACCOUNT-OLD-RATE      TO WS-NOTICE-OLD-RATE.
           MOVE HV-RTCH-NEW-RATE         TO WS-NOTICE-NEW-RATE.
           MOVE WS-NOTICE-TEXT           TO CMQ-TEXT.
           PERFORM QUEUE-CUSTOMER-NOTICE.

           ADD 1 TO NUMBER-OF-ACCOUNTS-MOVED.

       MOA999.
           EXIT.

      *
      *    The rate move goes on the account master change journal
      *    with the change that made it; a journal that cannot be
      *    written stops the run like the move itself would.
      *
       JOURNAL-ACCOUNT-CHANGE SECTION.
       JAC010.

           MOVE 'RTCHAPPL' TO AJR-PROGRAM.

           CALL WS-ACCJRNL-PGM USING WS-ACCJRNL-PARMS.

           IF AJR-RETURN-CD NOT = 0
              MOVE AJR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'RTCHAPPL unable to journal the change to '
                 'ACCOUNT ' AJR-SORTCODE '/' AJR-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       JAC999.
           EXIT.

      *
      *    The notice goes on the communications queue with the
      *    rate move it tells the customer about.
      *
       QUEUE-CUSTOMER-NOTICE SECTION.
       QCN010.

           MOVE 'RTCHAPPL' TO CMQ-PROGRAM.
           CALL WS-COMMQ-PGM USING WS-COMMQ-PARMS.

           IF CMQ-RETURN-CD NOT = 0
              MOVE CMQ-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'RTCHAPPL unable to queue the rate change '
                 'notice for ACCOUNT ' CMQ-SORTCODE '/' CMQ-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       QCN999.
           EXIT.

      *
