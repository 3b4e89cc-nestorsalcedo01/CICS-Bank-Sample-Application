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
      * Title: BRCHMRG                                                 *
      *                                                                *
      *                                                                *
      * Description: Merges a closing branch into a receiving one.    *
      *              For each request on MRGIN every account at the   *
      *              closing sort code moves to the receiving sort    *
      *              code, keeping its number unless that is taken    *
      *              there, when it is issued a new one (the bank's   *
      *              own ledger accounts are folded into their twin   *
      *              instead).  The balance crosses as a BMG posting  *
      *              pair, everything keyed on the account moves      *
      *              with it, ACCT_RESORT keeps the old key so that   *
      *              INBPAY redirects its credits, and the customer   *
      *              is told.  When no account is left the branch is  *
      *              marked merged and its vault cash and settlement  *
      *              position pass to the receiving branch.           *
      *                                                                *
      * Input:  The merger request file MRGIN                          *
      * Output: The merger report BRCHMRG                              *
      *         Customer sort code change notices on COMMS_QUEUE       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCHMRG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRG-RQST-FILE
                  ASSIGN TO MRGIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RQT-FILE-STATUS.

           SELECT MRG-RPT-FILE
                  ASSIGN TO BRCHMRG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  MRG-RQST-FILE.
       01  MRG-RQST-RECORD.
           05 MRG-CLOSING-SORTCODE          PIC 9(6).
           05 MRG-RECEIVING-SORTCODE        PIC 9(6).
           05 MRG-REQUESTED-BY              PIC X(8).

       FD  MRG-RPT-FILE.
       01  MRG-RPT-RECORD.
           05 RPT-VERDICT                PIC X(8).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-OLD-SORTCODE           PIC X(6).
           05 FILLER                     PIC X(1) VALUE '/'.
           05 RPT-OLD-NUMBER             PIC X(9).
           05 FILLER                     PIC X(4) VALUE ' TO '.
           05 RPT-NEW-SORTCODE           PIC X(6).
           05 FILLER                     PIC X(1) VALUE '/'.
           05 RPT-NEW-NUMBER             PIC X(9).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-BALANCE                PIC -(9)9.99.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-REASON                 PIC X(40).

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

      * Get the ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCDB2
           END-EXEC.

      * Get the BRANCH DB2 copybook
           EXEC SQL
              INCLUDE BRCHDB2
           END-EXEC.

      * Get the BRANCH_CASH DB2 copybook
           EXEC SQL
              INCLUDE BCSHDB2
           END-EXEC.

      * Get the BRANCH_SETTLE DB2 copybook
           EXEC SQL
              INCLUDE BSTLDB2
           END-EXEC.

      * Get the TELLER_TILL DB2 copybook
           EXEC SQL
              INCLUDE TILLDB2
           END-EXEC.

      * Get the copybooks of everything that stands on an account
      * and travels with it
           EXEC SQL
              INCLUDE DORMDB2
           END-EXEC.

           EXEC SQL
              INCLUDE OWNDB2
           END-EXEC.

           EXEC SQL
              INCLUDE SGMDB2
           END-EXEC.

           EXEC SQL
              INCLUDE CONSTDB2
           END-EXEC.

           EXEC SQL
              INCLUDE BENFDB2
           END-EXEC.

           EXEC SQL
              INCLUDE DDMDB2
           END-EXEC.

           EXEC SQL
              INCLUDE HOLDDB2
           END-EXEC.

           EXEC SQL
              INCLUDE STOPDB2
           END-EXEC.

           EXEC SQL
              INCLUDE SCHQDB2
           END-EXEC.

           EXEC SQL
              INCLUDE ALRSDB2
           END-EXEC.

           EXEC SQL
              INCLUDE SWPDB2
           END-EXEC.

           EXEC SQL
              INCLUDE NTCEDB2
           END-EXEC.

           EXEC SQL
              INCLUDE TDEPDB2
           END-EXEC.

           EXEC SQL
              INCLUDE LOANDB2
           END-EXEC.

           EXEC SQL
              INCLUDE LGLDB2
           END-EXEC.

           EXEC SQL
              INCLUDE EODDB2
           END-EXEC.

           EXEC SQL
              INCLUDE VELDB2
           END-EXEC.

           EXEC SQL
              INCLUDE PRXYDB2
           END-EXEC.

           EXEC SQL
              INCLUDE PCNVDB2
           END-EXEC.

           EXEC SQL
              INCLUDE RTPDB2
           END-EXEC.

           EXEC SQL
              INCLUDE SETFDB2
           END-EXEC.

           EXEC SQL
              INCLUDE DDOMDB2
           END-EXEC.

           EXEC SQL
              INCLUDE ESTMDB2
           END-EXEC.

           EXEC SQL
              INCLUDE ODRVDB2
           END-EXEC.

           EXEC SQL
              INCLUDE LAPPDB2
           END-EXEC.

           EXEC SQL
              INCLUDE LIMPDB2
           END-EXEC.

           EXEC SQL
              INCLUDE DISPDB2
           END-EXEC.

           EXEC SQL
              INCLUDE APPCDB2
           END-EXEC.

      *    The accrual accumulator INTACCR maintains.
           EXEC SQL DECLARE ACCOUNT_ACCRUAL TABLE
              (
               ACCRUAL_SORTCODE                CHAR(6) NOT NULL,
               ACCRUAL_NUMBER                  CHAR(9) NOT NULL,
               ACCRUED_AMOUNT                  DECIMAL(14, 6) NOT NULL,
               LAST_ACCRUAL_DATE               DATE NOT NULL
              )
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

      * Host variables for the merger being worked
       01 HOST-MERGER-ROW.
          03 HV-CLOSING-SORTCODE           PIC X(6).
          03 HV-RECEIVING-SORTCODE         PIC X(6).
          03 HV-CLOSING-STATUS             PIC X(1).
          03 HV-RECEIVING-STATUS           PIC X(1).
          03 HV-RECEIVING-NAME             PIC X(35).

      * Host variables for the account being moved: its old key and
      * its new, in each of the shapes the tables keep them in.
       01 HOST-MOVE-ROW.
          03 HV-OLD-SORTCODE               PIC X(6).
          03 HV-OLD-NUMBER                 PIC X(9).
          03 HV-OLD-NUMBER-8               PIC X(8).
          03 HV-OLD-AC                     PIC X(16).
          03 HV-NEW-SORTCODE               PIC X(6).
          03 HV-NEW-NUMBER                 PIC X(9).
          03 HV-NEW-NUMBER-8               PIC X(8).
          03 HV-NEW-AC                     PIC X(16).
          03 HV-ACCOUNT-CUST-NO            PIC X(10).
          03 HV-ACCOUNT-BALANCE            PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-CURRENCY-CD        PIC X(3).

       01 HV-CLASH-COUNT                   PIC S9(8) COMP.
       01 HV-REMAINING-COUNT               PIC S9(8) COMP.
       01 HV-POSITION                      PIC S9(13)V99 COMP-3.
       01 HV-POSITION-OUT                  PIC S9(13)V99 COMP-3.
       01 HV-POSITION-IN                   PIC S9(13)V99 COMP-3.
       01 HV-MOVE-FROM-SORTCODE            PIC X(6).
       01 HV-MOVE-TO-SORTCODE              PIC X(6).
       01 HV-MOVE-AMOUNT                   PIC S9(10)V99 COMP-3.
       01 HV-POST-SORTCODE                 PIC X(6).
       01 HV-POST-NUMBER                   PIC X(9).
       01 HV-POST-COUNTER                  PIC X(9).
       01 HV-PROCTRAN-TIME                 PIC X(6).
       01 HV-PROCTRAN-DESC                 PIC X(40).
       01 HV-CURR-TIMESTAMP                PIC X(26).
       01 HV-TODAY                         PIC X(10).
       01 HV-EXPIRY-DATE                   PIC X(10).

      * Declare the CURSOR for every account still at the closing
      * branch, held across the commit each account takes.  A
      * moved account leaves the cursor's sort code, so a rerun
      * after a failure picks up exactly what is left.
           EXEC SQL DECLARE MOVE-CURSOR CURSOR WITH HOLD FOR
              SELECT ACCOUNT_NUMBER,
                     ACCOUNT_CUSTOMER_NUMBER,
                     ACCOUNT_ACTUAL_BALANCE,
                     COALESCE(ACCOUNT_CURRENCY_CD, 'GBP')
                     FROM ACCOUNT
                     WHERE ACCOUNT_SORTCODE = :HV-CLOSING-SORTCODE
                     ORDER BY ACCOUNT_NUMBER
                     FOR FETCH ONLY
           END-EXEC.

      *    Credits still addressed to a merged branch are redirected
      *    for as long as an account switch's are.
       01 WS-REDIRECT-MONTHS               PIC S9(4) COMP VALUE 36.

      *    The bank's own ledger accounts sit at the top of the
      *    number range at every branch (suspense, settlement,
      *    over/short and the rest).  One that clashes at the
      *    receiving branch is its twin there: its balance is
      *    folded into the receiving branch's account instead of
      *    moving under a new number.
       01 WS-INTERNAL-ACCOUNT-FLOOR        PIC X(9) VALUE '099999900'.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

       01 WS-ACCJRNL-PGM                 PIC X(8) VALUE 'ACCJRNL'.
       01 WS-ACCJRNL-PARMS.
           COPY ACCJRNL.

      *    A fresh number for an account whose own clashes at the
      *    receiving branch.
       01 WS-NEWACCNO-PGM                PIC X(8) VALUE 'NEWACCNO'.
       01 WS-NEWACCNO-PARMS.
           COPY NEWACCNO.

      *    The customer communications queue each notice goes on,
      *    and the sort code change notice's wording.
       01 WS-COMMQ-PGM                   PIC X(8) VALUE 'COMMQ'.
       01 WS-COMMQ-PARMS.
           COPY COMMQ.
       01 WS-NOTICE-TEXT.
           05 FILLER                     PIC X(27) VALUE
              'YOUR ACCOUNT IS NOW HELD AT'.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-NOTICE-BRANCH           PIC X(35).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-NOTICE-SORTCODE         PIC X(6).
           05 FILLER                     PIC X(1) VALUE '/'.
           05 WS-NOTICE-NUMBER           PIC X(8).
           05 FILLER                     PIC X(1) VALUE SPACE.
       01 WS-NOTICE-REFERENCE.
           05 FILLER                     PIC X(4) VALUE 'WAS '.
           05 WS-NOTICE-OLD-SORTCODE     PIC X(6).
           05 FILLER                     PIC X(1) VALUE '/'.
           05 WS-NOTICE-OLD-NUMBER       PIC X(8).
           05 FILLER                     PIC X(1) VALUE SPACE.

       01 WS-ACCTNO-WIDTH-PARMS.
          COPY ACCWIDTH.

       01 WS-MOVE-TABLE                  PIC X(20).

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  RQT-FILE-STATUS               PIC XX.
       01  RPT-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.
       01  WS-MOVE-EOF                   PIC X VALUE 'N'.

       01  WS-REFUSE-REASON              PIC X(40).

       01  NUMBER-OF-REQUESTS-READ       PIC 9(8) VALUE 0.
       01  NUMBER-OF-BRANCHES-MERGED     PIC 9(8) VALUE 0.
       01  NUMBER-OF-REQUESTS-REJECTED   PIC 9(8) VALUE 0.
       01  NUMBER-OF-ACCOUNTS-MOVED      PIC 9(8) VALUE 0.
       01  NUMBER-OF-ACCOUNTS-RENUMBERED PIC 9(8) VALUE 0.
       01  NUMBER-OF-ACCOUNTS-FOLDED     PIC 9(8) VALUE 0.

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

           COMPUTE WS-ACCTNO-PAD-LEN =
              LENGTH OF HV-NEW-NUMBER
                 - LENGTH OF ACCOUNT-NUMBER OF WS-NEWACCNO-PARMS.

           EXEC SQL
              SELECT CURRENT TIMESTAMP, CURRENT DATE,
                     CHAR(CURRENT DATE + :WS-REDIRECT-MONTHS MONTHS)
              INTO   :HV-CURR-TIMESTAMP, :HV-TODAY,
                     :HV-EXPIRY-DATE
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT TIMESTAMP IN PGM '
                      'BRCHMRG. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-CURR-TIMESTAMP(12:2) TO HV-PROCTRAN-TIME(1:2).
           MOVE HV-CURR-TIMESTAMP(15:2) TO HV-PROCTRAN-TIME(3:2).
           MOVE HV-CURR-TIMESTAMP(18:2) TO HV-PROCTRAN-TIME(5:2).

           OPEN INPUT MRG-RQST-FILE.
           IF RQT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the BRCHMRG request file, '
                      ' status=' RQT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT MRG-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the BRCHMRG report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM READ-NEXT-REQUEST.
           PERFORM MERGE-ONE-BRANCH UNTIL WS-EOF = 'Y'.

           CLOSE MRG-RQST-FILE.
           CLOSE MRG-RPT-FILE.

           DISPLAY 'BRCHMRG read ' NUMBER-OF-REQUESTS-READ
                   ' request(s), merged ' NUMBER-OF-BRANCHES-MERGED
                   ' branch(es), rejected '
                   NUMBER-OF-REQUESTS-REJECTED '; moved '
                   NUMBER-OF-ACCOUNTS-MOVED ' account(s), of which '
                   NUMBER-OF-ACCOUNTS-RENUMBERED ' renumbered; '
                   'folded ' NUMBER-OF-ACCOUNTS-FOLDED
                   ' ledger account(s).'.

           IF NUMBER-OF-REQUESTS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       READ-NEXT-REQUEST SECTION.
       RNR010.

           READ MRG-RQST-FILE.

           IF RQT-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF RQT-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the BRCHMRG request file, '
                         ' status=' RQT-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              ELSE
                 ADD 1 TO NUMBER-OF-REQUESTS-READ
              END-IF
           END-IF.

       RNR999.
           EXIT.

      *
      *    One branch closure.  The closing branch must be on the
      *    branch master and not already merged, the receiving one
      *    open, and no till may still be open at the closing
      *    branch (its balancing would move a vault that has gone).
      *    Every account is then moved in its own unit of work;
      *    only when none is left does the branch close, its vault
      *    cash and settlement position passing to the receiving
      *    branch.
      *
       MERGE-ONE-BRANCH SECTION.
       MOB010.

           MOVE SPACES                 TO WS-REFUSE-REASON.
           MOVE MRG-CLOSING-SORTCODE   TO HV-CLOSING-SORTCODE.
           MOVE MRG-RECEIVING-SORTCODE TO HV-RECEIVING-SORTCODE.
           MOVE HV-CLOSING-SORTCODE    TO HV-OLD-SORTCODE.
           MOVE SPACES                 TO HV-OLD-NUMBER.
           MOVE HV-RECEIVING-SORTCODE  TO HV-NEW-SORTCODE.
           MOVE SPACES                 TO HV-NEW-NUMBER.
           MOVE 0                      TO HV-ACCOUNT-BALANCE.

           IF HV-CLOSING-SORTCODE = HV-RECEIVING-SORTCODE
              MOVE 'BRANCH CANNOT MERGE INTO ITSELF'
                 TO WS-REFUSE-REASON
              PERFORM REJECT-ONE-REQUEST
              GO TO MOB998
           END-IF.

           EXEC SQL
                SELECT BRANCH_STATUS
                INTO   :HV-CLOSING-STATUS
                FROM   BRANCH
                WHERE  BRANCH_SORTCODE = :HV-CLOSING-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'CLOSING BRANCH NOT ON BRANCH MASTER'
                 TO WS-REFUSE-REASON
              PERFORM REJECT-ONE-REQUEST
              GO TO MOB998
           END-IF.

           IF HV-CLOSING-STATUS = 'M'
              MOVE 'CLOSING BRANCH IS ALREADY MERGED'
                 TO WS-REFUSE-REASON
              PERFORM REJECT-ONE-REQUEST
              GO TO MOB998
           END-IF.

           EXEC SQL
                SELECT BRANCH_STATUS,
                       BRANCH_NAME
                INTO   :HV-RECEIVING-STATUS,
                       :HV-RECEIVING-NAME
                FROM   BRANCH
                WHERE  BRANCH_SORTCODE = :HV-RECEIVING-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'RECEIVING BRANCH NOT ON BRANCH MASTER'
                 TO WS-REFUSE-REASON
              PERFORM REJECT-ONE-REQUEST
              GO TO MOB998
           END-IF.

           IF HV-RECEIVING-STATUS NOT = 'O'
              MOVE 'RECEIVING BRANCH IS NOT OPEN'
                 TO WS-REFUSE-REASON
              PERFORM REJECT-ONE-REQUEST
              GO TO MOB998
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :HV-REMAINING-COUNT
                FROM   TELLER_TILL
                WHERE  TILL_SORTCODE = :HV-CLOSING-SORTCODE
                AND    TILL_STATUS   = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BRCHMRG failure reading TELLER_TILL, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-REMAINING-COUNT > 0
              MOVE 'A TILL IS STILL OPEN AT THE CLOSING BRANCH'
                 TO WS-REFUSE-REASON
              PERFORM REJECT-ONE-REQUEST
              GO TO MOB998
           END-IF.

           MOVE 'N' TO WS-MOVE-EOF.

           EXEC SQL OPEN
              MOVE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BRCHMRG unable to open MOVE-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM MOVE-ONE-ACCOUNT UNTIL WS-MOVE-EOF = 'Y'.

           EXEC SQL CLOSE
              MOVE-CURSOR
           END-EXEC.

           PERFORM CLOSE-MERGED-BRANCH.

       MOB998.
           PERFORM READ-NEXT-REQUEST.

       MOB999.
           EXIT.

      *
      *    One account to the receiving branch.  It keeps its
      *    number unless that number is already taken there, when
      *    NEWACCNO issues it a fresh one - or, for one of the
      *    bank's own ledger accounts, its balance is folded into
      *    the receiving branch's twin.  The balance carries across
      *    as a 'BMG' pair, out under the old key and in under the
      *    new, so each branch's books and each key's history
      *    agree with where the money now is.
      *
       MOVE-ONE-ACCOUNT SECTION.
       MOA010.

           EXEC SQL FETCH FROM MOVE-CURSOR
              INTO :HV-OLD-NUMBER,
                   :HV-ACCOUNT-CUST-NO,
                   :HV-ACCOUNT-BALANCE,
                   :HV-ACCOUNT-CURRENCY-CD
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-MOVE-EOF
              GO TO MOA999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BRCHMRG failure fetching MOVE-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE SPACES        TO WS-REFUSE-REASON.
           MOVE HV-OLD-NUMBER TO HV-NEW-NUMBER.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :HV-CLASH-COUNT
                FROM   ACCOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-RECEIVING-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BRCHMRG failure checking ACCOUNT '
                 HV-RECEIVING-SORTCODE '/' HV-OLD-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-CLASH-COUNT > 0
              IF HV-OLD-NUMBER >= WS-INTERNAL-ACCOUNT-FLOOR
                 PERFORM FOLD-LEDGER-ACCOUNT
                 GO TO MOA999
              END-IF
              PERFORM ISSUE-NEW-NUMBER
           END-IF.

           PERFORM SET-MOVE-KEYS.

           MOVE 'BRANCH MERGER OUT' TO HV-PROCTRAN-DESC.
           PERFORM CARRY-BALANCE-ACROSS.

           MOVE HV-OLD-SORTCODE TO AJR-SORTCODE.
           MOVE HV-OLD-NUMBER   TO AJR-NUMBER.
           MOVE 'E'             TO AJR-REQUEST.
           PERFORM JOURNAL-ACCOUNT-CHANGE.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_SORTCODE = :HV-NEW-SORTCODE,
                       ACCOUNT_NUMBER   = :HV-NEW-NUMBER
                WHERE  ACCOUNT_SORTCODE = :HV-OLD-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BRCHMRG unable to re-sort-code ACCOUNT '
                 HV-OLD-SORTCODE '/' HV-OLD-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-NEW-SORTCODE TO AJR-SORTCODE.
           MOVE HV-NEW-NUMBER   TO AJR-NUMBER.
           MOVE 'O'             TO AJR-REQUEST.
           PERFORM JOURNAL-ACCOUNT-CHANGE.

           PERFORM MOVE-ACCOUNT-DEPENDENTS.
           PERFORM REGISTER-REDIRECTION.

           IF HV-OLD-NUMBER < WS-INTERNAL-ACCOUNT-FLOOR
              INITIALIZE WS-COMMQ-PARMS
              MOVE 'BRCHMRG'              TO CMQ-MSG-TYPE
              MOVE HV-ACCOUNT-CUST-NO     TO CMQ-CUSTOMER
              MOVE HV-NEW-SORTCODE        TO CMQ-SORTCODE
              MOVE HV-NEW-NUMBER          TO CMQ-NUMBER
              MOVE HV-OLD-SORTCODE        TO WS-NOTICE-OLD-SORTCODE
              MOVE HV-OLD-NUMBER-8        TO WS-NOTICE-OLD-NUMBER
              MOVE WS-NOTICE-REFERENCE    TO CMQ-REFERENCE
              MOVE 0                      TO CMQ-AMOUNT
              MOVE HV-ACCOUNT-CURRENCY-CD TO CMQ-CURRENCY-CD
              MOVE HV-RECEIVING-NAME      TO WS-NOTICE-BRANCH
              MOVE HV-NEW-SORTCODE        TO WS-NOTICE-SORTCODE
              MOVE HV-NEW-NUMBER-8        TO WS-NOTICE-NUMBER
              MOVE WS-NOTICE-TEXT         TO CMQ-TEXT
              PERFORM QUEUE-CUSTOMER-NOTICE
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           IF HV-NEW-NUMBER = HV-OLD-NUMBER
              MOVE 'MOVED   ' TO RPT-VERDICT
           ELSE
              MOVE 'RENUMBRD' TO RPT-VERDICT
              MOVE 'NUMBER TAKEN AT RECEIVING BRANCH'
                 TO WS-REFUSE-REASON
              ADD 1 TO NUMBER-OF-ACCOUNTS-RENUMBERED
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO NUMBER-OF-ACCOUNTS-MOVED.

       MOA999.
           EXIT.

       ISSUE-NEW-NUMBER SECTION.
       INN010.

           INITIALIZE WS-NEWACCNO-PARMS.
           SET NEWACCNO-FUNCTION-GETNEW TO TRUE.

           CALL WS-NEWACCNO-PGM USING WS-NEWACCNO-PARMS.

           IF NEWACCNO-SUCCESS NOT = 'Y'
              DISPLAY 'BRCHMRG unable to issue a new number for '
                      'ACCOUNT ' HV-OLD-SORTCODE '/' HV-OLD-NUMBER
                      ', fail code=' NEWACCNO-FAIL-CODE
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           STRING WS-ACCTNO-ZERO-PAD(1:WS-ACCTNO-PAD-LEN)
                     DELIMITED BY SIZE,
                  ACCOUNT-NUMBER OF WS-NEWACCNO-PARMS
                     DELIMITED BY SIZE
                  INTO HV-NEW-NUMBER
           END-STRING.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :HV-CLASH-COUNT
                FROM   ACCOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-RECEIVING-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-NEW-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-CLASH-COUNT > 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BRCHMRG new number ' HV-NEW-NUMBER
                      ' is already in use at branch '
                      HV-RECEIVING-SORTCODE
                      ' - the account number counter needs checking,'
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       INN999.
           EXIT.

      *
      *    The old and new keys in the shapes the dependent tables
      *    keep them: the 8-digit number, and the sort code and
      *    8-digit number run together as CONSENT and BENEFICIARY
      *    hold an account.
      *
       SET-MOVE-KEYS SECTION.
       SMK010.

           MOVE HV-OLD-NUMBER(2:8) TO HV-OLD-NUMBER-8.
           MOVE HV-NEW-NUMBER(2:8) TO HV-NEW-NUMBER-8.

           MOVE SPACES TO HV-OLD-AC.
           STRING HV-OLD-SORTCODE DELIMITED BY SIZE,
                  HV-OLD-NUMBER-8 DELIMITED BY SIZE
                  INTO HV-OLD-AC
           END-STRING.

           MOVE SPACES TO HV-NEW-AC.
           STRING HV-NEW-SORTCODE DELIMITED BY SIZE,
                  HV-NEW-NUMBER-8 DELIMITED BY SIZE
                  INTO HV-NEW-AC
           END-STRING.

       SMK999.
           EXIT.

      *
      *    The balance out under the old key and in under the new;
      *    the ACCOUNT row itself carries the balance, so neither
      *    leg moves it.  Nothing to carry on a zero balance.
      *
       CARRY-BALANCE-ACROSS SECTION.
       CBA010.

           IF HV-ACCOUNT-BALANCE = 0
              GO TO CBA999
           END-IF.

           MOVE HV-OLD-SORTCODE TO HV-POST-SORTCODE.
           MOVE HV-OLD-NUMBER   TO HV-POST-NUMBER.
           MOVE HV-NEW-NUMBER   TO HV-POST-COUNTER.
           COMPUTE HV-MOVE-AMOUNT = 0 - HV-ACCOUNT-BALANCE.
           PERFORM POST-ONE-LEG.

           MOVE HV-NEW-SORTCODE TO HV-POST-SORTCODE.
           MOVE HV-NEW-NUMBER   TO HV-POST-NUMBER.
           MOVE HV-OLD-NUMBER   TO HV-POST-COUNTER.
           MOVE 'BRANCH MERGER IN' TO HV-PROCTRAN-DESC.
           MOVE HV-ACCOUNT-BALANCE TO HV-MOVE-AMOUNT.
           PERFORM POST-ONE-LEG.

       CBA999.
           EXIT.

      *
      *    A ledger account whose twin already stands at the
      *    receiving branch: the balance moves into the twin, the
      *    closing branch's row is ended, and credits addressed to
      *    it are redirected to the twin like any other account's.
      *
       FOLD-LEDGER-ACCOUNT SECTION.
       FLA010.

           PERFORM SET-MOVE-KEYS.

           MOVE 'BRANCH MERGER OUT' TO HV-PROCTRAN-DESC.
           PERFORM CARRY-BALANCE-ACROSS.

           IF HV-ACCOUNT-BALANCE NOT = 0
              EXEC SQL
                   UPDATE ACCOUNT
                   SET    ACCOUNT_ACTUAL_BALANCE =
                             ACCOUNT_ACTUAL_BALANCE
                                + :HV-ACCOUNT-BALANCE,
                          ACCOUNT_AVAILABLE_BALANCE =
                             ACCOUNT_AVAILABLE_BALANCE
                                + :HV-ACCOUNT-BALANCE
                   WHERE  ACCOUNT_SORTCODE = :HV-NEW-SORTCODE
                   AND    ACCOUNT_NUMBER   = :HV-NEW-NUMBER
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'BRCHMRG unable to fold the balance into '
                    'ACCOUNT ' HV-NEW-SORTCODE '/' HV-NEW-NUMBER
                    ' SQLCODE=' WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           END-IF.

           MOVE HV-OLD-SORTCODE TO AJR-SORTCODE.
           MOVE HV-OLD-NUMBER   TO AJR-NUMBER.
           MOVE 'E'             TO AJR-REQUEST.
           PERFORM JOURNAL-ACCOUNT-CHANGE.

           EXEC SQL
                DELETE FROM ACCOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-OLD-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BRCHMRG unable to end ledger ACCOUNT '
                 HV-OLD-SORTCODE '/' HV-OLD-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM REGISTER-REDIRECTION.

           EXEC SQL
              COMMIT
           END-EXEC.

           MOVE 'FOLDED  ' TO RPT-VERDICT.
           MOVE 'LEDGER ACCOUNT FOLDED INTO ITS TWIN'
              TO WS-REFUSE-REASON.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO NUMBER-OF-ACCOUNTS-FOLDED.

       FLA999.
           EXIT.

      *
      *    Everything that stands on the account and acts on it
      *    from here on follows it to its new key: interest
      *    accrual and dormancy, its holders and signing mandate,
      *    consents either way and saved payees, direct debit
      *    mandates, holds, stops and stopped cheques, alert
      *    subscriptions, sweeps either end, withdrawal notices,
      *    term deposits and loans with the accounts they pay to,
      *    legal orders and their earmarks, the balance snapshots
      *    and payment velocity totals its limits are judged on,
      *    its proxy aliases, any conversion still pending, the
      *    payment requests billers have sent it not yet answered,
      *    set-off notices not yet acted on, the originator's
      *    direct debit registration, its statement options,
      *    overdraft limit changes pending or referred, loan
      *    applications still to be booked to it and the loans it
      *    is, and their impairment, write-off and recovery records,
      *    payment disputes still open and scam reimbursement claims
      *    still awaiting a decision, so their provisional credits
      *    and reimbursements land on the account as it now is.
      *    History - the ledger, journals, audits, closed disputes
      *    and claims and the queue of notices already sent - stays
      *    under the old key, which ACCT_RESORT links to the new.
      *
       MOVE-ACCOUNT-DEPENDENTS SECTION.
       MAD010.

           MOVE 'ACCOUNT_ACCRUAL' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE ACCOUNT_ACCRUAL
                SET    ACCRUAL_SORTCODE = :HV-NEW-SORTCODE,
                       ACCRUAL_NUMBER   = :HV-NEW-NUMBER
                WHERE  ACCRUAL_SORTCODE = :HV-OLD-SORTCODE
                AND    ACCRUAL_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'ACCOUNT_DORMANCY' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE ACCOUNT_DORMANCY
                SET    DORM_SORTCODE = :HV-NEW-SORTCODE,
                       DORM_NUMBER   = :HV-NEW-NUMBER
                WHERE  DORM_SORTCODE = :HV-OLD-SORTCODE
                AND    DORM_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'ACCOUNT_OWNER' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE ACCOUNT_OWNER
                SET    OWNR_SORTCODE = :HV-NEW-SORTCODE,
                       OWNR_NUMBER   = :HV-NEW-NUMBER
                WHERE  OWNR_SORTCODE = :HV-OLD-SORTCODE
                AND    OWNR_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'ACCT_MANDATE' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE ACCT_MANDATE
                SET    MAND_SORTCODE = :HV-NEW-SORTCODE,
                       MAND_NUMBER   = :HV-NEW-NUMBER
                WHERE  MAND_SORTCODE = :HV-OLD-SORTCODE
                AND    MAND_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'MANDATE_SIGNATORY' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE MANDATE_SIGNATORY
                SET    SGNY_SORTCODE = :HV-NEW-SORTCODE,
                       SGNY_NUMBER   = :HV-NEW-NUMBER
                WHERE  SGNY_SORTCODE = :HV-OLD-SORTCODE
                AND    SGNY_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'CONSENT DEBIT_AC' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE CONSENT
                SET    DEBIT_AC = :HV-NEW-AC
                WHERE  DEBIT_AC = :HV-OLD-AC
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'CONSENT CREDIT_AC' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE CONSENT
                SET    CREDIT_AC = :HV-NEW-AC
                WHERE  CREDIT_AC = :HV-OLD-AC
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'BENEFICIARY' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE BENEFICIARY
                SET    BENF_CREDIT_AC = :HV-NEW-AC
                WHERE  BENF_CREDIT_AC = :HV-OLD-AC
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'DD_MANDATE' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE DD_MANDATE
                SET    MANDATE_SORTCODE = :HV-NEW-SORTCODE,
                       MANDATE_NUMBER   = :HV-NEW-NUMBER
                WHERE  MANDATE_SORTCODE = :HV-OLD-SORTCODE
                AND    MANDATE_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'ACCT_HOLD' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE ACCT_HOLD
                SET    HOLD_SORTCODE = :HV-NEW-SORTCODE,
                       HOLD_NUMBER   = :HV-NEW-NUMBER
                WHERE  HOLD_SORTCODE = :HV-OLD-SORTCODE
                AND    HOLD_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'ACCT_STOP' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE ACCT_STOP
                SET    STOP_SORTCODE = :HV-NEW-SORTCODE,
                       STOP_NUMBER   = :HV-NEW-NUMBER
                WHERE  STOP_SORTCODE = :HV-OLD-SORTCODE
                AND    STOP_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'STOP_CHEQUE' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE STOP_CHEQUE
                SET    SCHQ_SORTCODE = :HV-NEW-SORTCODE,
                       SCHQ_NUMBER   = :HV-NEW-NUMBER
                WHERE  SCHQ_SORTCODE = :HV-OLD-SORTCODE
                AND    SCHQ_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'BAL_ALERT_SUB' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE BAL_ALERT_SUB
                SET    SUB_SORTCODE = :HV-NEW-SORTCODE,
                       SUB_NUMBER   = :HV-NEW-NUMBER
                WHERE  SUB_SORTCODE = :HV-OLD-SORTCODE
                AND    SUB_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'SWEEP SOURCE' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE SWEEP_INSTRUCTION
                SET    SWP_SOURCE_SORTCODE = :HV-NEW-SORTCODE,
                       SWP_SOURCE_NUMBER   = :HV-NEW-NUMBER
                WHERE  SWP_SOURCE_SORTCODE = :HV-OLD-SORTCODE
                AND    SWP_SOURCE_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'SWEEP TARGET' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE SWEEP_INSTRUCTION
                SET    SWP_TARGET_SORTCODE = :HV-NEW-SORTCODE,
                       SWP_TARGET_NUMBER   = :HV-NEW-NUMBER
                WHERE  SWP_TARGET_SORTCODE = :HV-OLD-SORTCODE
                AND    SWP_TARGET_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'WDRW_NOTICE' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE WDRW_NOTICE
                SET    NTCE_SORTCODE = :HV-NEW-SORTCODE,
                       NTCE_NUMBER   = :HV-NEW-NUMBER
                WHERE  NTCE_SORTCODE = :HV-OLD-SORTCODE
                AND    NTCE_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'TERM_DEPOSIT' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE TERM_DEPOSIT
                SET    TDEP_SORTCODE = :HV-NEW-SORTCODE,
                       TDEP_NUMBER   = :HV-NEW-NUMBER
                WHERE  TDEP_SORTCODE = :HV-OLD-SORTCODE
                AND    TDEP_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'TERM_DEPOSIT PAY' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE TERM_DEPOSIT
                SET    TDEP_PAY_SORTCODE = :HV-NEW-SORTCODE,
                       TDEP_PAY_NUMBER   = :HV-NEW-NUMBER
                WHERE  TDEP_PAY_SORTCODE = :HV-OLD-SORTCODE
                AND    TDEP_PAY_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'LOAN_TERMS' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE LOAN_TERMS
                SET    LTRM_SORTCODE = :HV-NEW-SORTCODE,
                       LTRM_NUMBER   = :HV-NEW-NUMBER
                WHERE  LTRM_SORTCODE = :HV-OLD-SORTCODE
                AND    LTRM_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'LOAN_TERMS PAY' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE LOAN_TERMS
                SET    LTRM_PAY_SORTCODE = :HV-NEW-SORTCODE,
                       LTRM_PAY_NUMBER   = :HV-NEW-NUMBER
                WHERE  LTRM_PAY_SORTCODE = :HV-OLD-SORTCODE
                AND    LTRM_PAY_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'LOAN_SCHEDULE' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE LOAN_SCHEDULE
                SET    LSCH_SORTCODE = :HV-NEW-SORTCODE,
                       LSCH_NUMBER   = :HV-NEW-NUMBER
                WHERE  LSCH_SORTCODE = :HV-OLD-SORTCODE
                AND    LSCH_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'LEGAL_ORDER' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE LEGAL_ORDER
                SET    LGO_SORTCODE = :HV-NEW-SORTCODE,
                       LGO_NUMBER   = :HV-NEW-NUMBER
                WHERE  LGO_SORTCODE = :HV-OLD-SORTCODE
                AND    LGO_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'LEGAL_ORDER_EARMARK' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE LEGAL_ORDER_EARMARK
                SET    LGE_SORTCODE = :HV-NEW-SORTCODE,
                       LGE_NUMBER   = :HV-NEW-NUMBER
                WHERE  LGE_SORTCODE = :HV-OLD-SORTCODE
                AND    LGE_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'EOD_BALANCE' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE EOD_BALANCE
                SET    SNAP_SORTCODE = :HV-NEW-SORTCODE,
                       SNAP_NUMBER   = :HV-NEW-NUMBER
                WHERE  SNAP_SORTCODE = :HV-OLD-SORTCODE
                AND    SNAP_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'ACCT_PAY_TOTALS' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE ACCT_PAY_TOTALS
                SET    VEL_SORTCODE = :HV-NEW-SORTCODE,
                       VEL_NUMBER   = :HV-NEW-NUMBER
                WHERE  VEL_SORTCODE = :HV-OLD-SORTCODE
                AND    VEL_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'PROXY_ALIAS' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE PROXY_ALIAS
                SET    PRXY_SORTCODE = :HV-NEW-SORTCODE,
                       PRXY_NUMBER   = :HV-NEW-NUMBER-8
                WHERE  PRXY_SORTCODE = :HV-OLD-SORTCODE
                AND    PRXY_NUMBER   = :HV-OLD-NUMBER-8
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'PRODUCT_CONVERSION' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE PRODUCT_CONVERSION
                SET    PCNV_SORTCODE = :HV-NEW-SORTCODE,
                       PCNV_NUMBER   = :HV-NEW-NUMBER
                WHERE  PCNV_SORTCODE = :HV-OLD-SORTCODE
                AND    PCNV_NUMBER   = :HV-OLD-NUMBER
                AND    PCNV_STATUS   = 'P'
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'REQUEST_TO_PAY' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE REQUEST_TO_PAY
                SET    RTP_PAYER_SORTCODE = :HV-NEW-SORTCODE,
                       RTP_PAYER_NUMBER   = :HV-NEW-NUMBER
                WHERE  RTP_PAYER_SORTCODE = :HV-OLD-SORTCODE
                AND    RTP_PAYER_NUMBER   = :HV-OLD-NUMBER
                AND    RTP_STATUS         = 'O'
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'SET_OFF' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE SET_OFF
                SET    SETF_SORTCODE = :HV-NEW-SORTCODE,
                       SETF_NUMBER   = :HV-NEW-NUMBER
                WHERE  SETF_SORTCODE = :HV-OLD-SORTCODE
                AND    SETF_NUMBER   = :HV-OLD-NUMBER
                AND    SETF_STATUS   = 'N'
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'DD_ORIGINATOR' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE DD_ORIGINATOR
                SET    DDOR_SORTCODE = :HV-NEW-SORTCODE,
                       DDOR_NUMBER   = :HV-NEW-NUMBER
                WHERE  DDOR_SORTCODE = :HV-OLD-SORTCODE
                AND    DDOR_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'ESTMT_OPTION' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE ESTMT_OPTION
                SET    ESTO_SORTCODE = :HV-NEW-SORTCODE,
                       ESTO_NUMBER   = :HV-NEW-NUMBER
                WHERE  ESTO_SORTCODE = :HV-OLD-SORTCODE
                AND    ESTO_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'OD_LIMIT_REVIEW' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE OD_LIMIT_REVIEW
                SET    ODLR_SORTCODE = :HV-NEW-SORTCODE,
                       ODLR_NUMBER   = :HV-NEW-NUMBER
                WHERE  ODLR_SORTCODE = :HV-OLD-SORTCODE
                AND    ODLR_NUMBER   = :HV-OLD-NUMBER
                AND    ODLR_STATUS   IN ('P', 'R')
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'LOAN_APPLICATION PAY' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE LOAN_APPLICATION
                SET    LAPP_PAY_SORTCODE = :HV-NEW-SORTCODE,
                       LAPP_PAY_NUMBER   = :HV-NEW-NUMBER
                WHERE  LAPP_PAY_SORTCODE = :HV-OLD-SORTCODE
                AND    LAPP_PAY_NUMBER   = :HV-OLD-NUMBER
                AND    LAPP_STATUS       IN ('N', 'R', 'V')
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'LOAN_APPLICATION' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE LOAN_APPLICATION
                SET    LAPP_LOAN_SORTCODE = :HV-NEW-SORTCODE,
                       LAPP_LOAN_NUMBER   = :HV-NEW-NUMBER
                WHERE  LAPP_LOAN_SORTCODE = :HV-OLD-SORTCODE
                AND    LAPP_LOAN_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'LOAN_IMPAIRMENT' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE LOAN_IMPAIRMENT
                SET    LIMP_SORTCODE = :HV-NEW-SORTCODE,
                       LIMP_NUMBER   = :HV-NEW-NUMBER
                WHERE  LIMP_SORTCODE = :HV-OLD-SORTCODE
                AND    LIMP_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'LOAN_WRITEOFF' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE LOAN_WRITEOFF
                SET    LWOF_SORTCODE = :HV-NEW-SORTCODE,
                       LWOF_NUMBER   = :HV-NEW-NUMBER
                WHERE  LWOF_SORTCODE = :HV-OLD-SORTCODE
                AND    LWOF_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'LOAN_RECOVERY' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE LOAN_RECOVERY
                SET    LRCV_SORTCODE = :HV-NEW-SORTCODE,
                       LRCV_NUMBER   = :HV-NEW-NUMBER
                WHERE  LRCV_SORTCODE = :HV-OLD-SORTCODE
                AND    LRCV_NUMBER   = :HV-OLD-NUMBER
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'DISPUTE' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE DISPUTE
                SET    DISP_SORTCODE = :HV-NEW-SORTCODE,
                       DISP_NUMBER   = :HV-NEW-NUMBER
                WHERE  DISP_SORTCODE = :HV-OLD-SORTCODE
                AND    DISP_NUMBER   = :HV-OLD-NUMBER
                AND    DISPUTE_STATUS IN ('R', 'I', 'P')
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

           MOVE 'APP_CLAIM' TO WS-MOVE-TABLE.
           EXEC SQL
                UPDATE APP_CLAIM
                SET    APP_SORTCODE = :HV-NEW-SORTCODE,
                       APP_NUMBER   = :HV-NEW-NUMBER
                WHERE  APP_SORTCODE = :HV-OLD-SORTCODE
                AND    APP_NUMBER   = :HV-OLD-NUMBER
                AND    APP_STATUS   IN ('L', 'E')
           END-EXEC.
           PERFORM CHECK-MOVE-RESULT.

       MAD999.
           EXIT.

       CHECK-MOVE-RESULT SECTION.
       CMR010.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BRCHMRG unable to move ' WS-MOVE-TABLE
                 ' for ACCOUNT ' HV-OLD-SORTCODE '/' HV-OLD-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CMR999.
           EXIT.

       REGISTER-REDIRECTION SECTION.
       RRD010.

           EXEC SQL
                INSERT INTO ACCT_RESORT
                (
                  RSRT_OLD_SORTCODE ,
                  RSRT_OLD_NUMBER   ,
                  RSRT_NEW_SORTCODE ,
                  RSRT_NEW_NUMBER   ,
                  RSRT_DATE         ,
                  RSRT_EXPIRY_DATE
                )
                VALUES
                (
                  :HV-OLD-SORTCODE ,
                  :HV-OLD-NUMBER   ,
                  :HV-NEW-SORTCODE ,
                  :HV-NEW-NUMBER   ,
                  :HV-TODAY        ,
                  :HV-EXPIRY-DATE
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BRCHMRG unable to register the redirection '
                 'for ACCOUNT ' HV-OLD-SORTCODE '/' HV-OLD-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RRD999.
           EXIT.

      *
      *    Once no account is left at the closing branch it is
      *    marked merged, and what the branch itself held passes
      *    to the receiving branch in the same unit of work: the
      *    vault cash on BRANCH_CASH, with a movement row each side,
      *    and the interbranch settlement position on
      *    BRANCH_SETTLE_POS, journalled as a settlement movement
      *    between the two so BSTLSTMT shows where it went.  A
      *    branch still holding accounts (a move failed part way)
      *    is left open for the rerun to finish.
      *
       CLOSE-MERGED-BRANCH SECTION.
       CMB010.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :HV-REMAINING-COUNT
                FROM   ACCOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-CLOSING-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BRCHMRG failure counting accounts left at '
                      HV-CLOSING-SORTCODE ' SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-REMAINING-COUNT > 0
              DISPLAY 'BRCHMRG branch ' HV-CLOSING-SORTCODE
                      ' still holds ' HV-REMAINING-COUNT
                      ' account(s) - not closed'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM TRANSFER-BRANCH-CASH.
           PERFORM TRANSFER-SETTLE-POSITION.

           EXEC SQL
                UPDATE BRANCH
                SET    BRANCH_STATUS      = 'M',
                       BRANCH_MERGED_INTO = :HV-RECEIVING-SORTCODE,
                       BRANCH_CLOSED_DATE =
                          COALESCE(BRANCH_CLOSED_DATE,
                                   DATE(:HV-TODAY))
                WHERE  BRANCH_SORTCODE = :HV-CLOSING-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BRCHMRG unable to close branch '
                      HV-CLOSING-SORTCODE ' SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           MOVE HV-CLOSING-SORTCODE   TO HV-OLD-SORTCODE.
           MOVE SPACES                TO HV-OLD-NUMBER.
           MOVE HV-RECEIVING-SORTCODE TO HV-NEW-SORTCODE.
           MOVE SPACES                TO HV-NEW-NUMBER.
           MOVE 0                     TO HV-ACCOUNT-BALANCE.
           MOVE 'MERGED  '            TO RPT-VERDICT.
           MOVE 'BRANCH CLOSED - REMOVE FROM SRTCDPRM'
              TO WS-REFUSE-REASON.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO NUMBER-OF-BRANCHES-MERGED.

       CMB999.
           EXIT.

       TRANSFER-BRANCH-CASH SECTION.
       TBC010.

           EXEC SQL
                SELECT BCSH_POSITION
                INTO   :HV-POSITION
                FROM   BRANCH_CASH
                WHERE  BCSH_SORTCODE = :HV-CLOSING-SORTCODE
           END-EXEC.

           IF SQLCODE = 100
              GO TO TBC999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BRCHMRG failure reading BRANCH_CASH, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-POSITION = 0
              GO TO TBC999
           END-IF.

           EXEC SQL
                UPDATE BRANCH_CASH
                SET    BCSH_POSITION    = BCSH_POSITION
                                             + :HV-POSITION,
                       BCSH_LAST_UPDATE = :HV-TODAY
                WHERE  BCSH_SORTCODE = :HV-RECEIVING-SORTCODE
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO BRANCH_CASH
                   ( BCSH_SORTCODE, BCSH_POSITION, BCSH_LAST_UPDATE )
                   VALUES
                   ( :HV-RECEIVING-SORTCODE, :HV-POSITION,
                     :HV-TODAY )
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BRCHMRG unable to move the vault cash to '
                      HV-RECEIVING-SORTCODE ' SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
                UPDATE BRANCH_CASH
                SET    BCSH_POSITION    = 0,
                       BCSH_LAST_UPDATE = :HV-TODAY
                WHERE  BCSH_SORTCODE = :HV-CLOSING-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BRCHMRG unable to empty the vault at '
                      HV-CLOSING-SORTCODE ' SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

      *
      *    The closing branch pays its cash out and the receiving
      *    branch takes it in - a withdrawal one side and a deposit
      *    the other (the other way round for a negative vault).
      *
           IF HV-POSITION > 0
              MOVE HV-POSITION TO HV-POSITION-OUT
              MOVE 0           TO HV-POSITION-IN
           ELSE
              MOVE 0           TO HV-POSITION-OUT
              COMPUTE HV-POSITION-IN = 0 - HV-POSITION
           END-IF.

           EXEC SQL
                INSERT INTO BRANCH_CASH_MOVE
                ( BMOV_DATE, BMOV_SORTCODE, BMOV_DEPOSITS,
                  BMOV_WITHDRAWALS, BMOV_OVER_SHORT )
                VALUES
                ( :HV-TODAY, :HV-CLOSING-SORTCODE, :HV-POSITION-IN,
                  :HV-POSITION-OUT, 0 )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BRCHMRG unable to journal the vault move, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
                INSERT INTO BRANCH_CASH_MOVE
                ( BMOV_DATE, BMOV_SORTCODE, BMOV_DEPOSITS,
                  BMOV_WITHDRAWALS, BMOV_OVER_SHORT )
                VALUES
                ( :HV-TODAY, :HV-RECEIVING-SORTCODE,
                  :HV-POSITION-OUT, :HV-POSITION-IN, 0 )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BRCHMRG unable to journal the vault move, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       TBC999.
           EXIT.

      *
      *    The closing branch's settlement position passes to the
      *    receiving branch.  Journalled the way IBSETTL journals a
      *    settled pair - FROM owes TO, a positive amount - the
      *    movement that leaves the closing branch at zero.
      *
       TRANSFER-SETTLE-POSITION SECTION.
       TSP010.

           EXEC SQL
                SELECT BSTL_POSITION
                INTO   :HV-POSITION
                FROM   BRANCH_SETTLE_POS
                WHERE  BSTL_SORTCODE = :HV-CLOSING-SORTCODE
           END-EXEC.

           IF SQLCODE = 100
              GO TO TSP999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BRCHMRG failure reading BRANCH_SETTLE_POS, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-POSITION = 0
              GO TO TSP999
           END-IF.

           EXEC SQL
                UPDATE BRANCH_SETTLE_POS
                SET    BSTL_POSITION    = BSTL_POSITION
                                             + :HV-POSITION,
                       BSTL_LAST_UPDATE = :HV-TODAY
                WHERE  BSTL_SORTCODE = :HV-RECEIVING-SORTCODE
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO BRANCH_SETTLE_POS
                   ( BSTL_SORTCODE, BSTL_POSITION, BSTL_LAST_UPDATE )
                   VALUES
                   ( :HV-RECEIVING-SORTCODE, :HV-POSITION,
                     :HV-TODAY )
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BRCHMRG unable to move the settlement '
                      'position to ' HV-RECEIVING-SORTCODE
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
                UPDATE BRANCH_SETTLE_POS
                SET    BSTL_POSITION    = 0,
                       BSTL_LAST_UPDATE = :HV-TODAY
                WHERE  BSTL_SORTCODE = :HV-CLOSING-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BRCHMRG unable to clear the settlement '
                      'position at ' HV-CLOSING-SORTCODE
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-POSITION > 0
              MOVE HV-CLOSING-SORTCODE   TO HV-MOVE-FROM-SORTCODE
              MOVE HV-RECEIVING-SORTCODE TO HV-MOVE-TO-SORTCODE
              MOVE HV-POSITION           TO HV-POSITION-OUT
           ELSE
              MOVE HV-RECEIVING-SORTCODE TO HV-MOVE-FROM-SORTCODE
              MOVE HV-CLOSING-SORTCODE   TO HV-MOVE-TO-SORTCODE
              COMPUTE HV-POSITION-OUT = 0 - HV-POSITION
           END-IF.

           EXEC SQL
                INSERT INTO BRANCH_SETTLE_MOVE
                ( BSMV_DATE, BSMV_FROM_SORTCODE, BSMV_TO_SORTCODE,
                  BSMV_AMOUNT )
                VALUES
                ( :HV-TODAY, :HV-MOVE-FROM-SORTCODE,
                  :HV-MOVE-TO-SORTCODE, :HV-POSITION-OUT )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BRCHMRG unable to journal the settlement '
                      'move, SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       TSP999.
           EXIT.

       POST-ONE-LEG SECTION.
       POL010.

           EXEC SQL
                INSERT INTO PROCTRAN
                (
                  PROCTRAN_EYECATCHER     ,
                  PROCTRAN_SORTCODE       ,
                  PROCTRAN_NUMBER         ,
                  PROCTRAN_DATE           ,
                  PROCTRAN_TIME           ,
                  PROCTRAN_REF            ,
                  PROCTRAN_TYPE           ,
                  PROCTRAN_DESC           ,
                  PROCTRAN_AMOUNT         ,
                  PROCTRAN_CONSENT_ID     ,
                  PROCTRAN_COUNTER_ACC_NO
                )
                VALUES
                (
                  'PRTR'                  ,
                  :HV-POST-SORTCODE       ,
                  :HV-POST-NUMBER         ,
                  :HV-TODAY               ,
                  :HV-PROCTRAN-TIME       ,
                  '000000000000'          ,
                  'BMG'                   ,
                  :HV-PROCTRAN-DESC       ,
                  :HV-MOVE-AMOUNT         ,
                  0                       ,
                  :HV-POST-COUNTER
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'BRCHMRG unable to post the carried balance '
                 'for ACCOUNT ' HV-POST-SORTCODE '/' HV-POST-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'BMG'          TO PCT-TYPE.
           MOVE HV-MOVE-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

       POL999.
           EXIT.

      *
      *    A request that cannot be worked is only reported.
      *
       REJECT-ONE-REQUEST SECTION.
       RJR010.

           MOVE 'REJECTED' TO RPT-VERDICT.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO NUMBER-OF-REQUESTS-REJECTED.

       RJR999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           MOVE HV-OLD-SORTCODE    TO RPT-OLD-SORTCODE.
           MOVE HV-OLD-NUMBER      TO RPT-OLD-NUMBER.
           MOVE HV-NEW-SORTCODE    TO RPT-NEW-SORTCODE.
           MOVE HV-NEW-NUMBER      TO RPT-NEW-NUMBER.
           MOVE HV-ACCOUNT-BALANCE TO RPT-BALANCE.
           MOVE WS-REFUSE-REASON   TO RPT-REASON.

           WRITE MRG-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the BRCHMRG report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WRL999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'BRCHMRG' TO PCT-SOURCE.
           MOVE SPACES    TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'BRCHMRG unable to claim a ledger posting, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RPC999.
           EXIT.

      *
      *    The move goes on the account master change journal as
      *    the row ended under its old key and opened under its
      *    new; a journal that cannot be written stops the run like
      *    the move itself would.
      *
       JOURNAL-ACCOUNT-CHANGE SECTION.
       JAC010.

           MOVE 'BRCHMRG'           TO AJR-PROGRAM.
           MOVE MRG-REQUESTED-BY    TO AJR-CHANGED-BY.
           MOVE SPACES              TO AJR-REASON.
           STRING 'BRANCH MERGER ' DELIMITED BY SIZE
                  HV-CLOSING-SORTCODE DELIMITED BY SIZE
                  ' INTO ' DELIMITED BY SIZE
                  HV-RECEIVING-SORTCODE DELIMITED BY SIZE
                  INTO AJR-REASON
           END-STRING.

           CALL WS-ACCJRNL-PGM USING WS-ACCJRNL-PARMS.

           IF AJR-RETURN-CD NOT = 0
              MOVE AJR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'BRCHMRG unable to journal the change to '
                 'ACCOUNT ' AJR-SORTCODE '/' AJR-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       JAC999.
           EXIT.

      *
      *    The notice goes on the communications queue with the
      *    move it tells the customer about.
      *
       QUEUE-CUSTOMER-NOTICE SECTION.
       QCN010.

           MOVE 'BRCHMRG' TO CMQ-PROGRAM.
           CALL WS-COMMQ-PGM USING WS-COMMQ-PARMS.

           IF CMQ-RETURN-CD NOT = 0
              MOVE CMQ-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'BRCHMRG unable to queue the sort code change '
                 'notice for ACCOUNT ' CMQ-SORTCODE '/' CMQ-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       QCN999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
