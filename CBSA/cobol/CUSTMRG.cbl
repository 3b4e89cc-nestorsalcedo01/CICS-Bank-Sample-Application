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
      * Title: CUSTMRG                                                 *
      *                                                                *
      *                                                                *
      * Description: Customer merge for one person onboarded under two *
      *              customer numbers.  Each surviving/retired pair    *
      *              moves everything keyed on the retired number to   *
      *              the survivor - ACCOUNT_CUSTOMER_NUMBER, joint     *
      *              holdings on ACCOUNT_OWNER, the CREDIT_SCORE       *
      *              history, saved beneficiaries, legal orders,       *
      *              set-off and bereavement rows, loan applications   *
      *              and tax residencies (a country the survivor       *
      *              already holds is dropped) - and combines the      *
      *              two ISA subscriptions for the open tax year,      *
      *              reporting the pair when the combined total        *
      *              breaches the year's allowance.  The retired       *
      *              CUSTOMER_DATA row is marked merged ('M') and the  *
      *              retired number kept as a CUSTOMER_ALIAS of the    *
      *              survivor, so old references resolve through       *
      *              CUSTRES.  Every move is written to                *
      *              CUSTOMER_MERGE_JOURNAL, and each pair commits as  *
      *              one unit.  Audit-only records that name a         *
      *              customer (CLOSURE_AUDIT, STMT_INDEX,              *
      *              ESCHEAT_RECORD) and closed ISA tax years, already *
      *              returned, stay as they were written.              *
      *                                                                *
      * Input:  The merge pair file CMRGIN                             *
      * Output: The results report CUSTMRG                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRG-PAIR-FILE
                  ASSIGN TO CMRGIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PAIR-FILE-STATUS.

           SELECT MRG-RPT-FILE
                  ASSIGN TO CUSTMRG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  MRG-PAIR-FILE.
       01  MRG-PAIR-RECORD.
           05 MRG-SURVIVOR                  PIC X(10).
           05 MRG-RETIRED                   PIC X(10).
           05 MRG-OPERATOR                  PIC X(8).

       FD  MRG-RPT-FILE.
       01  MRG-RPT-RECORD.
           05 RPT-ACTION                 PIC X(8).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-SURVIVOR               PIC X(10).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-RETIRED                PIC X(10).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-DETAIL                 PIC X(50).

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

      *    Declare the ACCOUNT table, matching the 9-byte account
      *    number the current schema carries.
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

      * Get the CUSTOMER_ALIAS/CUSTOMER_MERGE_JOURNAL DB2 copybook
           EXEC SQL
              INCLUDE CMRGDB2
           END-EXEC.

      * Get the CUSTOMER_DATA DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * Get the ACCOUNT_OWNER DB2 copybook
           EXEC SQL
              INCLUDE OWNDB2
           END-EXEC.

      * Get the CREDIT_SCORE DB2 copybook
           EXEC SQL
              INCLUDE CRSCDB2
           END-EXEC.

      * Get the ISA_SUBSCRIPTION DB2 copybook
           EXEC SQL
              INCLUDE ISADB2
           END-EXEC.

      * Get the BENEFICIARY DB2 copybook
           EXEC SQL
              INCLUDE BENFDB2
           END-EXEC.

      * Get the LEGAL_ORDER DB2 copybook
           EXEC SQL
              INCLUDE LGLDB2
           END-EXEC.

      * Get the SET_OFF DB2 copybook
           EXEC SQL
              INCLUDE SETFDB2
           END-EXEC.

      * Get the BEREAVEMENT DB2 copybook
           EXEC SQL
              INCLUDE BRVDB2
           END-EXEC.

      * Get the LOAN_APPLICATION DB2 copybook
           EXEC SQL
              INCLUDE LAPPDB2
           END-EXEC.

      * Get the CUSTOMER_TAX_RES DB2 copybook
           EXEC SQL
              INCLUDE TAXRDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * Host variables for the pair being merged
       01 HOST-MERGE-ROW.
          03 HV-SURVIVOR                   PIC X(10).
          03 HV-RETIRED                    PIC X(10).
          03 HV-OPERATOR                   PIC X(8).
          03 HV-CUST-STATUS                PIC X(1).

      * CUSTOMER_MERGE_JOURNAL host variables for DB2
       01 HOST-JOURNAL-ROW.
          03 HV-MRG-ID                     PIC S9(9) COMP.
          03 HV-MRG-SEQ                    PIC S9(4) COMP.
          03 HV-MRG-TABLE                  PIC X(18).
          03 HV-MRG-KEY                    PIC X(20).
          03 HV-MRG-ACTION                 PIC X(8).
          03 HV-MRG-ROWS                   PIC S9(9) COMP.
          03 HV-MRG-DETAIL                 PIC X(40).

      * Host variables for the row being moved
       01 HOST-MOVE-ROW.
          03 HV-MOVE-SORTCODE              PIC X(6).
          03 HV-MOVE-NUMBER                PIC X(9).
          03 HV-OWNR-PRIMARY               PIC X(1).
          03 HV-OWNR-STATUS                PIC X(1).
          03 HV-BENF-ID                    PIC S9(9) COMP.
          03 HV-BENF-NEW-ID                PIC S9(9) COMP.
          03 HV-BENF-CREDIT-AC             PIC X(16).
          03 HV-ROW-COUNT                  PIC S9(9) COMP.
          03 HV-TAXR-LAST-SEQ              PIC S9(4) COMP.

      *    ISA combination for the open tax year: the year, its
      *    allowance and the two customers' subscriptions.  The
      *    compiled-in allowance stands when no ISA_ALLOWANCE row
      *    covers the year, as it does in the entry paths.
       01 WS-ISA-TRACKING.
          03 WS-TAX-YEAR                   PIC X(7).
          03 WS-TAXYR-START                PIC 9(4).
          03 WS-TAXYR-NEXT2                PIC 9(2).
          03 WS-ISA-ALLOW-DEFAULT          PIC S9(10)V99 COMP-3
                                               VALUE 20000.00.
          03 HV-ISA-ALLOWANCE              PIC S9(10)V99 COMP-3.
          03 HV-ISA-SURVIVOR-SUBS          PIC S9(10)V99 COMP-3.
          03 HV-ISA-RETIRED-SUBS           PIC S9(10)V99 COMP-3.
          03 WS-ISA-COMBINED               PIC S9(10)V99 COMP-3.
          03 WS-ISA-EXCESS-DISPLAY         PIC Z(9)9.99.

       01 HV-CURR-TIMESTAMP                PIC X(26).
       01 HV-TODAY                         PIC X(10).

      *    The retired customer's accounts, moved one by one so
      *    each lands on the journal under its own key.
           EXEC SQL DECLARE ACCT-CURSOR CURSOR FOR
              SELECT ACCOUNT_SORTCODE,
                     ACCOUNT_NUMBER
                     FROM ACCOUNT
                     WHERE ACCOUNT_CUSTOMER_NUMBER = :HV-RETIRED
                     ORDER BY ACCOUNT_SORTCODE, ACCOUNT_NUMBER
           END-EXEC.

      *    The retired customer's holdings on jointly held accounts.
           EXEC SQL DECLARE OWNR-CURSOR CURSOR FOR
              SELECT OWNR_SORTCODE,
                     OWNR_NUMBER,
                     OWNR_PRIMARY,
                     OWNR_STATUS
                     FROM ACCOUNT_OWNER
                     WHERE OWNR_CUSTOMER = :HV-RETIRED
                     AND   OWNR_STATUS   = 'A'
                     ORDER BY OWNR_SORTCODE, OWNR_NUMBER
           END-EXEC.

      *    The retired customer's saved beneficiaries not already
      *    cancelled.
           EXEC SQL DECLARE BENF-CURSOR CURSOR FOR
              SELECT BENF_ID,
                     BENF_CREDIT_AC
                     FROM BENEFICIARY
                     WHERE BENF_CUSTOMER = :HV-RETIRED
                     AND   BENF_STATUS  <> 'C'
                     ORDER BY BENF_ID
           END-EXEC.

       01 WS-ACCJRNL-PGM                 PIC X(8) VALUE 'ACCJRNL'.
       01 WS-ACCJRNL-PARMS.
           COPY ACCJRNL.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  PAIR-FILE-STATUS              PIC XX.
       01  RPT-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.
       01  WS-CURSOR-EOF                 PIC X VALUE 'N'.

       01  WS-REJECT-REASON              PIC X(50).
       01  WS-ROWS-DISPLAY               PIC ZZZZ9.

       01  NUMBER-OF-PAIRS-READ          PIC 9(8) VALUE 0.
       01  NUMBER-OF-PAIRS-MERGED        PIC 9(8) VALUE 0.
       01  NUMBER-OF-PAIRS-REJECTED      PIC 9(8) VALUE 0.
       01  NUMBER-OF-ISA-BREACHES        PIC 9(8) VALUE 0.
       01  NUMBER-OF-ACCOUNTS-MOVED      PIC 9(8) VALUE 0.

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

           EXEC SQL
              SELECT CURRENT TIMESTAMP, CURRENT DATE
              INTO   :HV-CURR-TIMESTAMP, :HV-TODAY
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT TIMESTAMP IN PGM '
                      'CUSTMRG. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM DERIVE-TAX-YEAR.

           OPEN INPUT MRG-PAIR-FILE.
           IF PAIR-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the CUSTMRG pair file, '
                      ' status=' PAIR-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT MRG-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the CUSTMRG report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM READ-NEXT-PAIR.

           PERFORM UNTIL WS-EOF = 'Y'
              PERFORM MERGE-ONE-PAIR
              PERFORM READ-NEXT-PAIR
           END-PERFORM.

           CLOSE MRG-PAIR-FILE.
           CLOSE MRG-RPT-FILE.

           DISPLAY 'CUSTMRG read ' NUMBER-OF-PAIRS-READ
                   ' pair(s), merged ' NUMBER-OF-PAIRS-MERGED
                   ', rejected ' NUMBER-OF-PAIRS-REJECTED
                   ', accounts moved ' NUMBER-OF-ACCOUNTS-MOVED
                   ', ISA breaches ' NUMBER-OF-ISA-BREACHES '.'.

           IF NUMBER-OF-PAIRS-REJECTED > 0
              OR NUMBER-OF-ISA-BREACHES > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       READ-NEXT-PAIR SECTION.
       RNP010.

           READ MRG-PAIR-FILE.

           IF PAIR-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF PAIR-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the CUSTMRG pair file, '
                         ' status=' PAIR-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              ELSE
                 ADD 1 TO NUMBER-OF-PAIRS-READ
              END-IF
           END-IF.

       RNP999.
           EXIT.

      *
      *    The 6-April tax year the run combines subscriptions in,
      *    labelled 'YYYY-YY' the way the ISA entry paths label it.
      *
       DERIVE-TAX-YEAR SECTION.
       DTY010.

           COMPUTE WS-TAXYR-START = FUNCTION NUMVAL(HV-TODAY(1:4)).
           IF HV-TODAY(6:5) < '04-06'
              SUBTRACT 1 FROM WS-TAXYR-START
           END-IF.
           COMPUTE WS-TAXYR-NEXT2 =
              FUNCTION MOD(WS-TAXYR-START + 1, 100).

           MOVE WS-TAXYR-START TO WS-TAX-YEAR(1:4).
           MOVE '-'            TO WS-TAX-YEAR(5:1).
           MOVE WS-TAXYR-NEXT2 TO WS-TAX-YEAR(6:2).

       DTY999.
           EXIT.

      *
      *    One pair: both customers must exist, the survivor live
      *    and the retired number not already merged away.  The
      *    moves then run table by table and commit together.
      *
       MERGE-ONE-PAIR SECTION.
       MOP010.

           MOVE MRG-SURVIVOR TO HV-SURVIVOR.
           MOVE MRG-RETIRED  TO HV-RETIRED.
           MOVE MRG-OPERATOR TO HV-OPERATOR.

           IF HV-SURVIVOR = SPACES OR HV-RETIRED = SPACES
              MOVE 'SURVIVING AND RETIRED NUMBERS ARE BOTH REQUIRED'
                 TO WS-REJECT-REASON
              PERFORM REJECT-PAIR
              GO TO MOP999
           END-IF.

           IF HV-SURVIVOR = HV-RETIRED
              MOVE 'SURVIVING AND RETIRED NUMBERS ARE THE SAME'
                 TO WS-REJECT-REASON
              PERFORM REJECT-PAIR
              GO TO MOP999
           END-IF.

           EXEC SQL
              SELECT CUST_STATUS
              INTO   :HV-CUST-STATUS
              FROM   CUSTOMER_DATA
              WHERE  CUST_NUMBER = :HV-SURVIVOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'SURVIVING CUSTOMER NOT FOUND' TO WS-REJECT-REASON
              PERFORM REJECT-PAIR
              GO TO MOP999
           END-IF.

           IF HV-CUST-STATUS NOT = 'A'
              MOVE 'SURVIVING CUSTOMER IS NOT ACTIVE'
                 TO WS-REJECT-REASON
              PERFORM REJECT-PAIR
              GO TO MOP999
           END-IF.

           EXEC SQL
              SELECT CUST_STATUS
              INTO   :HV-CUST-STATUS
              FROM   CUSTOMER_DATA
              WHERE  CUST_NUMBER = :HV-RETIRED
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'RETIRED CUSTOMER NOT FOUND' TO WS-REJECT-REASON
              PERFORM REJECT-PAIR
              GO TO MOP999
           END-IF.

           IF HV-CUST-STATUS = 'M'
              MOVE 'RETIRED CUSTOMER ALREADY MERGED'
                 TO WS-REJECT-REASON
              PERFORM REJECT-PAIR
              GO TO MOP999
           END-IF.

           IF HV-CUST-STATUS NOT = 'A'
              MOVE 'RETIRED CUSTOMER IS NOT ACTIVE'
                 TO WS-REJECT-REASON
              PERFORM REJECT-PAIR
              GO TO MOP999
           END-IF.

           EXEC SQL
              SELECT COALESCE(MAX(MRG_ID), 0) + 1
              INTO   :HV-MRG-ID
              FROM   CUSTOMER_MERGE_JOURNAL
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTMRG unable to key the merge journal, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 0 TO HV-MRG-SEQ.

           PERFORM MOVE-ACCOUNTS.
           PERFORM MOVE-HOLDINGS.
           PERFORM MOVE-CREDIT-SCORES.
           PERFORM COMBINE-ISA-SUBSCRIPTIONS.
           PERFORM MOVE-BENEFICIARIES.
           PERFORM MOVE-CUSTOMER-ROWS.
           PERFORM MOVE-TAX-RESIDENCY.
           PERFORM RETIRE-CUSTOMER.

           EXEC SQL
              COMMIT
           END-EXEC.

           MOVE 'MERGED  '  TO RPT-ACTION.
           MOVE HV-SURVIVOR TO RPT-SURVIVOR.
           MOVE HV-RETIRED  TO RPT-RETIRED.
           MOVE HV-MRG-SEQ  TO WS-ROWS-DISPLAY.
           MOVE SPACES      TO RPT-DETAIL.
           STRING 'MERGE JOURNAL ENTRIES' DELIMITED BY SIZE,
                  WS-ROWS-DISPLAY DELIMITED BY SIZE
                  INTO RPT-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO NUMBER-OF-PAIRS-MERGED.

       MOP999.
           EXIT.

      *
      *    ACCOUNT_CUSTOMER_NUMBER, account by account.
      *
       MOVE-ACCOUNTS SECTION.
       MVA010.

           EXEC SQL
              OPEN ACCT-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTMRG failure opening ACCT-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-CURSOR-EOF.
           PERFORM FETCH-ACCOUNT.
           PERFORM UNTIL WS-CURSOR-EOF = 'Y'
              PERFORM MOVE-ONE-ACCOUNT
              PERFORM FETCH-ACCOUNT
           END-PERFORM.

           EXEC SQL
              CLOSE ACCT-CURSOR
           END-EXEC.

       MVA999.
           EXIT.

       FETCH-ACCOUNT SECTION.
       FAC010.

           EXEC SQL
              FETCH FROM ACCT-CURSOR
              INTO :HV-MOVE-SORTCODE,
                   :HV-MOVE-NUMBER
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-CURSOR-EOF
              GO TO FAC999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTMRG failure fetching ACCT-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       FAC999.
           EXIT.

       MOVE-ONE-ACCOUNT SECTION.
       MOA010.

           MOVE HV-MOVE-SORTCODE TO AJR-SORTCODE.
           MOVE HV-MOVE-NUMBER   TO AJR-NUMBER.
           MOVE HV-OPERATOR      TO AJR-CHANGED-BY.
           MOVE 'CUSTOMER MERGE' TO AJR-REASON.
           MOVE 'B'              TO AJR-REQUEST.
           PERFORM JOURNAL-ACCOUNT-CHANGE.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_CUSTOMER_NUMBER = :HV-SURVIVOR
                WHERE  ACCOUNT_SORTCODE = :HV-MOVE-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-MOVE-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTMRG unable to move an account, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'A'              TO AJR-REQUEST.
           PERFORM JOURNAL-ACCOUNT-CHANGE.

           MOVE 'ACCOUNT'   TO HV-MRG-TABLE.
           PERFORM SET-ACCOUNT-KEY.
           MOVE 'REPOINT'   TO HV-MRG-ACTION.
           MOVE 1           TO HV-MRG-ROWS.
           MOVE SPACES      TO HV-MRG-DETAIL.
           PERFORM WRITE-MERGE-JOURNAL.
           ADD 1 TO NUMBER-OF-ACCOUNTS-MOVED.

       MOA999.
           EXIT.

      *
      *    Live holdings on jointly held accounts.  Where only the
      *    retired number held the account it simply re-points;
      *    where both numbers were holders of the same account the
      *    survivor's row carries on live - primary if either was -
      *    and the retired number's row is removed.
      *
       MOVE-HOLDINGS SECTION.
       MVH010.

           EXEC SQL
              OPEN OWNR-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTMRG failure opening OWNR-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-CURSOR-EOF.
           PERFORM FETCH-HOLDING.
           PERFORM UNTIL WS-CURSOR-EOF = 'Y'
              PERFORM MOVE-ONE-HOLDING
              PERFORM FETCH-HOLDING
           END-PERFORM.

           EXEC SQL
              CLOSE OWNR-CURSOR
           END-EXEC.

       MVH999.
           EXIT.

       FETCH-HOLDING SECTION.
       FHO010.

           EXEC SQL
              FETCH FROM OWNR-CURSOR
              INTO :HV-MOVE-SORTCODE,
                   :HV-MOVE-NUMBER,
                   :HV-OWNR-PRIMARY,
                   :HV-OWNR-STATUS
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-CURSOR-EOF
              GO TO FHO999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTMRG failure fetching OWNR-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       FHO999.
           EXIT.

       MOVE-ONE-HOLDING SECTION.
       MOH010.

           MOVE 'ACCOUNT_OWNER' TO HV-MRG-TABLE.
           PERFORM SET-ACCOUNT-KEY.
           MOVE 1               TO HV-MRG-ROWS.
           MOVE SPACES          TO HV-MRG-DETAIL.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-ROW-COUNT
              FROM   ACCOUNT_OWNER
              WHERE  OWNR_SORTCODE = :HV-MOVE-SORTCODE
              AND    OWNR_NUMBER   = :HV-MOVE-NUMBER
              AND    OWNR_CUSTOMER = :HV-SURVIVOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTMRG failure reading ACCOUNT_OWNER, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-ROW-COUNT = 0
              EXEC SQL
                   UPDATE ACCOUNT_OWNER
                   SET    OWNR_CUSTOMER    = :HV-SURVIVOR,
                          OWNR_STATUS_DATE = :HV-TODAY
                   WHERE  OWNR_SORTCODE = :HV-MOVE-SORTCODE
                   AND    OWNR_NUMBER   = :HV-MOVE-NUMBER
                   AND    OWNR_CUSTOMER = :HV-RETIRED
              END-EXEC
              MOVE 'REPOINT' TO HV-MRG-ACTION
           ELSE
              EXEC SQL
                   UPDATE ACCOUNT_OWNER
                   SET    OWNR_STATUS      = 'A',
                          OWNR_PRIMARY     =
                             CASE WHEN :HV-OWNR-PRIMARY = 'Y'
                                  THEN 'Y'
                                  ELSE OWNR_PRIMARY
                             END,
                          OWNR_STATUS_DATE = :HV-TODAY
                   WHERE  OWNR_SORTCODE = :HV-MOVE-SORTCODE
                   AND    OWNR_NUMBER   = :HV-MOVE-NUMBER
                   AND    OWNR_CUSTOMER = :HV-SURVIVOR
              END-EXEC
              IF SQLCODE = 0
                 EXEC SQL
                      UPDATE ACCOUNT_OWNER
                      SET    OWNR_STATUS      = 'R',
                             OWNR_PRIMARY     = 'N',
                             OWNR_STATUS_DATE = :HV-TODAY
                      WHERE  OWNR_SORTCODE = :HV-MOVE-SORTCODE
                      AND    OWNR_NUMBER   = :HV-MOVE-NUMBER
                      AND    OWNR_CUSTOMER = :HV-RETIRED
                 END-EXEC
              END-IF
              MOVE 'COMBINE' TO HV-MRG-ACTION
              MOVE 'BOTH NUMBERS HELD THE ACCOUNT'
                 TO HV-MRG-DETAIL
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTMRG unable to move a holding, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM WRITE-MERGE-JOURNAL.

       MOH999.
           EXIT.

      *
      *    One credit history.  The survivor's current score stays
      *    current and the retired number's rows join its history;
      *    a survivor with no score of its own inherits the retired
      *    number's current row as its current one.
      *
       MOVE-CREDIT-SCORES SECTION.
       MCS010.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-ROW-COUNT
              FROM   CREDIT_SCORE
              WHERE  CUST_NO  = :HV-SURVIVOR
              AND    HIST_ROW = 'N'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTMRG failure reading CREDIT_SCORE, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-ROW-COUNT > 0
              EXEC SQL
                   UPDATE CREDIT_SCORE
                   SET    CUST_NO  = :HV-SURVIVOR,
                          HIST_ROW = 'Y'
                   WHERE  CUST_NO  = :HV-RETIRED
              END-EXEC
              MOVE 'SURVIVOR SCORE KEPT CURRENT' TO HV-MRG-DETAIL
           ELSE
              EXEC SQL
                   UPDATE CREDIT_SCORE
                   SET    CUST_NO  = :HV-SURVIVOR
                   WHERE  CUST_NO  = :HV-RETIRED
              END-EXEC
              MOVE 'RETIRED SCORE BECOMES CURRENT' TO HV-MRG-DETAIL
           END-IF.

           MOVE 'CREDIT_SCORE' TO HV-MRG-TABLE.
           PERFORM JOURNAL-SET-MOVE.

       MCS999.
           EXIT.

      *
      *    ISA subscriptions for the open tax year become one row
      *    under the survivor, and a combined total over the year's
      *    allowance is journalled and reported as a breach for
      *    the ISA team to remedy - nothing is reversed here.
      *
       COMBINE-ISA-SUBSCRIPTIONS SECTION.
       CIS010.

           EXEC SQL
                SELECT ISA_SUBSCRIBED
                INTO   :HV-ISA-RETIRED-SUBS
                FROM   ISA_SUBSCRIPTION
                WHERE  ISA_CUSTOMER = :HV-RETIRED
                AND    ISA_TAX_YEAR = :WS-TAX-YEAR
           END-EXEC.

           IF SQLCODE = 100
              GO TO CIS999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTMRG failure reading ISA_SUBSCRIPTION, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'ISA_SUBSCRIPTION' TO HV-MRG-TABLE.
           MOVE WS-TAX-YEAR        TO HV-MRG-KEY.
           MOVE 1                  TO HV-MRG-ROWS.
           MOVE SPACES             TO HV-MRG-DETAIL.

           EXEC SQL
                SELECT ISA_SUBSCRIBED
                INTO   :HV-ISA-SURVIVOR-SUBS
                FROM   ISA_SUBSCRIPTION
                WHERE  ISA_CUSTOMER = :HV-SURVIVOR
                AND    ISA_TAX_YEAR = :WS-TAX-YEAR
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 EXEC SQL
                      UPDATE ISA_SUBSCRIPTION
                      SET    ISA_SUBSCRIBED  =
                                ISA_SUBSCRIBED + :HV-ISA-RETIRED-SUBS,
                             ISA_LAST_UPDATE = :HV-TODAY
                      WHERE  ISA_CUSTOMER = :HV-SURVIVOR
                      AND    ISA_TAX_YEAR = :WS-TAX-YEAR
                 END-EXEC
                 IF SQLCODE = 0
                    EXEC SQL
                         DELETE FROM ISA_SUBSCRIPTION
                         WHERE  ISA_CUSTOMER = :HV-RETIRED
                         AND    ISA_TAX_YEAR = :WS-TAX-YEAR
                    END-EXEC
                 END-IF
                 MOVE 'COMBINE' TO HV-MRG-ACTION
              WHEN 100
                 MOVE 0 TO HV-ISA-SURVIVOR-SUBS
                 EXEC SQL
                      UPDATE ISA_SUBSCRIPTION
                      SET    ISA_CUSTOMER    = :HV-SURVIVOR,
                             ISA_LAST_UPDATE = :HV-TODAY
                      WHERE  ISA_CUSTOMER = :HV-RETIRED
                      AND    ISA_TAX_YEAR = :WS-TAX-YEAR
                 END-EXEC
                 MOVE 'REPOINT' TO HV-MRG-ACTION
           END-EVALUATE.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTMRG unable to combine ISA subscriptions, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM WRITE-MERGE-JOURNAL.

           EXEC SQL
                SELECT ALLOW_AMOUNT
                INTO   :HV-ISA-ALLOWANCE
                FROM   ISA_ALLOWANCE
                WHERE  ALLOW_TAX_YEAR = :WS-TAX-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE WS-ISA-ALLOW-DEFAULT TO HV-ISA-ALLOWANCE
           END-IF.

           COMPUTE WS-ISA-COMBINED =
              HV-ISA-SURVIVOR-SUBS + HV-ISA-RETIRED-SUBS.

           IF WS-ISA-COMBINED NOT > HV-ISA-ALLOWANCE
              GO TO CIS999
           END-IF.

           COMPUTE WS-ISA-EXCESS-DISPLAY =
              WS-ISA-COMBINED - HV-ISA-ALLOWANCE.

           MOVE 'BREACH' TO HV-MRG-ACTION.
           MOVE SPACES   TO HV-MRG-DETAIL.
           STRING 'OVER ALLOWANCE BY ' DELIMITED BY SIZE,
                  WS-ISA-EXCESS-DISPLAY DELIMITED BY SIZE
                  INTO HV-MRG-DETAIL
           END-STRING.
           PERFORM WRITE-MERGE-JOURNAL.

           MOVE 'ISA OVER'  TO RPT-ACTION.
           MOVE HV-SURVIVOR TO RPT-SURVIVOR.
           MOVE HV-RETIRED  TO RPT-RETIRED.
           MOVE SPACES      TO RPT-DETAIL.
           STRING WS-TAX-YEAR DELIMITED BY SIZE,
                  ' COMBINED SUBSCRIPTIONS ' DELIMITED BY SIZE,
                  HV-MRG-DETAIL DELIMITED BY SIZE
                  INTO RPT-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO NUMBER-OF-ISA-BREACHES.

       CIS999.
           EXIT.

      *
      *    Saved beneficiaries.  BENF_ID numbers each customer's
      *    payees, so a moved payee takes the survivor's next
      *    number; a payee the survivor has already saved is not
      *    duplicated - the retired copy is cancelled instead.
      *
       MOVE-BENEFICIARIES SECTION.
       MVB010.

           EXEC SQL
              OPEN BENF-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTMRG failure opening BENF-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-CURSOR-EOF.
           PERFORM FETCH-BENEFICIARY.
           PERFORM UNTIL WS-CURSOR-EOF = 'Y'
              PERFORM MOVE-ONE-BENEFICIARY
              PERFORM FETCH-BENEFICIARY
           END-PERFORM.

           EXEC SQL
              CLOSE BENF-CURSOR
           END-EXEC.

       MVB999.
           EXIT.

       FETCH-BENEFICIARY SECTION.
       FBE010.

           EXEC SQL
              FETCH FROM BENF-CURSOR
              INTO :HV-BENF-ID,
                   :HV-BENF-CREDIT-AC
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-CURSOR-EOF
              GO TO FBE999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTMRG failure fetching BENF-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       FBE999.
           EXIT.

       MOVE-ONE-BENEFICIARY SECTION.
       MOB010.

           MOVE 'BENEFICIARY'     TO HV-MRG-TABLE.
           MOVE HV-BENF-CREDIT-AC TO HV-MRG-KEY.
           MOVE 1                 TO HV-MRG-ROWS.
           MOVE SPACES            TO HV-MRG-DETAIL.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-ROW-COUNT
              FROM   BENEFICIARY
              WHERE  BENF_CUSTOMER  = :HV-SURVIVOR
              AND    BENF_CREDIT_AC = :HV-BENF-CREDIT-AC
              AND    BENF_STATUS   <> 'C'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTMRG failure reading BENEFICIARY, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-ROW-COUNT > 0
              EXEC SQL
                   UPDATE BENEFICIARY
                   SET    BENF_STATUS = 'C'
                   WHERE  BENF_CUSTOMER = :HV-RETIRED
                   AND    BENF_ID       = :HV-BENF-ID
              END-EXEC
              MOVE 'DROPPED' TO HV-MRG-ACTION
              MOVE 'SURVIVOR ALREADY HOLDS THIS PAYEE'
                 TO HV-MRG-DETAIL
           ELSE
              EXEC SQL
                 SELECT COALESCE(MAX(BENF_ID), 0) + 1
                 INTO   :HV-BENF-NEW-ID
                 FROM   BENEFICIARY
                 WHERE  BENF_CUSTOMER = :HV-SURVIVOR
              END-EXEC
              IF SQLCODE = 0
                 EXEC SQL
                      UPDATE BENEFICIARY
                      SET    BENF_CUSTOMER = :HV-SURVIVOR,
                             BENF_ID       = :HV-BENF-NEW-ID
                      WHERE  BENF_CUSTOMER = :HV-RETIRED
                      AND    BENF_ID       = :HV-BENF-ID
                 END-EXEC
              END-IF
              MOVE 'REPOINT' TO HV-MRG-ACTION
              MOVE HV-BENF-ID     TO WS-ROWS-DISPLAY
              STRING 'BENF_ID' DELIMITED BY SIZE,
                     WS-ROWS-DISPLAY DELIMITED BY SIZE,
                     ' BECOMES' DELIMITED BY SIZE
                     INTO HV-MRG-DETAIL
              END-STRING
              MOVE HV-BENF-NEW-ID TO WS-ROWS-DISPLAY
              MOVE WS-ROWS-DISPLAY TO HV-MRG-DETAIL(21:5)
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTMRG unable to move a beneficiary, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM WRITE-MERGE-JOURNAL.

       MOB999.
           EXIT.

      *
      *    The remaining tables keyed on customer number, each
      *    moved as a set: court orders against the customer,
      *    set-off exercises, and a bereavement registered under
      *    the retired number when the survivor has none of its
      *    own.
      *
       MOVE-CUSTOMER-ROWS SECTION.
       MCR010.

           EXEC SQL
                UPDATE LEGAL_ORDER
                SET    LGO_CUSTOMER = :HV-SURVIVOR
                WHERE  LGO_CUSTOMER = :HV-RETIRED
           END-EXEC.

           MOVE 'LEGAL_ORDER' TO HV-MRG-TABLE.
           MOVE SPACES        TO HV-MRG-DETAIL.
           PERFORM JOURNAL-SET-MOVE.

           EXEC SQL
                UPDATE SET_OFF
                SET    SETF_CUSTOMER = :HV-SURVIVOR
                WHERE  SETF_CUSTOMER = :HV-RETIRED
           END-EXEC.

           MOVE 'SET_OFF'     TO HV-MRG-TABLE.
           MOVE SPACES        TO HV-MRG-DETAIL.
           PERFORM JOURNAL-SET-MOVE.

           EXEC SQL
                UPDATE BEREAVEMENT
                SET    BRV_CUSTOMER = :HV-SURVIVOR
                WHERE  BRV_CUSTOMER = :HV-RETIRED
                AND    NOT EXISTS
                          (SELECT 1
                           FROM   BEREAVEMENT B
                           WHERE  B.BRV_CUSTOMER = :HV-SURVIVOR)
           END-EXEC.

           MOVE 'BEREAVEMENT' TO HV-MRG-TABLE.
           MOVE SPACES        TO HV-MRG-DETAIL.
           PERFORM JOURNAL-SET-MOVE.

           EXEC SQL
                UPDATE LOAN_APPLICATION
                SET    LAPP_CUST_NO = :HV-SURVIVOR
                WHERE  LAPP_CUST_NO = :HV-RETIRED
           END-EXEC.

           MOVE 'LOAN_APPLICATION' TO HV-MRG-TABLE.
           MOVE SPACES             TO HV-MRG-DETAIL.
           PERFORM JOURNAL-SET-MOVE.

       MCR999.
           EXIT.

      *
      *    Tax residency: a country the survivor is already
      *    recorded as resident in is dropped from the retired
      *    set, and what remains follows the survivor, numbered on
      *    after the survivor's own rows.
      *
       MOVE-TAX-RESIDENCY SECTION.
       MTR010.

           EXEC SQL
                DELETE FROM CUSTOMER_TAX_RES
                WHERE  TAXR_CUSTOMER = :HV-RETIRED
                AND    TAXR_COUNTRY IN
                          (SELECT T.TAXR_COUNTRY
                           FROM   CUSTOMER_TAX_RES T
                           WHERE  T.TAXR_CUSTOMER = :HV-SURVIVOR)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3) TO HV-MRG-ROWS
              WHEN 100
                 MOVE 0 TO HV-MRG-ROWS
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'CUSTMRG unable to drop CUSTOMER_TAX_RES'
                         ', SQLCODE=' WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
           END-EVALUATE.

           IF HV-MRG-ROWS > 0
              MOVE 'CUSTOMER_TAX_RES' TO HV-MRG-TABLE
              MOVE SPACES             TO HV-MRG-KEY
              MOVE 'DROPPED'          TO HV-MRG-ACTION
              MOVE 'SURVIVOR ALREADY RESIDENT THERE'
                                      TO HV-MRG-DETAIL
              PERFORM WRITE-MERGE-JOURNAL
           END-IF.

           EXEC SQL
                SELECT COALESCE(MAX(TAXR_SEQ), 0)
                INTO   :HV-TAXR-LAST-SEQ
                FROM   CUSTOMER_TAX_RES
                WHERE  TAXR_CUSTOMER = :HV-SURVIVOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTMRG failure reading CUSTOMER_TAX_RES, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
                UPDATE CUSTOMER_TAX_RES
                SET    TAXR_CUSTOMER     = :HV-SURVIVOR,
                       TAXR_SEQ          = TAXR_SEQ +
                                           :HV-TAXR-LAST-SEQ,
                       TAXR_UPDATED_DATE = :HV-TODAY
                WHERE  TAXR_CUSTOMER     = :HV-RETIRED
           END-EXEC.

           MOVE 'CUSTOMER_TAX_RES' TO HV-MRG-TABLE.
           MOVE SPACES             TO HV-MRG-DETAIL.
           PERFORM JOURNAL-SET-MOVE.

       MTR999.
           EXIT.

      *
      *    The retired number itself: its CUSTOMER_DATA row marked
      *    merged, any alias that pointed at it re-pointed at the
      *    survivor so aliases stay one step deep, and its own
      *    alias written.
      *
       RETIRE-CUSTOMER SECTION.
       RTC010.

           EXEC SQL
                UPDATE CUSTOMER_DATA
                SET    CUST_STATUS       = 'M',
                       CUST_UPDATED_DATE = :HV-TODAY
                WHERE  CUST_NUMBER = :HV-RETIRED
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTMRG unable to retire the customer, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
                UPDATE CUSTOMER_ALIAS
                SET    ALIAS_SURVIVOR = :HV-SURVIVOR
                WHERE  ALIAS_SURVIVOR = :HV-RETIRED
           END-EXEC.

           MOVE 'CUSTOMER_ALIAS' TO HV-MRG-TABLE.
           MOVE 'EARLIER ALIASES FOLLOW THE SURVIVOR'
                                 TO HV-MRG-DETAIL.
           PERFORM JOURNAL-SET-MOVE.

           EXEC SQL
                INSERT INTO CUSTOMER_ALIAS
                (
                  ALIAS_CUSTOMER    ,
                  ALIAS_SURVIVOR    ,
                  ALIAS_MERGE_ID    ,
                  ALIAS_MERGED_DATE
                )
                VALUES
                (
                  :HV-RETIRED ,
                  :HV-SURVIVOR ,
                  :HV-MRG-ID  ,
                  :HV-TODAY
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTMRG unable to write the alias, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'CUSTOMER_ALIAS' TO HV-MRG-TABLE.
           MOVE HV-RETIRED       TO HV-MRG-KEY.
           MOVE 'ALIAS'          TO HV-MRG-ACTION.
           MOVE 1                TO HV-MRG-ROWS.
           MOVE 'RETIRED NUMBER RESOLVES TO SURVIVOR'
                                 TO HV-MRG-DETAIL.
           PERFORM WRITE-MERGE-JOURNAL.

       RTC999.
           EXIT.

      *
      *    Journal a set-at-a-time UPDATE just run: the caller has
      *    set the table and any detail; the row count comes from
      *    the SQLCA.  Nothing moved, nothing journalled.
      *
       JOURNAL-SET-MOVE SECTION.
       JSM010.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3) TO HV-MRG-ROWS
              WHEN 100
                 GO TO JSM999
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'CUSTMRG unable to move ' HV-MRG-TABLE
                         ', SQLCODE=' WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
           END-EVALUATE.

           IF HV-MRG-ROWS = 0
              GO TO JSM999
           END-IF.

           MOVE SPACES    TO HV-MRG-KEY.
           MOVE 'REPOINT' TO HV-MRG-ACTION.
           PERFORM WRITE-MERGE-JOURNAL.

       JSM999.
           EXIT.

       SET-ACCOUNT-KEY SECTION.
       SAK010.

           MOVE SPACES TO HV-MRG-KEY.
           STRING HV-MOVE-SORTCODE DELIMITED BY SIZE,
                  '/' DELIMITED BY SIZE,
                  HV-MOVE-NUMBER DELIMITED BY SIZE
                  INTO HV-MRG-KEY
           END-STRING.

       SAK999.
           EXIT.

       WRITE-MERGE-JOURNAL SECTION.
       WMJ010.

           ADD 1 TO HV-MRG-SEQ.

           EXEC SQL
                INSERT INTO CUSTOMER_MERGE_JOURNAL
                (
                  MRG_ID       ,
                  MRG_SEQ      ,
                  MRG_SURVIVOR ,
                  MRG_RETIRED  ,
                  MRG_TABLE    ,
                  MRG_KEY      ,
                  MRG_ACTION   ,
                  MRG_ROWS     ,
                  MRG_DETAIL   ,
                  MRG_OPERATOR ,
                  MRG_TS
                )
                VALUES
                (
                  :HV-MRG-ID         ,
                  :HV-MRG-SEQ        ,
                  :HV-SURVIVOR       ,
                  :HV-RETIRED        ,
                  :HV-MRG-TABLE      ,
                  :HV-MRG-KEY        ,
                  :HV-MRG-ACTION     ,
                  :HV-MRG-ROWS       ,
                  :HV-MRG-DETAIL     ,
                  :HV-OPERATOR       ,
                  :HV-CURR-TIMESTAMP
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTMRG unable to write the merge journal, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WMJ999.
           EXIT.

       REJECT-PAIR SECTION.
       RJP010.

           MOVE 'REJECTED'       TO RPT-ACTION.
           MOVE HV-SURVIVOR      TO RPT-SURVIVOR.
           MOVE HV-RETIRED       TO RPT-RETIRED.
           MOVE WS-REJECT-REASON TO RPT-DETAIL.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO NUMBER-OF-PAIRS-REJECTED.

       RJP999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           WRITE MRG-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the CUSTMRG report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WRL999.
           EXIT.

      *
      *    An account repointed to the surviving customer goes on
      *    the account master change journal with the repoint; a
      *    journal that cannot be written stops the run like the
      *    repoint would.
      *
       JOURNAL-ACCOUNT-CHANGE SECTION.
       JAC010.

           MOVE 'CUSTMRG' TO AJR-PROGRAM.

           CALL WS-ACCJRNL-PGM USING WS-ACCJRNL-PARMS.

           IF AJR-RETURN-CD NOT = 0
              MOVE AJR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTMRG unable to journal the change to '
                 'ACCOUNT ' AJR-SORTCODE '/' AJR-NUMBER
                 ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       JAC999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
