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
      * Title: SCVGEN                                                  *
      *                                                                *
      *                                                                *
      * Description: Deposit-guarantee Single Customer View file.      *
      *              Every active customer holding an account gets one *
      *              customer record carrying their identity fields,   *
      *              their aggregated eligible balance in sterling,    *
      *              the interest accrued on it, and the amount        *
      *              covered up to the compensation limit.  Each       *
      *              account behind it gets an account record, a joint *
      *              account being shared equally between its live     *
      *              holders.  An account under a post-no-debits stop, *
      *              a legal order, dormancy or escheatment carries an *
      *              exclusion marker and is left out of the eligible  *
      *              aggregate.  Runs on demand against the live       *
      *              position and changes nothing.                     *
      *                                                                *
      * Input:  The optional compensation-limit file SCVPRM            *
      * Output: The customer-level SCV file SCVOUT                     *
      *         The account-level SCV file SCVACC                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCVGEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCV-PARM-FILE
                  ASSIGN TO SCVPRM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PRM-FILE-STATUS.

           SELECT SCV-CUST-FILE
                  ASSIGN TO SCVOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CUS-FILE-STATUS.

           SELECT SCV-ACCT-FILE
                  ASSIGN TO SCVACC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ACC-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    The compensation limit per depositor, in sterling, when it
      *    differs from the compiled-in default.
       FD  SCV-PARM-FILE.
       01  SCV-PARM-RECORD.
           05 SCP-LIMIT                     PIC 9(9)V99.

      *    'H' header / 'C' customer / 'T' trailer.  The SCV record
      *    number is the customer number.  Amounts are sterling; the
      *    trailer is the control summary the file is balanced by.
       FD  SCV-CUST-FILE.
       01  SCV-CUST-RECORD.
           05 SCV-REC-TYPE                  PIC X(1).
           05 SCV-REC-BODY                  PIC X(385).
           05 SCV-HEADER-VIEW REDEFINES SCV-REC-BODY.
              10 SCV-HDR-PRODUCED-DATE      PIC X(10).
              10 SCV-HDR-PRODUCED-TIME      PIC X(8).
              10 SCV-HDR-LIMIT              PIC 9(9)V99.
              10 SCV-HDR-CURRENCY-CD        PIC X(3).
              10 FILLER                     PIC X(353).
           05 SCV-CUSTOMER-VIEW REDEFINES SCV-REC-BODY.
              10 SCV-RECORD-NUMBER          PIC X(10).
              10 SCV-NAME                   PIC X(60).
              10 SCV-ADDR1                  PIC X(40).
              10 SCV-ADDR2                  PIC X(40).
              10 SCV-ADDR3                  PIC X(40).
              10 SCV-POSTCODE               PIC X(10).
              10 SCV-PHONE                  PIC X(20).
              10 SCV-EMAIL                  PIC X(50).
              10 SCV-ACCOUNT-COUNT          PIC 9(4).
              10 SCV-EXCLUDED-COUNT         PIC 9(4).
      *       'Y' when any of the customer's accounts is excluded.
              10 SCV-EXCLUSION-FLAG         PIC X(1).
              10 SCV-AGGREGATE-BALANCE      PIC 9(11)V99.
              10 SCV-ACCRUED-INTEREST       PIC 9(11)V99.
              10 SCV-TOTAL-ELIGIBLE         PIC 9(11)V99.
              10 SCV-COMPENSATABLE          PIC 9(11)V99.
              10 SCV-EXCLUDED-BALANCE       PIC 9(11)V99.
              10 FILLER                     PIC X(41).
           05 SCV-TRAILER-VIEW REDEFINES SCV-REC-BODY.
              10 SCV-TRL-CUSTOMERS          PIC 9(8).
              10 SCV-TRL-ACCOUNTS           PIC 9(8).
              10 SCV-TRL-EXCLUDED           PIC 9(8).
              10 SCV-TRL-STOP-COUNT         PIC 9(8).
              10 SCV-TRL-LEGDIS-COUNT       PIC 9(8).
              10 SCV-TRL-DORM-COUNT         PIC 9(8).
              10 SCV-TRL-ESCH-COUNT         PIC 9(8).
              10 SCV-TRL-AGGREGATE          PIC 9(13)V99.
              10 SCV-TRL-INTEREST           PIC 9(13)V99.
              10 SCV-TRL-ELIGIBLE           PIC 9(13)V99.
              10 SCV-TRL-COMPENSATABLE      PIC 9(13)V99.
              10 SCV-TRL-EXCLUDED-BALANCE   PIC 9(13)V99.
              10 FILLER                     PIC X(254).

      *    'A' account records, in customer order after the file's
      *    'H' header, ending in a 'T' trailer.  SCA-BALANCE is the
      *    account in its own currency; SCA-GBP-SHARE and
      *    SCA-INTEREST-SHARE are this holder's sterling share.
      *    SCA-EXCLUSION is spaces for an eligible account, else
      *    'STOP' post-no-debits stop, 'LEGDIS' legal order,
      *    'DORM' dormant or 'ESCH' escheated.
       FD  SCV-ACCT-FILE.
       01  SCV-ACCT-RECORD.
           05 SCA-REC-TYPE                  PIC X(1).
           05 SCA-REC-BODY                  PIC X(110).
           05 SCA-HEADER-VIEW REDEFINES SCA-REC-BODY.
              10 SCA-HDR-PRODUCED-DATE      PIC X(10).
              10 SCA-HDR-PRODUCED-TIME      PIC X(8).
              10 FILLER                     PIC X(92).
           05 SCA-ACCOUNT-VIEW REDEFINES SCA-REC-BODY.
              10 SCA-RECORD-NUMBER          PIC X(10).
              10 SCA-SORTCODE               PIC X(6).
              10 SCA-NUMBER                 PIC X(9).
              10 SCA-ACCOUNT-TYPE           PIC X(8).
              10 SCA-CURRENCY-CD            PIC X(3).
              10 SCA-HOLDERS                PIC 9(2).
              10 SCA-BALANCE                PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
              10 SCA-GBP-SHARE              PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
              10 SCA-INTEREST-SHARE         PIC 9(11)V99.
              10 SCA-EXCLUSION              PIC X(6).
              10 FILLER                     PIC X(25).
           05 SCA-TRAILER-VIEW REDEFINES SCA-REC-BODY.
              10 SCA-TRL-COUNT              PIC 9(8).
              10 SCA-TRL-GBP-TOTAL          PIC S9(13)V99
                                            SIGN LEADING SEPARATE.
              10 FILLER                     PIC X(86).

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
      *    number and currency the current schema carries.
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

      *    The accrual accumulator INTACCR maintains - the interest
      *    earned but not yet paid.
           EXEC SQL DECLARE ACCOUNT_ACCRUAL TABLE
              (
               ACCRUAL_SORTCODE                CHAR(6) NOT NULL,
               ACCRUAL_NUMBER                  CHAR(9) NOT NULL,
               ACCRUED_AMOUNT                  DECIMAL(14, 6) NOT NULL,
               LAST_ACCRUAL_DATE               DATE NOT NULL
              )
           END-EXEC.

      * Get the CUSTOMER_DATA DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * Get the CUSTOMER_ALIAS DB2 copybook
           EXEC SQL
              INCLUDE CMRGDB2
           END-EXEC.

      * Get the ACCOUNT_OWNER DB2 copybook
           EXEC SQL
              INCLUDE OWNDB2
           END-EXEC.

      * Get the ACCT_STOP DB2 copybook
           EXEC SQL
              INCLUDE STOPDB2
           END-EXEC.

      * Get the LEGAL_ORDER DB2 copybook
           EXEC SQL
              INCLUDE LGLDB2
           END-EXEC.

      * Get the ACCOUNT_DORMANCY DB2 copybook
           EXEC SQL
              INCLUDE DORMDB2
           END-EXEC.

      * Get the ESCHEAT_RECORD DB2 copybook
           EXEC SQL
              INCLUDE ESCHDB2
           END-EXEC.

      * Get the FXRATES DB2 copybook
           EXEC SQL
              INCLUDE FXRTDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * CUSTOMER_DATA host variables for the depositor being worked
       01 HOST-CUSTOMER-ROW.
          03 HV-CUST-NUMBER                PIC X(10).
          03 HV-CUST-NAME                  PIC X(60).
          03 HV-CUST-ADDR1                 PIC X(40).
          03 HV-CUST-ADDR2                 PIC X(40).
          03 HV-CUST-ADDR3                 PIC X(40).
          03 HV-CUST-POSTCODE              PIC X(10).
          03 HV-CUST-PHONE                 PIC X(20).
          03 HV-CUST-EMAIL                 PIC X(50).

      * Host variables for one of the depositor's accounts
       01 HOST-ACCOUNT-ROW.
          03 HV-ACC-SORTCODE               PIC X(6).
          03 HV-ACC-NUMBER                 PIC X(9).
          03 HV-ACC-TYPE                   PIC X(8).
          03 HV-ACC-CURRENCY               PIC X(3).
          03 HV-ACC-BALANCE                PIC S9(10)V99 COMP-3.
          03 HV-ACC-HOLDERS                PIC S9(9) COMP.
          03 HV-ACC-STOPS                  PIC S9(9) COMP.
          03 HV-ACC-ORDERS                 PIC S9(9) COMP.
          03 HV-ACC-DORMANT                PIC S9(9) COMP.
          03 HV-ACC-ACCRUED                PIC S9(8)V9(6) COMP-3.

      * ESCHEAT_RECORD host variables
       01 HOST-ESCHEAT-ROW.
          03 HV-ESCH-SORTCODE              PIC X(6).
          03 HV-ESCH-NUMBER                PIC X(9).
          03 HV-ESCH-ACCT-TYPE             PIC X(8).
          03 HV-ESCH-AMOUNT                PIC S9(10)V99 COMP-3.

      * FXRATES host variable for pricing a foreign-currency deposit
       01 HV-FX-MID-RATE                   PIC S9(5)V9(6) COMP-3.

       01 HV-TODAY                         PIC X(10).
       01 HV-NOW                           PIC X(26).

      *    Every active customer, in customer-number order.  A
      *    customer holding nothing is read and passed over: the
      *    file lists depositors only.
           EXEC SQL DECLARE SCV-CUST-CURSOR CURSOR FOR
              SELECT CUST_NUMBER,
                     CUST_NAME,
                     COALESCE(CUST_ADDR1, ' '),
                     COALESCE(CUST_ADDR2, ' '),
                     COALESCE(CUST_ADDR3, ' '),
                     COALESCE(CUST_POSTCODE, ' '),
                     COALESCE(CUST_PHONE, ' '),
                     COALESCE(CUST_EMAIL, ' ')
                     FROM CUSTOMER_DATA
                     WHERE CUST_STATUS = 'A'
                     ORDER BY CUST_NUMBER
                     FOR FETCH ONLY
           END-EXEC.

      *    Every account the customer holds, solely or as a live
      *    joint holder, with the facts the exclusion markers are
      *    decided on: the live holder count, a 'S' stop in place,
      *    an interim legal order reaching the account (one confined
      *    to it, one reaching all of this customer's accounts, or
      *    an active earmark whoever's order raised it), dormancy,
      *    and the accrued interest.  The bank's own reserved
      *    internal accounts (0999999xx) are never deposits.
           EXEC SQL DECLARE SCV-ACCT-CURSOR CURSOR FOR
              SELECT A.ACCOUNT_SORTCODE,
                     A.ACCOUNT_NUMBER,
                     COALESCE(A.ACCOUNT_TYPE, ' '),
                     COALESCE(A.ACCOUNT_CURRENCY_CD, 'GBP'),
                     A.ACCOUNT_ACTUAL_BALANCE,
                     (SELECT COUNT(*)
                        FROM ACCOUNT_OWNER H
                        WHERE H.OWNR_SORTCODE = A.ACCOUNT_SORTCODE
                        AND   H.OWNR_NUMBER   = A.ACCOUNT_NUMBER
                        AND   H.OWNR_STATUS   = 'A'),
                     (SELECT COUNT(*)
                        FROM ACCT_STOP S
                        WHERE S.STOP_SORTCODE = A.ACCOUNT_SORTCODE
                        AND   S.STOP_NUMBER   = A.ACCOUNT_NUMBER
                        AND   S.STOP_STATUS   = 'S'),
                     (SELECT COUNT(*)
                        FROM LEGAL_ORDER L
                        WHERE L.LGO_STATUS   = 'I'
                        AND   ((L.LGO_SORTCODE = A.ACCOUNT_SORTCODE
                                AND L.LGO_NUMBER = A.ACCOUNT_NUMBER)
                               OR (L.LGO_CUSTOMER = :HV-CUST-NUMBER
                                   AND L.LGO_NUMBER = ' ')))
                     +
                     (SELECT COUNT(*)
                        FROM LEGAL_ORDER_EARMARK E
                        WHERE E.LGE_SORTCODE = A.ACCOUNT_SORTCODE
                        AND   E.LGE_NUMBER   = A.ACCOUNT_NUMBER
                        AND   E.LGE_STATUS   = 'A'),
                     (SELECT COUNT(*)
                        FROM ACCOUNT_DORMANCY D
                        WHERE D.DORM_SORTCODE = A.ACCOUNT_SORTCODE
                        AND   D.DORM_NUMBER   = A.ACCOUNT_NUMBER
                        AND   D.DORM_STATUS   = 'D'),
                     COALESCE((SELECT R.ACCRUED_AMOUNT
                        FROM ACCOUNT_ACCRUAL R
                        WHERE R.ACCRUAL_SORTCODE = A.ACCOUNT_SORTCODE
                        AND   R.ACCRUAL_NUMBER   = A.ACCOUNT_NUMBER),
                        0)
                     FROM ACCOUNT A
                     WHERE A.ACCOUNT_NUMBER NOT LIKE '0999999%'
                     AND   (A.ACCOUNT_CUSTOMER_NUMBER = :HV-CUST-NUMBER
                            OR EXISTS
                               (SELECT 1
                                FROM   ACCOUNT_OWNER O
                                WHERE  O.OWNR_SORTCODE =
                                          A.ACCOUNT_SORTCODE
                                AND    O.OWNR_NUMBER   =
                                          A.ACCOUNT_NUMBER
                                AND    O.OWNR_CUSTOMER =
                                          :HV-CUST-NUMBER
                                AND    O.OWNR_STATUS   = 'A'))
                     ORDER BY 1, 2
                     FOR FETCH ONLY
           END-EXEC.

      *    Balances escheated from the customer's dormant accounts
      *    and not yet reclaimed - still owed to them, but held on
      *    the escheatment suspense account rather than a deposit.
      *    A customer merged into this one left their escheatment
      *    rows under the retired number, so those are taken too.
           EXEC SQL DECLARE SCV-ESCH-CURSOR CURSOR FOR
              SELECT ESCH_SORTCODE,
                     ESCH_NUMBER,
                     COALESCE(ESCH_ACCT_TYPE, ' '),
                     ESCH_AMOUNT
                     FROM ESCHEAT_RECORD
                     WHERE ESCH_STATUS = 'E'
                     AND   (ESCH_CUSTOMER = :HV-CUST-NUMBER
                            OR ESCH_CUSTOMER IN
                               (SELECT ALIAS_CUSTOMER
                                FROM   CUSTOMER_ALIAS
                                WHERE  ALIAS_SURVIVOR =
                                          :HV-CUST-NUMBER))
                     ORDER BY 1, 2
                     FOR FETCH ONLY
           END-EXEC.

      *    The outbound file register entry for each file sent out.
       01 WS-OUTFREG-PGM                 PIC X(8) VALUE 'OUTFREG'.
       01 WS-OUTFREG-PARMS.
           COPY OUTFREG.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  PRM-FILE-STATUS               PIC XX.
       01  CUS-FILE-STATUS               PIC XX.
       01  ACC-FILE-STATUS               PIC XX.

       01  WS-CUST-EOF                   PIC X VALUE 'N'.
       01  WS-ACCT-EOF                   PIC X VALUE 'N'.
       01  WS-ESCH-EOF                   PIC X VALUE 'N'.

       01  WS-BASE-CURRENCY              PIC X(3) VALUE 'GBP'.

      *    The compensation limit per eligible depositor, in
      *    sterling; SCVPRM overrides when it changes.
       01  WS-LIMIT-DEFAULT              PIC 9(9)V99 VALUE 120000.00.
       01  WS-LIMIT                      PIC 9(9)V99.

       01  WS-FX-DATA.
           COPY FXRATE.

       01  WS-GBP-RATE                   PIC S9(5)V9(6) COMP-3.
       01  WS-HOLDERS                    PIC S9(4) COMP.
       01  WS-EXCLUSION                  PIC X(6).
       01  WS-GBP-SHARE                  PIC S9(11)V99 COMP-3.
       01  WS-INTEREST-SHARE             PIC S9(11)V99 COMP-3.

      *    The depositor being worked
       01  WS-CUSTOMER-TOTALS.
           03 WS-CUS-ACCOUNTS            PIC 9(4) COMP.
           03 WS-CUS-EXCLUDED            PIC 9(4) COMP.
           03 WS-CUS-AGGREGATE           PIC S9(11)V99 COMP-3.
           03 WS-CUS-INTEREST            PIC S9(11)V99 COMP-3.
           03 WS-CUS-ELIGIBLE            PIC S9(11)V99 COMP-3.
           03 WS-CUS-COMPENSATABLE       PIC S9(11)V99 COMP-3.
           03 WS-CUS-EXCLUDED-BAL        PIC S9(11)V99 COMP-3.

      *    The control summary
       01  WS-FILE-TOTALS.
           03 WS-TOT-AGGREGATE           PIC S9(13)V99 COMP-3 VALUE 0.
           03 WS-TOT-INTEREST            PIC S9(13)V99 COMP-3 VALUE 0.
           03 WS-TOT-ELIGIBLE            PIC S9(13)V99 COMP-3 VALUE 0.
           03 WS-TOT-COMPENSATABLE       PIC S9(13)V99 COMP-3 VALUE 0.
           03 WS-TOT-EXCLUDED-BAL        PIC S9(13)V99 COMP-3 VALUE 0.
           03 WS-TOT-GBP-SHARES          PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-ELIGIBLE-DISPLAY           PIC Z(12)9.99.
       01  WS-COMPENSATABLE-DISPLAY      PIC Z(12)9.99.

       01  NUMBER-OF-CUSTOMERS-READ      PIC 9(8) VALUE 0.
       01  NUMBER-OF-DEPOSITORS          PIC 9(8) VALUE 0.
       01  NUMBER-OF-ACCOUNTS-WRITTEN    PIC 9(8) VALUE 0.
       01  NUMBER-OF-ACCOUNTS-EXCLUDED   PIC 9(8) VALUE 0.
       01  NUMBER-EXCLUDED-STOP          PIC 9(8) VALUE 0.
       01  NUMBER-EXCLUDED-LEGDIS        PIC 9(8) VALUE 0.
       01  NUMBER-EXCLUDED-DORM          PIC 9(8) VALUE 0.
       01  NUMBER-EXCLUDED-ESCH          PIC 9(8) VALUE 0.
       01  NUMBER-AT-FACE-VALUE          PIC 9(8) VALUE 0.

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
              SELECT CURRENT DATE, CHAR(CURRENT TIMESTAMP)
              INTO   :HV-TODAY, :HV-NOW
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT DATE IN PGM '
                      'SCVGEN. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM ESTABLISH-LIMIT.

           OPEN OUTPUT SCV-CUST-FILE.
           IF CUS-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the SCVOUT customer file, '
                      ' status=' CUS-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT SCV-ACCT-FILE.
           IF ACC-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the SCVACC account file, '
                      ' status=' ACC-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           INITIALIZE SCV-CUST-RECORD.
           MOVE 'H'              TO SCV-REC-TYPE.
           MOVE HV-TODAY         TO SCV-HDR-PRODUCED-DATE.
           MOVE HV-NOW(12:8)     TO SCV-HDR-PRODUCED-TIME.
           MOVE WS-LIMIT         TO SCV-HDR-LIMIT.
           MOVE WS-BASE-CURRENCY TO SCV-HDR-CURRENCY-CD.
           PERFORM WRITE-CUSTOMER-RECORD.

           INITIALIZE SCV-ACCT-RECORD.
           MOVE 'H'              TO SCA-REC-TYPE.
           MOVE HV-TODAY         TO SCA-HDR-PRODUCED-DATE.
           MOVE HV-NOW(12:8)     TO SCA-HDR-PRODUCED-TIME.
           PERFORM WRITE-ACCOUNT-RECORD.

           EXEC SQL OPEN
              SCV-CUST-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'SCVGEN unable to open SCV-CUST-CURSOR, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM SCV-ONE-CUSTOMER UNTIL WS-CUST-EOF = 'Y'.

           EXEC SQL CLOSE
              SCV-CUST-CURSOR
           END-EXEC.

           INITIALIZE SCV-CUST-RECORD.
           MOVE 'T'                         TO SCV-REC-TYPE.
           MOVE NUMBER-OF-DEPOSITORS        TO SCV-TRL-CUSTOMERS.
           MOVE NUMBER-OF-ACCOUNTS-WRITTEN  TO SCV-TRL-ACCOUNTS.
           MOVE NUMBER-OF-ACCOUNTS-EXCLUDED TO SCV-TRL-EXCLUDED.
           MOVE NUMBER-EXCLUDED-STOP        TO SCV-TRL-STOP-COUNT.
           MOVE NUMBER-EXCLUDED-LEGDIS      TO SCV-TRL-LEGDIS-COUNT.
           MOVE NUMBER-EXCLUDED-DORM        TO SCV-TRL-DORM-COUNT.
           MOVE NUMBER-EXCLUDED-ESCH        TO SCV-TRL-ESCH-COUNT.
           MOVE WS-TOT-AGGREGATE            TO SCV-TRL-AGGREGATE.
           MOVE WS-TOT-INTEREST             TO SCV-TRL-INTEREST.
           MOVE WS-TOT-ELIGIBLE             TO SCV-TRL-ELIGIBLE.
           MOVE WS-TOT-COMPENSATABLE        TO SCV-TRL-COMPENSATABLE.
           MOVE WS-TOT-EXCLUDED-BAL       TO SCV-TRL-EXCLUDED-BALANCE.
           PERFORM WRITE-CUSTOMER-RECORD.

           INITIALIZE SCV-ACCT-RECORD.
           MOVE 'T'                        TO SCA-REC-TYPE.
           MOVE NUMBER-OF-ACCOUNTS-WRITTEN TO SCA-TRL-COUNT.
           MOVE WS-TOT-GBP-SHARES          TO SCA-TRL-GBP-TOTAL.
           PERFORM WRITE-ACCOUNT-RECORD.

           CLOSE SCV-CUST-FILE.
           CLOSE SCV-ACCT-FILE.

           DISPLAY 'SCVGEN read ' NUMBER-OF-CUSTOMERS-READ
                   ' customer(s); ' NUMBER-OF-DEPOSITORS
                   ' depositor(s) holding '
                   NUMBER-OF-ACCOUNTS-WRITTEN ' account(s) written.'.
           DISPLAY 'SCVGEN excluded ' NUMBER-OF-ACCOUNTS-EXCLUDED
                   ' account(s): STOP ' NUMBER-EXCLUDED-STOP
                   ' LEGDIS ' NUMBER-EXCLUDED-LEGDIS
                   ' DORM ' NUMBER-EXCLUDED-DORM
                   ' ESCH ' NUMBER-EXCLUDED-ESCH '.'.
           MOVE WS-TOT-ELIGIBLE      TO WS-ELIGIBLE-DISPLAY.
           MOVE WS-TOT-COMPENSATABLE TO WS-COMPENSATABLE-DISPLAY.
           DISPLAY 'SCVGEN eligible total ' WS-ELIGIBLE-DISPLAY
                   ', compensatable total ' WS-COMPENSATABLE-DISPLAY
                   '.'.

           IF NUMBER-AT-FACE-VALUE > 0
              DISPLAY 'SCVGEN took ' NUMBER-AT-FACE-VALUE
                      ' foreign-currency account(s) at face value'
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE 'SCVOUT'                   TO OFR-FILE-NAME.
           MOVE HV-TODAY                   TO OFR-BUSINESS-DATE.
           MOVE NUMBER-OF-DEPOSITORS       TO OFR-RECORD-COUNT.
           MOVE WS-TOT-COMPENSATABLE       TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           MOVE 'SCVACC'                   TO OFR-FILE-NAME.
           MOVE NUMBER-OF-ACCOUNTS-WRITTEN TO OFR-RECORD-COUNT.
           MOVE WS-TOT-GBP-SHARES          TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    The compensation limit: SCVPRM when present, otherwise
      *    the compiled-in default.
      *
       ESTABLISH-LIMIT SECTION.
       ESL010.

           MOVE WS-LIMIT-DEFAULT TO WS-LIMIT.

           OPEN INPUT SCV-PARM-FILE.
           IF PRM-FILE-STATUS NOT = '00'
              GO TO ESL999
           END-IF.

           READ SCV-PARM-FILE.
           IF PRM-FILE-STATUS = '00'
              AND SCP-LIMIT IS NUMERIC
              AND SCP-LIMIT > 0
              MOVE SCP-LIMIT TO WS-LIMIT
           END-IF.

           CLOSE SCV-PARM-FILE.

       ESL999.
           EXIT.

      *
      *    One customer: each account and each unreclaimed
      *    escheatment in turn, then the customer record summing
      *    them.  The covered amount is the eligible aggregate -
      *    credit balances plus accrued interest on the accounts
      *    carrying no exclusion - capped at the limit.
      *
       SCV-ONE-CUSTOMER SECTION.
       SOC010.

           EXEC SQL FETCH FROM SCV-CUST-CURSOR
              INTO :HV-CUST-NUMBER,
                   :HV-CUST-NAME,
                   :HV-CUST-ADDR1,
                   :HV-CUST-ADDR2,
                   :HV-CUST-ADDR3,
                   :HV-CUST-POSTCODE,
                   :HV-CUST-PHONE,
                   :HV-CUST-EMAIL
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-CUST-EOF
              GO TO SOC999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'SCVGEN failure fetching SCV-CUST-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-CUSTOMERS-READ.
           INITIALIZE WS-CUSTOMER-TOTALS.

           EXEC SQL OPEN
              SCV-ACCT-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'SCVGEN unable to open SCV-ACCT-CURSOR for '
                      HV-CUST-NUMBER ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-ACCT-EOF.
           PERFORM SCV-ONE-ACCOUNT UNTIL WS-ACCT-EOF = 'Y'.

           EXEC SQL CLOSE
              SCV-ACCT-CURSOR
           END-EXEC.

           EXEC SQL OPEN
              SCV-ESCH-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'SCVGEN unable to open SCV-ESCH-CURSOR for '
                      HV-CUST-NUMBER ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-ESCH-EOF.
           PERFORM SCV-ONE-ESCHEATMENT UNTIL WS-ESCH-EOF = 'Y'.

           EXEC SQL CLOSE
              SCV-ESCH-CURSOR
           END-EXEC.

           IF WS-CUS-ACCOUNTS = 0
              GO TO SOC999
           END-IF.

           COMPUTE WS-CUS-ELIGIBLE = WS-CUS-AGGREGATE + WS-CUS-INTEREST.
           IF WS-CUS-ELIGIBLE > WS-LIMIT
              MOVE WS-LIMIT        TO WS-CUS-COMPENSATABLE
           ELSE
              MOVE WS-CUS-ELIGIBLE TO WS-CUS-COMPENSATABLE
           END-IF.

           INITIALIZE SCV-CUST-RECORD.
           MOVE 'C'                  TO SCV-REC-TYPE.
           MOVE HV-CUST-NUMBER       TO SCV-RECORD-NUMBER.
           MOVE HV-CUST-NAME         TO SCV-NAME.
           MOVE HV-CUST-ADDR1        TO SCV-ADDR1.
           MOVE HV-CUST-ADDR2        TO SCV-ADDR2.
           MOVE HV-CUST-ADDR3        TO SCV-ADDR3.
           MOVE HV-CUST-POSTCODE     TO SCV-POSTCODE.
           MOVE HV-CUST-PHONE        TO SCV-PHONE.
           MOVE HV-CUST-EMAIL        TO SCV-EMAIL.
           MOVE WS-CUS-ACCOUNTS      TO SCV-ACCOUNT-COUNT.
           MOVE WS-CUS-EXCLUDED      TO SCV-EXCLUDED-COUNT.
           IF WS-CUS-EXCLUDED > 0
              MOVE 'Y'               TO SCV-EXCLUSION-FLAG
           ELSE
              MOVE 'N'               TO SCV-EXCLUSION-FLAG
           END-IF.
           MOVE WS-CUS-AGGREGATE     TO SCV-AGGREGATE-BALANCE.
           MOVE WS-CUS-INTEREST      TO SCV-ACCRUED-INTEREST.
           MOVE WS-CUS-ELIGIBLE      TO SCV-TOTAL-ELIGIBLE.
           MOVE WS-CUS-COMPENSATABLE TO SCV-COMPENSATABLE.
           MOVE WS-CUS-EXCLUDED-BAL  TO SCV-EXCLUDED-BALANCE.
           PERFORM WRITE-CUSTOMER-RECORD.

           ADD 1                    TO NUMBER-OF-DEPOSITORS.
           ADD WS-CUS-AGGREGATE     TO WS-TOT-AGGREGATE.
           ADD WS-CUS-INTEREST      TO WS-TOT-INTEREST.
           ADD WS-CUS-ELIGIBLE      TO WS-TOT-ELIGIBLE.
           ADD WS-CUS-COMPENSATABLE TO WS-TOT-COMPENSATABLE.
           ADD WS-CUS-EXCLUDED-BAL  TO WS-TOT-EXCLUDED-BAL.

       SOC999.
           EXIT.

      *
      *    One account: this holder's equal share of the balance and
      *    accrued interest, in sterling, and its exclusion marker -
      *    a stop first, then a legal order, then dormancy, where
      *    more than one applies.  An overdrawn account is reported
      *    but adds nothing: deposits are covered gross, with no
      *    set-off of borrowing against them.
      *
       SCV-ONE-ACCOUNT SECTION.
       SOA010.

           EXEC SQL FETCH FROM SCV-ACCT-CURSOR
              INTO :HV-ACC-SORTCODE,
                   :HV-ACC-NUMBER,
                   :HV-ACC-TYPE,
                   :HV-ACC-CURRENCY,
                   :HV-ACC-BALANCE,
                   :HV-ACC-HOLDERS,
                   :HV-ACC-STOPS,
                   :HV-ACC-ORDERS,
                   :HV-ACC-DORMANT,
                   :HV-ACC-ACCRUED
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-ACCT-EOF
              GO TO SOA999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'SCVGEN failure fetching SCV-ACCT-CURSOR for '
                      HV-CUST-NUMBER ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-ACC-HOLDERS > 0
              MOVE HV-ACC-HOLDERS TO WS-HOLDERS
           ELSE
              MOVE 1 TO WS-HOLDERS
           END-IF.

           MOVE SPACES TO WS-EXCLUSION.
           EVALUATE TRUE
              WHEN HV-ACC-STOPS > 0
                 MOVE 'STOP'   TO WS-EXCLUSION
                 ADD 1 TO NUMBER-EXCLUDED-STOP
              WHEN HV-ACC-ORDERS > 0
                 MOVE 'LEGDIS' TO WS-EXCLUSION
                 ADD 1 TO NUMBER-EXCLUDED-LEGDIS
              WHEN HV-ACC-DORMANT > 0
                 MOVE 'DORM'   TO WS-EXCLUSION
                 ADD 1 TO NUMBER-EXCLUDED-DORM
           END-EVALUATE.

           PERFORM GET-GBP-RATE.

           COMPUTE WS-GBP-SHARE ROUNDED =
              HV-ACC-BALANCE * WS-GBP-RATE / WS-HOLDERS.

           MOVE 0 TO WS-INTEREST-SHARE.
           IF HV-ACC-ACCRUED > 0
              COMPUTE WS-INTEREST-SHARE ROUNDED =
                 HV-ACC-ACCRUED * WS-GBP-RATE / WS-HOLDERS
           END-IF.

           IF WS-EXCLUSION = SPACES
              IF WS-GBP-SHARE > 0
                 ADD WS-GBP-SHARE TO WS-CUS-AGGREGATE
              END-IF
              ADD WS-INTEREST-SHARE TO WS-CUS-INTEREST
           ELSE
              ADD 1 TO WS-CUS-EXCLUDED
              ADD 1 TO NUMBER-OF-ACCOUNTS-EXCLUDED
              IF WS-GBP-SHARE > 0
                 ADD WS-GBP-SHARE TO WS-CUS-EXCLUDED-BAL
              END-IF
              ADD WS-INTEREST-SHARE TO WS-CUS-EXCLUDED-BAL
           END-IF.

           INITIALIZE SCV-ACCT-RECORD.
           MOVE 'A'               TO SCA-REC-TYPE.
           MOVE HV-CUST-NUMBER    TO SCA-RECORD-NUMBER.
           MOVE HV-ACC-SORTCODE   TO SCA-SORTCODE.
           MOVE HV-ACC-NUMBER     TO SCA-NUMBER.
           MOVE HV-ACC-TYPE       TO SCA-ACCOUNT-TYPE.
           MOVE HV-ACC-CURRENCY   TO SCA-CURRENCY-CD.
           MOVE WS-HOLDERS        TO SCA-HOLDERS.
           MOVE HV-ACC-BALANCE    TO SCA-BALANCE.
           MOVE WS-GBP-SHARE      TO SCA-GBP-SHARE.
           MOVE WS-INTEREST-SHARE TO SCA-INTEREST-SHARE.
           MOVE WS-EXCLUSION      TO SCA-EXCLUSION.
           PERFORM WRITE-ACCOUNT-RECORD.

           ADD 1 TO WS-CUS-ACCOUNTS.
           ADD 1 TO NUMBER-OF-ACCOUNTS-WRITTEN.
           ADD WS-GBP-SHARE TO WS-TOT-GBP-SHARES.

       SOA999.
           EXIT.

      *
      *    One unreclaimed escheatment: reported with the ESCH
      *    marker, in sterling as ESCHEAT moved it to the suspense
      *    account, and never part of the eligible aggregate.
      *
       SCV-ONE-ESCHEATMENT SECTION.
       SOE010.

           EXEC SQL FETCH FROM SCV-ESCH-CURSOR
              INTO :HV-ESCH-SORTCODE,
                   :HV-ESCH-NUMBER,
                   :HV-ESCH-ACCT-TYPE,
                   :HV-ESCH-AMOUNT
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-ESCH-EOF
              GO TO SOE999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'SCVGEN failure fetching SCV-ESCH-CURSOR for '
                      HV-CUST-NUMBER ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           INITIALIZE SCV-ACCT-RECORD.
           MOVE 'A'               TO SCA-REC-TYPE.
           MOVE HV-CUST-NUMBER    TO SCA-RECORD-NUMBER.
           MOVE HV-ESCH-SORTCODE  TO SCA-SORTCODE.
           MOVE HV-ESCH-NUMBER    TO SCA-NUMBER.
           MOVE HV-ESCH-ACCT-TYPE TO SCA-ACCOUNT-TYPE.
           MOVE WS-BASE-CURRENCY  TO SCA-CURRENCY-CD.
           MOVE 1                 TO SCA-HOLDERS.
           MOVE HV-ESCH-AMOUNT    TO SCA-BALANCE.
           MOVE HV-ESCH-AMOUNT    TO SCA-GBP-SHARE.
           MOVE 0                 TO SCA-INTEREST-SHARE.
           MOVE 'ESCH'            TO SCA-EXCLUSION.
           PERFORM WRITE-ACCOUNT-RECORD.

           ADD 1 TO WS-CUS-ACCOUNTS.
           ADD 1 TO WS-CUS-EXCLUDED.
           ADD HV-ESCH-AMOUNT TO WS-CUS-EXCLUDED-BAL.
           ADD 1 TO NUMBER-OF-ACCOUNTS-WRITTEN.
           ADD 1 TO NUMBER-OF-ACCOUNTS-EXCLUDED.
           ADD 1 TO NUMBER-EXCLUDED-ESCH.
           ADD HV-ESCH-AMOUNT TO WS-TOT-GBP-SHARES.

       SOE999.
           EXIT.

      *
      *    The sterling rate for the account just fetched: the
      *    newest FXRATES mid for its currency, the compiled-in
      *    FXRATE table when the store has none, and face value
      *    (with a warning) when neither does.
      *
       GET-GBP-RATE SECTION.
       GGR010.

           MOVE 1 TO WS-GBP-RATE.

           IF HV-ACC-CURRENCY = WS-BASE-CURRENCY
              GO TO GGR999
           END-IF.

           EXEC SQL
              SELECT RATE_TO_BASE
              INTO   :HV-FX-MID-RATE
              FROM   FXRATES
              WHERE  CURRENCY_CD = :HV-ACC-CURRENCY
              AND    EFFECTIVE_TS <= CURRENT TIMESTAMP
              ORDER BY EFFECTIVE_TS DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0 AND HV-FX-MID-RATE > 0
              MOVE HV-FX-MID-RATE TO WS-GBP-RATE
              GO TO GGR999
           END-IF.

           SET FX-IDX TO 1.
           SEARCH FX-RATE-ENTRY
              AT END
                 DISPLAY 'SCVGEN no rate held for '
                    HV-ACC-CURRENCY ' - ACCOUNT '
                    HV-ACC-SORTCODE '/' HV-ACC-NUMBER
                    ' taken at face value'
                 ADD 1 TO NUMBER-AT-FACE-VALUE
              WHEN FX-CCY-CODE(FX-IDX) = HV-ACC-CURRENCY
                 MOVE FX-RATE-TO-BASE(FX-IDX) TO WS-GBP-RATE
           END-SEARCH.

       GGR999.
           EXIT.

       WRITE-CUSTOMER-RECORD SECTION.
       WCR010.

           WRITE SCV-CUST-RECORD.

           IF CUS-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the SCVOUT customer file, '
                      ' status=' CUS-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WCR999.
           EXIT.

       WRITE-ACCOUNT-RECORD SECTION.
       WAR010.

           WRITE SCV-ACCT-RECORD.

           IF ACC-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the SCVACC account file, '
                      ' status=' ACC-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WAR999.
           EXIT.

      *
      *    Register the outbound file just closed - name, business
      *    date, record count and hash as the caller set them - so
      *    its transmission and acknowledgement can be followed.
      *    A file that cannot be registered is still good to send;
      *    the step ends RC 8 so operations register it by hand.
      *
       REGISTER-OUTBOUND-FILE SECTION.
       ROF010.

           MOVE 'SCVGEN'   TO OFR-PROGRAM.
           CALL WS-OUTFREG-PGM USING WS-OUTFREG-PARMS.

           IF OFR-RETURN-CD NOT = 0
              MOVE OFR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'SCVGEN unable to register outbound file '
                      OFR-FILE-NAME ', SQLCODE=' WS-SQLCODE-DISPLAY
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

       ROF999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
