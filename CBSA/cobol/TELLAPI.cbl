       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
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
      *
      *    Live teller till service behind the BNK1TEL counter
      *    screen.  A counter deposit or withdrawal posts to the
      *    ledger the moment the teller keys it - a 'CRE' or 'DEB'
      *    PROCTRAN entry with the balances moved, exactly as
      *    TELLPOST would post it that night - so cash paid in at
      *    ten o'clock can be spent online at five past.  A
      *    withdrawal is refused against a stopped or dormant
      *    account, one holding a live term deposit, a notice
      *    account without a matured notice to cover it (the notice
      *    is used up by the withdrawal), or beyond the available
      *    balance plus the arranged overdraft; a deposit that
      *    would take an ISA past the year's allowance is refused
      *    at the counter rather than diverted.  Each item is
      *    recorded against the teller's till (TELLER_TILL/
      *    TELLER_ITEM), and the end-of-shift
      *    balance compares the cash the teller counts with the
      *    till's expected position: any over/short books against
      *    the branch as TELLPOST's does, the vault position moves
      *    and the shift's BRANCH_CASH_MOVE row is written.  Posting
      *    needs the TELL-CASH entitlement with authority for the
      *    amount, balancing TILL-BALANCE.  Commarea-driven, the
      *    same channel shape as the other APIs.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLAPI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.

       DATA DIVISION.
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

      * Get the TELLER_TILL DB2 copybook
           EXEC SQL
              INCLUDE TILLDB2
           END-EXEC.

      * Get the ACCT_STOP DB2 copybook
           EXEC SQL
              INCLUDE STOPDB2
           END-EXEC.

      * Get the ACCOUNT_DORMANCY DB2 copybook
           EXEC SQL
              INCLUDE DORMDB2
           END-EXEC.

      * Get the ISA DB2 copybook
           EXEC SQL
              INCLUDE ISADB2
           END-EXEC.

      * Get the BRANCH_CASH DB2 copybook
           EXEC SQL
              INCLUDE BCSHDB2
           END-EXEC.

      * Get the TERM_DEPOSIT DB2 copybook
           EXEC SQL
              INCLUDE TDEPDB2
           END-EXEC.

      * Get the ACCT_TYPE_RULES DB2 copybook
           EXEC SQL
              INCLUDE ACTYDB2
           END-EXEC.

      * Get the WDRW_NOTICE DB2 copybook
           EXEC SQL
              INCLUDE NTCEDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * TELLER_TILL host variables for DB2
       01 HOST-TILL-ROW.
          10 HV-TILL-SORTCODE           PIC X(6).
          10 HV-TILL-ID                 PIC X(4).
          10 HV-TILL-DATE               PIC X(10).
          10 HV-TILL-SHIFT              PIC S9(9) USAGE COMP.
          10 HV-TILL-TELLER             PIC X(8).
          10 HV-TILL-STATUS             PIC X(1).
          10 HV-TILL-OPENING-CASH       PIC S9(11)V99 COMP-3.
          10 HV-TILL-DEPOSITS           PIC S9(11)V99 COMP-3.
          10 HV-TILL-WITHDRAWALS        PIC S9(11)V99 COMP-3.
          10 HV-TILL-ITEM-COUNT         PIC S9(9) USAGE COMP.
          10 HV-TILL-DECLARED-CASH      PIC S9(11)V99 COMP-3.
          10 HV-TILL-OVER-SHORT         PIC S9(11)V99 COMP-3.

      * TELLER_ITEM host variables for DB2
       01 HOST-ITEM-ROW.
          10 HV-ITEM-SEQ                PIC S9(9) USAGE COMP.
          10 HV-ITEM-TYPE               PIC X(1).
          10 HV-ITEM-AMOUNT             PIC S9(10)V99 COMP-3.
          10 HV-ITEM-REFERENCE          PIC X(12).

      * ACCOUNT host variables for the counter item's account
       01 HOST-ACCOUNT-ROW.
          10 HV-ACCOUNT-SORTCODE        PIC X(6).
          10 HV-ACCOUNT-NUMBER          PIC X(9).
          10 HV-ACCOUNT-CUST-NO         PIC X(10).
          10 HV-ACCOUNT-TYPE            PIC X(8).
          10 HV-ACCOUNT-OVERDRAFT-LIM   PIC S9(9) USAGE COMP.
          10 HV-ACCOUNT-AVAIL-BAL       PIC S9(10)V99 COMP-3.
          10 HV-ACCOUNT-ACTUAL-BAL      PIC S9(10)V99 COMP-3.

       01 HV-STOP-COUNT                 PIC S9(8) COMP.
       01 HV-TDEP-LIVE-COUNT            PIC S9(8) COMP.
       01 HV-NTCE-NOTICE-DAYS           PIC S9(9) COMP.
       01 HV-NTCE-AMOUNT                PIC S9(10)V99 COMP-3.
       01 HV-DORM-STATUS                PIC X(1).
       01 HV-OPEN-COUNT                 PIC S9(8) COMP.

       01 HV-CURR-TIMESTAMP             PIC X(26).
       01 HV-TODAY                      PIC X(10).
       01 HV-POST-TIME                  PIC X(6).
       01 HV-POST-DESC                  PIC X(40).
       01 HV-POST-AMOUNT                PIC S9(10)V99 COMP-3.
       01 HV-POST-TYPE                  PIC X(3).

      *    ISA allowance tracking, the TELLPOST shape: the tax year
      *    the deposit subscribes into, the year's allowance, and
      *    the customer's subscriptions so far.
       01 WS-ISA-TRACKING.
          03 WS-TAX-YEAR                PIC X(7).
          03 WS-TAXYR-START             PIC 9(4).
          03 WS-TAXYR-NEXT2             PIC 9(2).
          03 WS-ISA-ALLOW-DEFAULT       PIC S9(10)V99 COMP-3
                                            VALUE 20000.00.
          03 HV-ISA-ALLOWANCE           PIC S9(10)V99 COMP-3.
          03 HV-ISA-SUBSCRIBED          PIC S9(10)V99 COMP-3.
          03 HV-ISA-AMOUNT              PIC S9(10)V99 COMP-3.

      *    Till balancing: the position the till should hold, the
      *    over(+)/short(-) against the cash counted, the vault
      *    movement the shift makes, and the branch over/short
      *    account the difference books to (TELLPOST's).
       01 WS-EXPECTED-CASH              PIC S9(11)V99 COMP-3.
       01 HV-OVER-SHORT-AMOUNT          PIC S9(10)V99 COMP-3.
       01 HV-VAULT-MOVEMENT             PIC S9(11)V99 COMP-3.
       01 WS-OVER-SHORT-ACCOUNT         PIC X(9) VALUE '099999996'.
       01 WS-OVER-SHORT-DISPLAY         PIC -(8)9.99.

       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP               PIC S9(8) COMP VALUE 0.
          03 WS-CICS-RESP2              PIC S9(8) COMP VALUE 0.

      *    Counter cash is sterling; ACCFXCNV prices an item on a
      *    currency account into the account's own currency - 'Q'
      *    for the funds check, 'P' to post.
       01 WS-ACCFXCNV-PGM               PIC X(8) VALUE 'ACCFXCNV'.
       01 WS-ACCFXCNV-PARMS.
          COPY ACCFXCNV.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

      *    Shared operator-action audit (see OPSAUDIT): one LINK per
      *    decision, in this task's unit of work.
       01 WS-OPSAUDIT-PGM               PIC X(8) VALUE 'OPSAUDIT'.
       01 WS-OPSAUDIT-COMMAREA.
          COPY OPSAUDIT.

      *    Operator entitlement check (see ENTCHK): the teller must
      *    hold TELL-CASH for the item's amount, or TILL-BALANCE.
       01 WS-ENTCHK-PGM                 PIC X(8) VALUE 'ENTCHK'.
       01 WS-ENTCHK-PARMS.
          COPY ENTCHK.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY TELLAPI.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.

           MOVE 0      TO TLA-RETURN-CD.
           MOVE SPACES TO TLA-ERROR-MSG.

           IF TLA-SORTCODE = SPACES
              OR TLA-TILL-ID = SPACES
              MOVE  9  TO TLA-RETURN-CD
              MOVE  'BRANCH OR TILL MISSING IN REQUEST'
                       TO TLA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EXEC SQL
              SELECT CURRENT TIMESTAMP, CURRENT DATE
              INTO   :HV-CURR-TIMESTAMP, :HV-TODAY
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE HV-CURR-TIMESTAMP(12:2) TO HV-POST-TIME(1:2).
           MOVE HV-CURR-TIMESTAMP(15:2) TO HV-POST-TIME(3:2).
           MOVE HV-CURR-TIMESTAMP(18:2) TO HV-POST-TIME(5:2).

           EXEC CICS ASSIGN
              USERID(HV-TILL-TELLER)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO HV-TILL-TELLER
           END-IF.

           MOVE TLA-SORTCODE TO HV-TILL-SORTCODE.
           MOVE TLA-TILL-ID  TO HV-TILL-ID.

           EVALUATE TLA-REQ
              WHEN 'O'
                 PERFORM OPEN-TILL
              WHEN 'D'
              WHEN 'W'
                 PERFORM POST-COUNTER-ITEM
              WHEN 'B'
                 PERFORM BALANCE-TILL
              WHEN 'E'
                 PERFORM FIND-OPEN-TILL
                 PERFORM RETURN-TILL-POSITION
              WHEN OTHER
                 MOVE  8  TO TLA-RETURN-CD
                 MOVE  'INVALID REQUEST, VALID VALUES - O,D,W,B,E'
                          TO TLA-ERROR-MSG
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       A999.
           EXIT.

      *
      *    Open a shift on the till with the float the teller takes
      *    from the vault.  A till still open from an earlier shift
      *    must be balanced first, so every item belongs to exactly
      *    one shift's balance.
      *
       OPEN-TILL SECTION.
       OTL010.

           IF TLA-AMOUNT < 0
              MOVE  10  TO TLA-RETURN-CD
              MOVE  'OPENING FLOAT CANNOT BE NEGATIVE'
                          TO TLA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-OPEN-COUNT
              FROM   TELLER_TILL
              WHERE  TILL_SORTCODE = :HV-TILL-SORTCODE
              AND    TILL_ID       = :HV-TILL-ID
              AND    TILL_STATUS   = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO TLA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT FROM TELLER_TILL'
                   TO TLA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF HV-OPEN-COUNT > 0
              MOVE  13  TO TLA-RETURN-CD
              MOVE  'TILL IS ALREADY OPEN - BALANCE IT FIRST'
                          TO TLA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE HV-TODAY   TO HV-TILL-DATE.

           EXEC SQL
              SELECT COALESCE(MAX(TILL_SHIFT), 0) + 1
              INTO   :HV-TILL-SHIFT
              FROM   TELLER_TILL
              WHERE  TILL_SORTCODE = :HV-TILL-SORTCODE
              AND    TILL_ID       = :HV-TILL-ID
              AND    TILL_DATE     = :HV-TILL-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO TLA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN KEYING TELLER_TILL'
                   TO TLA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'O'        TO HV-TILL-STATUS.
           MOVE TLA-AMOUNT TO HV-TILL-OPENING-CASH.
           MOVE 0          TO HV-TILL-DEPOSITS.
           MOVE 0          TO HV-TILL-WITHDRAWALS.
           MOVE 0          TO HV-TILL-ITEM-COUNT.

           EXEC SQL
                INSERT INTO TELLER_TILL
                (
                  TILL_SORTCODE      ,
                  TILL_ID            ,
                  TILL_DATE          ,
                  TILL_SHIFT         ,
                  TILL_TELLER        ,
                  TILL_STATUS        ,
                  TILL_OPENING_CASH  ,
                  TILL_DEPOSITS      ,
                  TILL_WITHDRAWALS   ,
                  TILL_ITEM_COUNT    ,
                  TILL_DECLARED_CASH ,
                  TILL_OVER_SHORT    ,
                  TILL_OPENED_TS     ,
                  TILL_BALANCED_TS
                )
                VALUES
                (
                  :HV-TILL-SORTCODE      ,
                  :HV-TILL-ID            ,
                  :HV-TILL-DATE          ,
                  :HV-TILL-SHIFT         ,
                  :HV-TILL-TELLER        ,
                  'O'                    ,
                  :HV-TILL-OPENING-CASH  ,
                  0                      ,
                  0                      ,
                  0                      ,
                  NULL                   ,
                  NULL                   ,
                  CURRENT TIMESTAMP      ,
                  NULL
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO TLA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN INSERT INTO TELLER_TILL'
                   TO TLA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM RETURN-TILL-POSITION.

           EXEC CICS SYNCPOINT
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

       OTL999.
           EXIT.

       FIND-OPEN-TILL SECTION.
       FOT010.

           EXEC SQL
              SELECT TILL_DATE,
                     TILL_SHIFT,
                     TILL_STATUS,
                     TILL_OPENING_CASH,
                     TILL_DEPOSITS,
                     TILL_WITHDRAWALS,
                     TILL_ITEM_COUNT
              INTO   :HV-TILL-DATE,
                     :HV-TILL-SHIFT,
                     :HV-TILL-STATUS,
                     :HV-TILL-OPENING-CASH,
                     :HV-TILL-DEPOSITS,
                     :HV-TILL-WITHDRAWALS,
                     :HV-TILL-ITEM-COUNT
              FROM   TELLER_TILL
              WHERE  TILL_SORTCODE = :HV-TILL-SORTCODE
              AND    TILL_ID       = :HV-TILL-ID
              AND    TILL_STATUS   = 'O'
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE  12  TO TLA-RETURN-CD
                 MOVE  'TILL IS NOT OPEN - OPEN A SHIFT FIRST'
                             TO TLA-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
              WHEN OTHER
                 MOVE SQLCODE  TO TLA-RETURN-CD
                 MOVE 'DATABASE ERROR - WHEN SELECT FROM TELLER_TILL'
                      TO TLA-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
           END-EVALUATE.

       FOT999.
           EXIT.

      *
      *    One counter item, posted now: the account must be one of
      *    this branch's, and a withdrawal must clear the stop, the
      *    dormancy freeze and the funds check before anything
      *    moves.  The ledger entry, its posting control claim, the
      *    balances, the till item and the till's running totals
      *    are one unit of work.
      *
       POST-COUNTER-ITEM SECTION.
       PCI010.

           IF TLA-ACCOUNT-NO = SPACES
              MOVE  9  TO TLA-RETURN-CD
              MOVE  'ACCOUNT MISSING IN REQUEST'
                       TO TLA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF TLA-AMOUNT NOT > 0
              MOVE  10  TO TLA-RETURN-CD
              MOVE  'AMOUNT MUST BE GREATER THAN ZERO'
                          TO TLA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM FIND-OPEN-TILL.

           MOVE 'TELL-CASH'  TO ENT-FUNCTION.
           MOVE 'Y'          TO ENT-AMOUNT-FLAG.
           MOVE TLA-AMOUNT   TO ENT-AMOUNT.
           PERFORM CHECK-ENTITLEMENT.

           MOVE TLA-SORTCODE   TO HV-ACCOUNT-SORTCODE.
           MOVE '0'            TO HV-ACCOUNT-NUMBER(1:1).
           MOVE TLA-ACCOUNT-NO TO HV-ACCOUNT-NUMBER(2:8).

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER,
                     ACCOUNT_TYPE,
                     ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE
              INTO   :HV-ACCOUNT-CUST-NO,
                     :HV-ACCOUNT-TYPE,
                     :HV-ACCOUNT-OVERDRAFT-LIM,
                     :HV-ACCOUNT-AVAIL-BAL,
                     :HV-ACCOUNT-ACTUAL-BAL
              FROM   ACCOUNT
              WHERE  ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND    ACCOUNT_NUMBER   = :HV-ACCOUNT-NUMBER
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE  14  TO TLA-RETURN-CD
                 MOVE  'ACCOUNT NOT FOUND AT THIS BRANCH'
                             TO TLA-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
              WHEN OTHER
                 MOVE SQLCODE  TO TLA-RETURN-CD
                 MOVE 'DATABASE ERROR - WHEN SELECT FROM ACCOUNT'
                      TO TLA-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
           END-EVALUATE.

           IF TLA-REQ = 'W'
              PERFORM CHECK-ACCOUNT-STOP
              PERFORM CHECK-ACCOUNT-DORMANCY
              PERFORM CHECK-TERM-DEPOSIT-LOCK
              MOVE 'DEB' TO HV-POST-TYPE
              COMPUTE HV-POST-AMOUNT = 0 - TLA-AMOUNT
              PERFORM CHECK-FUNDS
              PERFORM CONSUME-WITHDRAWAL-NOTICE
           ELSE
              IF HV-ACCOUNT-TYPE(1:3) = 'ISA'
                 PERFORM CHECK-ISA-HEADROOM
              END-IF
              MOVE 'CRE' TO HV-POST-TYPE
              MOVE TLA-AMOUNT TO HV-POST-AMOUNT
           END-IF.

           MOVE 'P'                  TO AFX-REQUEST.
           MOVE HV-ACCOUNT-SORTCODE  TO AFX-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER    TO AFX-NUMBER.
           MOVE 'GBP'                TO AFX-TXN-CURRENCY.
           MOVE HV-POST-AMOUNT       TO AFX-TXN-AMOUNT.
           MOVE 'TELLAPI'            TO AFX-SOURCE.
           CALL WS-ACCFXCNV-PGM USING WS-ACCFXCNV-PARMS.

           IF AFX-RETURN-CD NOT = 0
              MOVE AFX-RETURN-CD TO TLA-RETURN-CD
              MOVE 'UNABLE TO PRICE THE CASH INTO THE ACCOUNT CURRENCY'
                   TO TLA-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           MOVE AFX-POST-AMOUNT TO HV-POST-AMOUNT.

           MOVE SPACES TO HV-POST-DESC.
           STRING 'COUNTER ' DELIMITED BY SIZE,
                  TLA-REFERENCE DELIMITED BY SIZE
                  INTO HV-POST-DESC
           END-STRING.

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
                  :HV-ACCOUNT-SORTCODE    ,
                  :HV-ACCOUNT-NUMBER      ,
                  :HV-TODAY               ,
                  :HV-POST-TIME           ,
                  '000000000000'          ,
                  :HV-POST-TYPE           ,
                  :HV-POST-DESC           ,
                  :HV-POST-AMOUNT         ,
                  0                       ,
                  '000000000'
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO TLA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN INSERT INTO PROCTRAN'
                   TO TLA-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           MOVE HV-POST-TYPE   TO PCT-TYPE.
           MOVE HV-POST-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
                          ACCOUNT_ACTUAL_BALANCE + :HV-POST-AMOUNT,
                       ACCOUNT_AVAILABLE_BALANCE =
                          ACCOUNT_AVAILABLE_BALANCE + :HV-POST-AMOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO TLA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN UPDATE OF ACCOUNT TABLE'
                   TO TLA-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           IF TLA-REQ = 'D'
              AND HV-ACCOUNT-TYPE(1:3) = 'ISA'
              PERFORM BUMP-ISA-SUBSCRIPTION
           END-IF.

           PERFORM RECORD-TILL-ITEM.

           EXEC SQL
              SELECT ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE
              INTO   :HV-ACCOUNT-AVAIL-BAL,
                     :HV-ACCOUNT-ACTUAL-BAL
              FROM   ACCOUNT
              WHERE  ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND    ACCOUNT_NUMBER   = :HV-ACCOUNT-NUMBER
           END-EXEC.

           MOVE HV-ACCOUNT-AVAIL-BAL  TO TLA-AVAIL-BAL.
           MOVE HV-ACCOUNT-ACTUAL-BAL TO TLA-ACTUAL-BAL.
           MOVE HV-ITEM-SEQ           TO TLA-ITEM-SEQ.

           PERFORM RETURN-TILL-POSITION.

           EXEC CICS SYNCPOINT
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

       PCI999.
           EXIT.

      *
      *    Cash may not leave an account carrying a live post-no-
      *    debits stop.  The refusal is recorded for the fraud
      *    team's STOPRPT, as DPAYAPI records its own.
      *
       CHECK-ACCOUNT-STOP SECTION.
       CAS010.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-STOP-COUNT
              FROM   ACCT_STOP
              WHERE  STOP_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND    STOP_NUMBER   = :HV-ACCOUNT-NUMBER
              AND    STOP_STATUS   = 'S'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO TLA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT FROM ACCT_STOP'
                   TO TLA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF HV-STOP-COUNT > 0
              MOVE TLA-AMOUNT TO HV-POST-AMOUNT
              EXEC SQL
                   INSERT INTO ACCT_STOP_REFUSAL
                   (
                     REF_SORTCODE ,
                     REF_NUMBER   ,
                     REFUSED_TS   ,
                     SOURCE_PGM   ,
                     REF_AMOUNT
                   )
                   VALUES
                   (
                     :HV-ACCOUNT-SORTCODE ,
                     :HV-ACCOUNT-NUMBER   ,
                     CURRENT TIMESTAMP    ,
                     'TELLAPI'            ,
                     :HV-POST-AMOUNT
                   )
              END-EXEC
              MOVE  33  TO TLA-RETURN-CD
              MOVE  'ACCOUNT IS STOPPED'
                          TO TLA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       CAS999.
           EXIT.

      *
      *    Cash may not leave an account DORMSCAN has marked
      *    dormant.  A deposit is activity, and DORMSCAN re-arms
      *    the account on its next run.
      *
       CHECK-ACCOUNT-DORMANCY SECTION.
       CAD010.

           EXEC SQL
              SELECT DORM_STATUS
              INTO   :HV-DORM-STATUS
              FROM   ACCOUNT_DORMANCY
              WHERE  DORM_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND    DORM_NUMBER   = :HV-ACCOUNT-NUMBER
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 IF HV-DORM-STATUS = 'D'
                    MOVE  23  TO TLA-RETURN-CD
                    MOVE  'ACCOUNT IS DORMANT'
                                TO TLA-ERROR-MSG
                    PERFORM GET-ME-OUT-OF-HERE
                 END-IF
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE  TO TLA-RETURN-CD
                 MOVE 'DATABASE ERROR - WHEN SELECT ACCOUNT_DORMANCY'
                      TO TLA-ERROR-MSG
                 PERFORM GET-ME-OUT-OF-HERE
           END-EVALUATE.

       CAD999.
           EXIT.

      *
      *    Cash may not leave an account whose fixed-term deposit
      *    is still running - DPAYAPI's rule - until it matures or
      *    is broken early through TDEPAPI.
      *
       CHECK-TERM-DEPOSIT-LOCK SECTION.
       CTL010.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-TDEP-LIVE-COUNT
              FROM   TERM_DEPOSIT
              WHERE  TDEP_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND    TDEP_NUMBER   = :HV-ACCOUNT-NUMBER
              AND    TDEP_STATUS   = 'L'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO TLA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT FROM TERM_DEPOSIT'
                   TO TLA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF HV-TDEP-LIVE-COUNT > 0
              MOVE  51  TO TLA-RETURN-CD
              MOVE  'TERM DEPOSIT HAS NOT YET MATURED'
                          TO TLA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       CTL999.
           EXIT.

      *
      *    Notice-period products: cash only leaves against a
      *    matured, still-open withdrawal notice covering the
      *    amount, and the covering notice is used up here, in the
      *    unit of work the withdrawal then commits - DPAYAPI's
      *    rule.  An ordinary account type passes straight through.
      *
       CONSUME-WITHDRAWAL-NOTICE SECTION.
       CWN010.

           EXEC SQL
              SELECT COALESCE(NOTICE_DAYS, 0)
              INTO   :HV-NTCE-NOTICE-DAYS
              FROM   ACCT_TYPE_RULES
              WHERE  ACCT_TYPE = :HV-ACCOUNT-TYPE
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-NTCE-NOTICE-DAYS = 0
              GO TO CWN999
           END-IF.

           MOVE TLA-AMOUNT TO HV-NTCE-AMOUNT.

           EXEC SQL
                UPDATE WDRW_NOTICE
                SET    NTCE_STATUS      = 'U',
                       NTCE_STATUS_DATE = CURRENT DATE
                WHERE  NTCE_ID =
                       ( SELECT MIN(NTCE_ID)
                         FROM WDRW_NOTICE
                         WHERE NTCE_SORTCODE = :HV-ACCOUNT-SORTCODE
                         AND   NTCE_NUMBER   = :HV-ACCOUNT-NUMBER
                         AND   NTCE_STATUS   = 'O'
                         AND   NTCE_MATURITY_DATE <= CURRENT DATE
                         AND   NTCE_AMOUNT >= :HV-NTCE-AMOUNT )
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE  42  TO TLA-RETURN-CD
              MOVE  'NO MATURED NOTICE COVERS THIS AMOUNT'
                          TO TLA-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

       CWN999.
           EXIT.

      *
      *    The withdrawal, priced into the account's currency, may
      *    draw the account down to its available balance plus the
      *    arranged overdraft - DPAYAPI's funds rule - and no
      *    further.
      *
       CHECK-FUNDS SECTION.
       CFU010.

           MOVE 'Q'                  TO AFX-REQUEST.
           MOVE HV-ACCOUNT-SORTCODE  TO AFX-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER    TO AFX-NUMBER.
           MOVE 'GBP'                TO AFX-TXN-CURRENCY.
           MOVE HV-POST-AMOUNT       TO AFX-TXN-AMOUNT.
           MOVE 'TELLAPI'            TO AFX-SOURCE.
           CALL WS-ACCFXCNV-PGM USING WS-ACCFXCNV-PARMS.

           IF AFX-RETURN-CD NOT = 0
              MOVE AFX-RETURN-CD TO TLA-RETURN-CD
              MOVE 'UNABLE TO PRICE THE CASH INTO THE ACCOUNT CURRENCY'
                   TO TLA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF HV-ACCOUNT-AVAIL-BAL + HV-ACCOUNT-OVERDRAFT-LIM
                 + AFX-POST-AMOUNT < 0
              MOVE  34  TO TLA-RETURN-CD
              MOVE  'INSUFFICIENT FUNDS INCLUDING THE OVERDRAFT LIMIT'
                          TO TLA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       CFU999.
           EXIT.

      *
      *    A deposit to an ISA must fit inside the year's allowance.
      *    At the counter the cash can simply be handed back, so the
      *    item is refused rather than diverted to suspense.
      *
       CHECK-ISA-HEADROOM SECTION.
       CIH010.

           PERFORM DERIVE-TAX-YEAR.

           EXEC SQL
                SELECT ALLOW_AMOUNT
                INTO   :HV-ISA-ALLOWANCE
                FROM   ISA_ALLOWANCE
                WHERE  ALLOW_TAX_YEAR = :WS-TAX-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE WS-ISA-ALLOW-DEFAULT TO HV-ISA-ALLOWANCE
           END-IF.

           EXEC SQL
                SELECT COALESCE(SUM(ISA_SUBSCRIBED), 0)
                INTO   :HV-ISA-SUBSCRIBED
                FROM   ISA_SUBSCRIPTION
                WHERE  ISA_CUSTOMER = :HV-ACCOUNT-CUST-NO
                AND    ISA_TAX_YEAR = :WS-TAX-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-ISA-SUBSCRIBED
           END-IF.

           IF HV-ISA-SUBSCRIBED + TLA-AMOUNT > HV-ISA-ALLOWANCE
              MOVE  35  TO TLA-RETURN-CD
              MOVE  'DEPOSIT WOULD EXCEED THE ISA ALLOWANCE'
                          TO TLA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       CIH999.
           EXIT.

      *
      *    The 6-April tax year the deposit subscribes into,
      *    labelled 'YYYY-YY'.
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

       BUMP-ISA-SUBSCRIPTION SECTION.
       BIS010.

           MOVE TLA-AMOUNT TO HV-ISA-AMOUNT.

           EXEC SQL
                UPDATE ISA_SUBSCRIPTION
                SET    ISA_SUBSCRIBED  =
                          ISA_SUBSCRIBED + :HV-ISA-AMOUNT,
                       ISA_LAST_UPDATE = :HV-TODAY
                WHERE  ISA_CUSTOMER = :HV-ACCOUNT-CUST-NO
                AND    ISA_TAX_YEAR = :WS-TAX-YEAR
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO ISA_SUBSCRIPTION
                   ( ISA_CUSTOMER, ISA_TAX_YEAR,
                     ISA_SUBSCRIBED, ISA_LAST_UPDATE )
                   VALUES ( :HV-ACCOUNT-CUST-NO, :WS-TAX-YEAR,
                            :HV-ISA-AMOUNT, :HV-TODAY )
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO TLA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN TRACKING ISA_SUBSCRIPTION'
                   TO TLA-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

       BIS999.
           EXIT.

      *
      *    The item goes on the till shift under its next sequence
      *    number, and the till's running totals move with it - in
      *    sterling, the cash that actually crossed the counter.
      *
       RECORD-TILL-ITEM SECTION.
       RTI010.

           MOVE TLA-REQ        TO HV-ITEM-TYPE.
           MOVE TLA-AMOUNT     TO HV-ITEM-AMOUNT.
           MOVE TLA-REFERENCE  TO HV-ITEM-REFERENCE.

           EXEC SQL
              SELECT COALESCE(MAX(TITM_SEQ), 0) + 1
              INTO   :HV-ITEM-SEQ
              FROM   TELLER_ITEM
              WHERE  TITM_SORTCODE = :HV-TILL-SORTCODE
              AND    TITM_TILL_ID  = :HV-TILL-ID
              AND    TITM_DATE     = :HV-TILL-DATE
              AND    TITM_SHIFT    = :HV-TILL-SHIFT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO TLA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN KEYING TELLER_ITEM'
                   TO TLA-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           EXEC SQL
                INSERT INTO TELLER_ITEM
                (
                  TITM_SORTCODE  ,
                  TITM_TILL_ID   ,
                  TITM_DATE      ,
                  TITM_SHIFT     ,
                  TITM_SEQ       ,
                  TITM_NUMBER    ,
                  TITM_TYPE      ,
                  TITM_AMOUNT    ,
                  TITM_REFERENCE ,
                  TITM_TELLER    ,
                  TITM_POSTED_TS
                )
                VALUES
                (
                  :HV-TILL-SORTCODE    ,
                  :HV-TILL-ID          ,
                  :HV-TILL-DATE        ,
                  :HV-TILL-SHIFT       ,
                  :HV-ITEM-SEQ         ,
                  :HV-ACCOUNT-NUMBER   ,
                  :HV-ITEM-TYPE        ,
                  :HV-ITEM-AMOUNT      ,
                  :HV-ITEM-REFERENCE   ,
                  :HV-TILL-TELLER      ,
                  CURRENT TIMESTAMP
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO TLA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN INSERT INTO TELLER_ITEM'
                   TO TLA-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           IF TLA-REQ = 'D'
              ADD TLA-AMOUNT TO HV-TILL-DEPOSITS
           ELSE
              ADD TLA-AMOUNT TO HV-TILL-WITHDRAWALS
           END-IF.
           ADD 1 TO HV-TILL-ITEM-COUNT.

           EXEC SQL
                UPDATE TELLER_TILL
                SET    TILL_DEPOSITS    = :HV-TILL-DEPOSITS,
                       TILL_WITHDRAWALS = :HV-TILL-WITHDRAWALS,
                       TILL_ITEM_COUNT  = :HV-TILL-ITEM-COUNT
                WHERE  TILL_SORTCODE = :HV-TILL-SORTCODE
                AND    TILL_ID       = :HV-TILL-ID
                AND    TILL_DATE     = :HV-TILL-DATE
                AND    TILL_SHIFT    = :HV-TILL-SHIFT
                AND    TILL_STATUS   = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE  12  TO TLA-RETURN-CD
              MOVE  'TILL IS NOT OPEN - OPEN A SHIFT FIRST'
                          TO TLA-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

       RTI999.
           EXIT.

      *
      *    End of shift: the till should hold its float plus the
      *    deposits less the withdrawals.  The teller's count is
      *    compared with that; a difference books as a 'CSH' entry
      *    on the branch over/short account, the vault takes back
      *    the cash counted in place of the float it gave out, and
      *    the shift's BRANCH_CASH_MOVE row carries the over/short
      *    for BCSHRPT.
      *
       BALANCE-TILL SECTION.
       BTL010.

           IF TLA-DECLARED-CASH < 0
              MOVE  10  TO TLA-RETURN-CD
              MOVE  'DECLARED CASH CANNOT BE NEGATIVE'
                          TO TLA-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM FIND-OPEN-TILL.

           MOVE 'TILL-BALANCE' TO ENT-FUNCTION.
           MOVE 'N'            TO ENT-AMOUNT-FLAG.
           MOVE 0              TO ENT-AMOUNT.
           PERFORM CHECK-ENTITLEMENT.

           COMPUTE WS-EXPECTED-CASH =
              HV-TILL-OPENING-CASH + HV-TILL-DEPOSITS
                 - HV-TILL-WITHDRAWALS.

           MOVE TLA-DECLARED-CASH TO HV-TILL-DECLARED-CASH.
           COMPUTE HV-TILL-OVER-SHORT =
              HV-TILL-DECLARED-CASH - WS-EXPECTED-CASH.

           IF HV-TILL-OVER-SHORT NOT = 0
              PERFORM BOOK-OVER-SHORT
           END-IF.

           PERFORM MOVE-VAULT-POSITION.

           EXEC SQL
                UPDATE TELLER_TILL
                SET    TILL_STATUS        = 'B',
                       TILL_DECLARED_CASH = :HV-TILL-DECLARED-CASH,
                       TILL_OVER_SHORT    = :HV-TILL-OVER-SHORT,
                       TILL_BALANCED_TS   = CURRENT TIMESTAMP
                WHERE  TILL_SORTCODE = :HV-TILL-SORTCODE
                AND    TILL_ID       = :HV-TILL-ID
                AND    TILL_DATE     = :HV-TILL-DATE
                AND    TILL_SHIFT    = :HV-TILL-SHIFT
                AND    TILL_STATUS   = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE  12  TO TLA-RETURN-CD
              MOVE  'TILL IS NOT OPEN - OPEN A SHIFT FIRST'
                          TO TLA-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           MOVE 'B' TO HV-TILL-STATUS.

           INITIALIZE WS-OPSAUDIT-COMMAREA.
           MOVE 'TELLAPI'        TO OPA-PROGRAM.
           MOVE 'TILL-BALANCE'   TO OPA-ACTION.
           STRING HV-TILL-SORTCODE DELIMITED BY SIZE,
                  '/' DELIMITED BY SIZE,
                  HV-TILL-ID DELIMITED BY SIZE
                  INTO OPA-KEY
           END-STRING.
           MOVE HV-TILL-TELLER   TO OPA-OPERATOR.
           MOVE 'OPEN'           TO OPA-BEFORE-STATE.
           MOVE HV-TILL-OVER-SHORT TO WS-OVER-SHORT-DISPLAY.
           STRING 'O/S ' DELIMITED BY SIZE,
                  WS-OVER-SHORT-DISPLAY DELIMITED BY SIZE
                  INTO OPA-AFTER-STATE
           END-STRING.
           PERFORM RECORD-OPS-AUDIT.

           PERFORM RETURN-TILL-POSITION.

           EXEC CICS SYNCPOINT
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

       BTL999.
           EXIT.

      *
      *    The over/short, booked as TELLPOST books a branch's: a
      *    'CSH' entry on the branch's over/short account, naming
      *    the till, so the drawer difference is on the books the
      *    moment the till is balanced.
      *
       BOOK-OVER-SHORT SECTION.
       BOS010.

           MOVE HV-TILL-OVER-SHORT TO HV-OVER-SHORT-AMOUNT.

           MOVE SPACES TO HV-POST-DESC.
           STRING 'TILL ' DELIMITED BY SIZE,
                  HV-TILL-ID DELIMITED BY SIZE,
                  ' CASH OVER/SHORT' DELIMITED BY SIZE
                  INTO HV-POST-DESC
           END-STRING.

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
                  'PRTR'                     ,
                  :HV-TILL-SORTCODE          ,
                  :WS-OVER-SHORT-ACCOUNT     ,
                  :HV-TODAY                  ,
                  :HV-POST-TIME              ,
                  '000000000000'             ,
                  'CSH'                      ,
                  :HV-POST-DESC              ,
                  :HV-OVER-SHORT-AMOUNT      ,
                  0                          ,
                  '000000000'
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO TLA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN INSERT INTO PROCTRAN'
                   TO TLA-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           MOVE 'CSH'                TO PCT-TYPE.
           MOVE HV-OVER-SHORT-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

       BOS999.
           EXIT.

      *
      *    The vault gave the till its float and takes back the
      *    cash counted, so it moves by the difference - the
      *    shift's deposits less its withdrawals plus any over/
      *    short.  The movement row carries the shift's posted
      *    totals and the over/short.
      *
       MOVE-VAULT-POSITION SECTION.
       MVP010.

           COMPUTE HV-VAULT-MOVEMENT =
              HV-TILL-DECLARED-CASH - HV-TILL-OPENING-CASH.

           EXEC SQL
                UPDATE BRANCH_CASH
                SET    BCSH_POSITION =
                          BCSH_POSITION + :HV-VAULT-MOVEMENT,
                       BCSH_LAST_UPDATE = :HV-TODAY
                WHERE  BCSH_SORTCODE = :HV-TILL-SORTCODE
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO BRANCH_CASH
                   ( BCSH_SORTCODE, BCSH_POSITION,
                     BCSH_LAST_UPDATE )
                   VALUES ( :HV-TILL-SORTCODE, :HV-VAULT-MOVEMENT,
                            :HV-TODAY )
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO TLA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN MOVING BRANCH_CASH'
                   TO TLA-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           EXEC SQL
                INSERT INTO BRANCH_CASH_MOVE
                ( BMOV_DATE, BMOV_SORTCODE, BMOV_DEPOSITS,
                  BMOV_WITHDRAWALS, BMOV_OVER_SHORT )
                VALUES ( :HV-TODAY, :HV-TILL-SORTCODE,
                         :HV-TILL-DEPOSITS,
                         :HV-TILL-WITHDRAWALS,
                         :HV-TILL-OVER-SHORT )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO TLA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN INSERT INTO BRANCH_CASH_MOVE'
                   TO TLA-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

       MVP999.
           EXIT.

       RETURN-TILL-POSITION SECTION.
       RTP010.

           MOVE HV-TILL-STATUS        TO TLA-TILL-STATUS.
           MOVE HV-TILL-OPENING-CASH  TO TLA-OPENING-CASH.
           MOVE HV-TILL-DEPOSITS      TO TLA-DEPOSITS.
           MOVE HV-TILL-WITHDRAWALS   TO TLA-WITHDRAWALS.
           MOVE HV-TILL-ITEM-COUNT    TO TLA-ITEM-COUNT.
           COMPUTE TLA-EXPECTED-CASH =
              HV-TILL-OPENING-CASH + HV-TILL-DEPOSITS
                 - HV-TILL-WITHDRAWALS.

           IF HV-TILL-STATUS = 'B'
              MOVE HV-TILL-OVER-SHORT TO TLA-OVER-SHORT
           ELSE
              MOVE 0                  TO TLA-OVER-SHORT
           END-IF.

       RTP999.
           EXIT.

      *
      *    The teller must hold the function - for a counter item
      *    with the authority for its amount - before anything
      *    moves.  A refusal is audited like any other decision.
      *
       CHECK-ENTITLEMENT SECTION.
       CEN010.

           MOVE HV-TILL-TELLER TO ENT-OPERATOR.

           CALL WS-ENTCHK-PGM USING WS-ENTCHK-PARMS.

           IF ENT-RETURN-CD = 0 AND ENT-RESULT = 'Y'
              GO TO CEN999
           END-IF.

           INITIALIZE WS-OPSAUDIT-COMMAREA.
           MOVE 'TELLAPI'        TO OPA-PROGRAM.
           MOVE ENT-FUNCTION     TO OPA-ACTION.
           STRING HV-TILL-SORTCODE DELIMITED BY SIZE,
                  '/' DELIMITED BY SIZE,
                  HV-TILL-ID DELIMITED BY SIZE
                  INTO OPA-KEY
           END-STRING.
           MOVE HV-TILL-TELLER   TO OPA-OPERATOR.
           MOVE 'OPEN'           TO OPA-BEFORE-STATE.

           IF ENT-RETURN-CD = 0 AND ENT-RESULT = 'L'
              MOVE 'REFUSED-OVER-LIMIT'   TO OPA-AFTER-STATE
              MOVE  17  TO TLA-RETURN-CD
              MOVE  'AMOUNT EXCEEDS TELLER AUTHORITY LIMIT'
                          TO TLA-ERROR-MSG
           ELSE
              MOVE 'REFUSED-NOT-ENTITLED' TO OPA-AFTER-STATE
              MOVE  16  TO TLA-RETURN-CD
              MOVE  'TELLER NOT ENTITLED TO THIS FUNCTION'
                          TO TLA-ERROR-MSG
           END-IF.

           PERFORM RECORD-OPS-AUDIT.

           PERFORM GET-ME-OUT-OF-HERE.

       CEN999.
           EXIT.

      *
      *    Cut the OPS_AUDIT row for the decision just taken.  A
      *    failure writing the audit row is reported on the task
      *    log; the decision itself stands.
      *
       RECORD-OPS-AUDIT SECTION.
       ROA010.

           EXEC CICS LINK
              PROGRAM(WS-OPSAUDIT-PGM)
              COMMAREA(WS-OPSAUDIT-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR OPA-RETURN-CD NOT = 0
              DISPLAY 'OPS_AUDIT row could not be written for '
                      OPA-PROGRAM ' ' OPA-ACTION ' ' OPA-KEY
           END-IF.

       ROA999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'TELLAPI'  TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO TLA-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN CLAIMING POSTING CONTROL'
                   TO TLA-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

       RPC999.
           EXIT.

       BACK-OUT-AND-LEAVE SECTION.
       BOL010.

           EXEC CICS SYNCPOINT ROLLBACK
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

           PERFORM GET-ME-OUT-OF-HERE.

       BOL999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.

           EXEC CICS RETURN
           END-EXEC.

           GOBACK.

       GMOOH999.
           EXIT.
