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
      *    Legal-order ops transaction: registers the garnishee and
      *    freezing orders served on the bank, ring-fences the
      *    ordered sum across the debtor's accounts, pays it to the
      *    judgment creditor when the final order arrives, and
      *    releases it when an order is discharged.  An ACCSTOP
      *    stop freezes an account outright and an ACCT_HOLD lapses
      *    within days; an order needs a specific sum held for as
      *    long as the court takes.  The ring-fence is an earmark in
      *    the HOLDAPI manner - ACCOUNT_AVAILABLE_BALANCE comes down,
      *    the actual balance does not - so every payment path's
      *    funds check honours it unchanged.  Only sterling credit
      *    balances on accounts the debtor holds alone are drawn on.
      *    Every step lands on OPS_AUDIT.  Commarea-driven, the same
      *    channel shape as the other ops transactions.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLORDR.

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
      *    number ACCLOAD/STMTGEN already use against the current
      *    schema.
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

      * Get the LEGAL_ORDER DB2 copybook
           EXEC SQL
              INCLUDE LGLDB2
           END-EXEC.

      * Get the ACCOUNT_OWNER DB2 copybook
           EXEC SQL
              INCLUDE OWNDB2
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

      * LEGAL_ORDER host variables for DB2
       01 HOST-ORDER-ROW.
          10 HV-LGO-ID                  PIC S9(9) USAGE COMP.
          10 HV-LGO-REFERENCE           PIC X(20).
          10 HV-LGO-COURT               PIC X(30).
          10 HV-LGO-TYPE                PIC X(1).
          10 HV-LGO-CUSTOMER            PIC X(10).
          10 HV-LGO-SORTCODE            PIC X(6).
          10 HV-LGO-NUMBER              PIC X(9).
          10 HV-LGO-AMOUNT              PIC S9(10)V99 COMP-3.
          10 HV-LGO-EARMARKED           PIC S9(10)V99 COMP-3.
          10 HV-LGO-STATUS              PIC X(1).
          10 HV-LGO-SERVED-DATE         PIC X(10).
          10 HV-LGO-CREDITOR-SORTCODE   PIC X(6).
          10 HV-LGO-CREDITOR-NUMBER     PIC X(9).
          10 HV-LGO-PAID-AMOUNT         PIC S9(10)V99 COMP-3.

      * LEGAL_ORDER_EARMARK host variables for DB2
       01 HOST-EARMARK-ROW.
          10 HV-LGE-SORTCODE            PIC X(6).
          10 HV-LGE-NUMBER              PIC X(9).
          10 HV-LGE-AMOUNT              PIC S9(10)V99 COMP-3.

       01 HV-ACCOUNT-AVAIL-BAL          PIC S9(10)V99 COMP-3.
       01 HV-ACCOUNT-COUNT              PIC S9(9) COMP.
       01 HV-CURR-TIMESTAMP             PIC X(26).
       01 HV-TODAY                      PIC X(10).
       01 HV-OPERATOR                   PIC X(8).

      * PROCTRAN host variables for the legs posted
       01 HOST-POSTING-ROW.
          10 HV-POST-SORTCODE           PIC X(6).
          10 HV-POST-NUMBER             PIC X(9).
          10 HV-POST-COUNTER            PIC X(9).
          10 HV-POST-TIME               PIC X(6).
          10 HV-POST-DESC               PIC X(40).
          10 HV-POST-AMOUNT             PIC S9(10)V99 COMP-3.
          10 HV-POST-AVAIL-AMOUNT       PIC S9(10)V99 COMP-3.

      * Declare the CURSOR for the debtor's accounts the order can
      * draw on: sterling, solely held, with available balance
      * still uncommitted, largest first - or the one account the
      * order is confined to.
           EXEC SQL DECLARE DEBTOR-CURSOR CURSOR FOR
              SELECT A.ACCOUNT_SORTCODE,
                     A.ACCOUNT_NUMBER,
                     A.ACCOUNT_AVAILABLE_BALANCE
                     FROM ACCOUNT A
                     WHERE A.ACCOUNT_CUSTOMER_NUMBER = :HV-LGO-CUSTOMER
                     AND   A.ACCOUNT_AVAILABLE_BALANCE > 0
                     AND   COALESCE(A.ACCOUNT_CURRENCY_CD, 'GBP')
                              = 'GBP'
                     AND   ( :HV-LGO-SORTCODE = ' '
                           OR ( A.ACCOUNT_SORTCODE = :HV-LGO-SORTCODE
                              AND A.ACCOUNT_NUMBER = :HV-LGO-NUMBER ))
                     AND NOT EXISTS
                         ( SELECT 1 FROM ACCOUNT_OWNER O
                           WHERE O.OWNR_SORTCODE = A.ACCOUNT_SORTCODE
                           AND   O.OWNR_NUMBER   = A.ACCOUNT_NUMBER
                           AND   O.OWNR_STATUS   = 'A'
                           AND   O.OWNR_CUSTOMER <> :HV-LGO-CUSTOMER )
                     ORDER BY A.ACCOUNT_AVAILABLE_BALANCE DESC,
                              A.ACCOUNT_SORTCODE,
                              A.ACCOUNT_NUMBER
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for the order's active earmarks, for the
      * final payment and for discharge.
           EXEC SQL DECLARE EARMARK-CURSOR CURSOR FOR
              SELECT LGE_SORTCODE,
                     LGE_NUMBER,
                     LGE_AMOUNT
                     FROM LEGAL_ORDER_EARMARK
                     WHERE LGE_ORDER_ID = :HV-LGO-ID
                     AND   LGE_STATUS   = 'A'
                     ORDER BY LGE_AMOUNT DESC,
                              LGE_SORTCODE,
                              LGE_NUMBER
                     FOR FETCH ONLY
           END-EXEC.

      *    The payable account a final order's sum is credited to
      *    when the judgment creditor does not bank with us, in the
      *    reserved range alongside the suspense and receivables
      *    accounts; the outbound payment to the creditor's own
      *    bank is made from it.
       01 WS-LEGAL-PAYABLE-ACCOUNT      PIC X(9) VALUE '099999990'.

      *    The customer-number resolver - a number retired by a
      *    customer merge is answered for the customer it was
      *    merged into.
       01 WS-CUSTRES-PGM                PIC X(8) VALUE 'CUSTRES'.
       01 WS-CUSTRES-PARMS.
           COPY CUSTRES.

       01 WS-CREDITOR-ON-BOOK           PIC X VALUE 'N'.
       01 WS-CURSOR-EOF                 PIC X VALUE 'N'.
       01 WS-REMAINING-AMOUNT           PIC S9(10)V99 COMP-3.
       01 WS-LEG-AMOUNT                 PIC S9(10)V99 COMP-3.
       01 WS-AMOUNT-DISPLAY             PIC -9(10).99.

       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP               PIC S9(8) COMP VALUE 0.
          03 WS-CICS-RESP2              PIC S9(8) COMP VALUE 0.

      *    Shared operator-action audit (see OPSAUDIT): one LINK per
      *    decision, in this task's unit of work.
       01 WS-OPSAUDIT-PGM               PIC X(8) VALUE 'OPSAUDIT'.
       01 WS-OPSAUDIT-COMMAREA.
          COPY OPSAUDIT.

      *    Operator entitlement check (see ENTCHK): the operator must
      *    hold LGL-REGISTER, LGL-EARMARK, LGL-FINAL or LGL-DISCHRGE
      *    for the request, registering and paying out within their
      *    authority limit for the sum.
       01 WS-ENTCHK-PGM                 PIC X(8) VALUE 'ENTCHK'.
       01 WS-ENTCHK-PARMS.
          COPY ENTCHK.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY LGLORDR.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.

           MOVE 0      TO LGL-RETURN-CD.
           MOVE SPACES TO LGL-ERROR-MSG.

           EXEC SQL
              SELECT CURRENT TIMESTAMP, CURRENT DATE
              INTO   :HV-CURR-TIMESTAMP, :HV-TODAY
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE HV-CURR-TIMESTAMP(12:2) TO HV-POST-TIME(1:2).
           MOVE HV-CURR-TIMESTAMP(15:2) TO HV-POST-TIME(3:2).
           MOVE HV-CURR-TIMESTAMP(18:2) TO HV-POST-TIME(5:2).

           EXEC CICS ASSIGN
              USERID(HV-OPERATOR)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO HV-OPERATOR
           END-IF.

           EVALUATE LGL-REQ
              WHEN 'R'
                 PERFORM REGISTER-ORDER
              WHEN 'E'
                 PERFORM EARMARK-AGAIN
              WHEN 'F'
                 PERFORM PAY-FINAL-ORDER
              WHEN 'D'
                 PERFORM DISCHARGE-ORDER
              WHEN 'G'
                 MOVE LGL-ORDER-ID TO HV-LGO-ID
                 PERFORM RETURN-ORDER-DETAILS
              WHEN OTHER
                 MOVE  8  TO LGL-RETURN-CD
                 MOVE  'INVALID REQUEST, VALID VALUES - R,E,F,D,G'
                          TO LGL-ERROR-MSG
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       A999.
           EXIT.

      *
      *    Register: the order goes on the register as interim and
      *    as much of the sum as the debtor's balances cover is
      *    ring-fenced straight away, one unit of recovery.  A
      *    reference already live on the register is refused, so
      *    the same order served twice is not earmarked twice.
      *
       REGISTER-ORDER SECTION.
       RGO010.

           IF LGL-REFERENCE = SPACES OR LGL-COURT = SPACES
              OR LGL-CUSTOMER = SPACES
              MOVE  11  TO LGL-RETURN-CD
              MOVE  'ORDER REFERENCE, COURT AND CUSTOMER REQUIRED'
                          TO LGL-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF LGL-TYPE NOT = 'G' AND LGL-TYPE NOT = 'F'
              MOVE  11  TO LGL-RETURN-CD
              MOVE  'ORDER TYPE MUST BE G OR F'
                          TO LGL-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF LGL-AMOUNT <= 0
              MOVE  10  TO LGL-RETURN-CD
              MOVE  'ORDER AMOUNT MUST BE POSITIVE'
                          TO LGL-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE LGL-REFERENCE TO HV-LGO-REFERENCE.
           MOVE LGL-COURT     TO HV-LGO-COURT.
           MOVE LGL-TYPE      TO HV-LGO-TYPE.

           MOVE 'LGL-REGISTER' TO ENT-FUNCTION.
           MOVE 'Y'            TO ENT-AMOUNT-FLAG.
           MOVE LGL-AMOUNT     TO ENT-AMOUNT.
           PERFORM CHECK-ENTITLEMENT.

           MOVE LGL-CUSTOMER  TO CRS-CUSTOMER.
           CALL WS-CUSTRES-PGM USING WS-CUSTRES-PARMS.

           IF CRS-RETURN-CD NOT = 0 AND CRS-RETURN-CD NOT = 4
              MOVE CRS-RETURN-CD TO LGL-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT FROM CUSTOMER_ALIAS'
                   TO LGL-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE CRS-SURVIVOR  TO HV-LGO-CUSTOMER.
           MOVE LGL-AMOUNT    TO HV-LGO-AMOUNT.
           MOVE 0             TO HV-LGO-EARMARKED.

           IF LGL-SORTCODE = SPACES OR LGL-ACCOUNT-NO = SPACES
              MOVE SPACES TO HV-LGO-SORTCODE
              MOVE SPACES TO HV-LGO-NUMBER
              EXEC SQL
                 SELECT COUNT(*)
                 INTO   :HV-ACCOUNT-COUNT
                 FROM   ACCOUNT
                 WHERE  ACCOUNT_CUSTOMER_NUMBER = :HV-LGO-CUSTOMER
              END-EXEC
           ELSE
              MOVE LGL-SORTCODE   TO HV-LGO-SORTCODE
              MOVE '0'            TO HV-LGO-NUMBER(1:1)
              MOVE LGL-ACCOUNT-NO TO HV-LGO-NUMBER(2:8)
              EXEC SQL
                 SELECT COUNT(*)
                 INTO   :HV-ACCOUNT-COUNT
                 FROM   ACCOUNT
                 WHERE  ACCOUNT_CUSTOMER_NUMBER = :HV-LGO-CUSTOMER
                 AND    ACCOUNT_SORTCODE = :HV-LGO-SORTCODE
                 AND    ACCOUNT_NUMBER   = :HV-LGO-NUMBER
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LGL-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT FROM ACCOUNT'
                   TO LGL-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF HV-ACCOUNT-COUNT = 0
              MOVE  12  TO LGL-RETURN-CD
              MOVE  'NO SUCH ACCOUNT HELD BY THIS CUSTOMER'
                          TO LGL-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-ACCOUNT-COUNT
              FROM   LEGAL_ORDER
              WHERE  LGO_REFERENCE = :HV-LGO-REFERENCE
              AND    LGO_STATUS    = 'I'
           END-EXEC.

           IF SQLCODE = 0 AND HV-ACCOUNT-COUNT > 0
              MOVE  15  TO LGL-RETURN-CD
              MOVE  'ORDER REFERENCE ALREADY LIVE ON THE REGISTER'
                          TO LGL-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EXEC SQL
              SELECT COALESCE(MAX(LGO_ID), 0) + 1
              INTO   :HV-LGO-ID
              FROM   LEGAL_ORDER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LGL-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN KEYING LEGAL_ORDER'
                   TO LGL-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EXEC SQL
                INSERT INTO LEGAL_ORDER
                (
                  LGO_ID           ,
                  LGO_REFERENCE    ,
                  LGO_COURT        ,
                  LGO_TYPE         ,
                  LGO_CUSTOMER     ,
                  LGO_SORTCODE     ,
                  LGO_NUMBER       ,
                  LGO_AMOUNT       ,
                  LGO_EARMARKED    ,
                  LGO_STATUS       ,
                  LGO_SERVED_DATE  ,
                  LGO_STATUS_DATE  ,
                  LGO_OPERATOR
                )
                VALUES
                (
                  :HV-LGO-ID        ,
                  :HV-LGO-REFERENCE ,
                  :HV-LGO-COURT     ,
                  :HV-LGO-TYPE      ,
                  :HV-LGO-CUSTOMER  ,
                  :HV-LGO-SORTCODE  ,
                  :HV-LGO-NUMBER    ,
                  :HV-LGO-AMOUNT    ,
                  0                 ,
                  'I'               ,
                  :HV-TODAY         ,
                  :HV-TODAY         ,
                  :HV-OPERATOR
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LGL-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN INSERT INTO LEGAL_ORDER'
                   TO LGL-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           INITIALIZE WS-OPSAUDIT-COMMAREA.
           MOVE 'LGLORDR'        TO OPA-PROGRAM.
           MOVE 'LGL-REGISTER'   TO OPA-ACTION.
           MOVE HV-LGO-REFERENCE TO OPA-KEY.
           MOVE HV-OPERATOR      TO OPA-OPERATOR.
           MOVE SPACES           TO OPA-BEFORE-STATE.
           MOVE HV-LGO-AMOUNT    TO WS-AMOUNT-DISPLAY.
           STRING 'INTERIM ' DELIMITED BY SIZE,
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO OPA-AFTER-STATE
           END-STRING.
           PERFORM RECORD-OPS-AUDIT.

           PERFORM EARMARK-SHORTFALL.

           EXEC CICS SYNCPOINT
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

           PERFORM RETURN-ORDER-DETAILS.

       RGO999.
           EXIT.

      *
      *    Earmark again: funds paid in since the order was served
      *    are caught up to the shortfall.  A freezing order holds
      *    whatever comes in; a garnishee order only attaches to
      *    what stood on the accounts when it was served, so it is
      *    refused here.
      *
       EARMARK-AGAIN SECTION.
       EMA010.

           PERFORM FIND-INTERIM-ORDER.

           MOVE 'LGL-EARMARK'  TO ENT-FUNCTION.
           MOVE 'N'            TO ENT-AMOUNT-FLAG.
           MOVE 0              TO ENT-AMOUNT.
           PERFORM CHECK-ENTITLEMENT.

           IF HV-LGO-TYPE NOT = 'F'
              MOVE  19  TO LGL-RETURN-CD
              MOVE  'A GARNISHEE ORDER ATTACHES ONLY WHEN SERVED'
                          TO LGL-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM EARMARK-SHORTFALL.

           EXEC CICS SYNCPOINT
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

           PERFORM RETURN-ORDER-DETAILS.

       EMA999.
           EXIT.

      *
      *    Ring-fence the part of the order not yet earmarked from
      *    the debtor's available balances, largest first.  Each
      *    account drawn on carries one active earmark row per
      *    order, topped up if it is drawn on again.
      *
       EARMARK-SHORTFALL SECTION.
       ESF010.

           COMPUTE WS-REMAINING-AMOUNT =
              HV-LGO-AMOUNT - HV-LGO-EARMARKED.

           IF WS-REMAINING-AMOUNT <= 0
              GO TO ESF999
           END-IF.

           EXEC SQL OPEN
              DEBTOR-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LGL-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN OPEN OF DEBTOR CURSOR'
                   TO LGL-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           MOVE 'N' TO WS-CURSOR-EOF.

           PERFORM EARMARK-ONE-ACCOUNT
              UNTIL WS-CURSOR-EOF = 'Y'
                 OR WS-REMAINING-AMOUNT = 0.

           EXEC SQL CLOSE
              DEBTOR-CURSOR
           END-EXEC.

           EXEC SQL
                UPDATE LEGAL_ORDER
                SET    LGO_EARMARKED   = :HV-LGO-EARMARKED,
                       LGO_STATUS_DATE = :HV-TODAY,
                       LGO_OPERATOR    = :HV-OPERATOR
                WHERE  LGO_ID = :HV-LGO-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LGL-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN UPDATE OF LEGAL_ORDER'
                   TO LGL-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

       ESF999.
           EXIT.

       EARMARK-ONE-ACCOUNT SECTION.
       EOA010.

           EXEC SQL FETCH FROM DEBTOR-CURSOR
              INTO :HV-LGE-SORTCODE,
                   :HV-LGE-NUMBER,
                   :HV-ACCOUNT-AVAIL-BAL
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-CURSOR-EOF
              GO TO EOA999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LGL-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN FETCH OF DEBTOR CURSOR'
                   TO LGL-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           MOVE HV-ACCOUNT-AVAIL-BAL TO HV-LGE-AMOUNT.
           IF HV-LGE-AMOUNT > WS-REMAINING-AMOUNT
              MOVE WS-REMAINING-AMOUNT TO HV-LGE-AMOUNT
           END-IF.

           EXEC SQL
                UPDATE LEGAL_ORDER_EARMARK
                SET    LGE_AMOUNT      = LGE_AMOUNT + :HV-LGE-AMOUNT,
                       LGE_STATUS_DATE = :HV-TODAY
                WHERE  LGE_ORDER_ID = :HV-LGO-ID
                AND    LGE_SORTCODE = :HV-LGE-SORTCODE
                AND    LGE_NUMBER   = :HV-LGE-NUMBER
                AND    LGE_STATUS   = 'A'
           END-EXEC.

           IF SQLCODE = 100 OR (SQLCODE = 0 AND SQLERRD(3) = 0)
              EXEC SQL
                   INSERT INTO LEGAL_ORDER_EARMARK
                   (
                     LGE_ORDER_ID    ,
                     LGE_SORTCODE    ,
                     LGE_NUMBER      ,
                     LGE_AMOUNT      ,
                     LGE_STATUS      ,
                     LGE_PLACED_DATE ,
                     LGE_STATUS_DATE
                   )
                   VALUES
                   (
                     :HV-LGO-ID       ,
                     :HV-LGE-SORTCODE ,
                     :HV-LGE-NUMBER   ,
                     :HV-LGE-AMOUNT   ,
                     'A'              ,
                     :HV-TODAY        ,
                     :HV-TODAY
                   )
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LGL-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN WRITING THE EARMARK'
                   TO LGL-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_AVAILABLE_BALANCE =
                          ACCOUNT_AVAILABLE_BALANCE
                             - :HV-LGE-AMOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-LGE-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-LGE-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LGL-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN UPDATE OF ACCOUNT TABLE'
                   TO LGL-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           SUBTRACT HV-LGE-AMOUNT FROM WS-REMAINING-AMOUNT.
           ADD HV-LGE-AMOUNT TO HV-LGO-EARMARKED.

           INITIALIZE WS-OPSAUDIT-COMMAREA.
           MOVE 'LGLORDR'        TO OPA-PROGRAM.
           MOVE 'LGL-EARMARK'    TO OPA-ACTION.
           MOVE HV-LGO-REFERENCE TO OPA-KEY.
           MOVE HV-OPERATOR      TO OPA-OPERATOR.
           STRING HV-LGE-SORTCODE DELIMITED BY SIZE,
                  '/' DELIMITED BY SIZE,
                  HV-LGE-NUMBER DELIMITED BY SIZE
                  INTO OPA-BEFORE-STATE
           END-STRING.
           MOVE HV-LGE-AMOUNT    TO WS-AMOUNT-DISPLAY.
           STRING 'HELD ' DELIMITED BY SIZE,
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO OPA-AFTER-STATE
           END-STRING.
           PERFORM RECORD-OPS-AUDIT.

       EOA999.
           EXIT.

      *
      *    Final order: the sum ordered (never more than was ring-
      *    fenced) goes to the judgment creditor as a 'TFR' pair per
      *    earmarked account - to the creditor's own account when it
      *    is on our book, otherwise to the legal-orders payable
      *    account at the debtor's branch for onward payment.  Each
      *    earmark is released as it is paid, so any part of it the
      *    final order did not take goes back to the debtor.
      *
       PAY-FINAL-ORDER SECTION.
       PFO010.

           PERFORM FIND-INTERIM-ORDER.

           IF LGL-CREDITOR-SORTCODE = SPACES
              OR LGL-CREDITOR-ACCOUNT-NO = SPACES
              MOVE  11  TO LGL-RETURN-CD
              MOVE  'JUDGMENT CREDITOR ACCOUNT REQUIRED'
                          TO LGL-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF LGL-AMOUNT < 0
              MOVE  10  TO LGL-RETURN-CD
              MOVE  'FINAL ORDER AMOUNT MAY NOT BE NEGATIVE'
                          TO LGL-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF LGL-AMOUNT = 0
              MOVE HV-LGO-EARMARKED TO HV-LGO-PAID-AMOUNT
           ELSE
              MOVE LGL-AMOUNT       TO HV-LGO-PAID-AMOUNT
           END-IF.

           IF HV-LGO-PAID-AMOUNT > HV-LGO-EARMARKED
              MOVE  20  TO LGL-RETURN-CD
              MOVE  'FINAL ORDER AMOUNT EXCEEDS THE SUM RING-FENCED'
                          TO LGL-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'LGL-FINAL'        TO ENT-FUNCTION.
           MOVE 'Y'                TO ENT-AMOUNT-FLAG.
           MOVE HV-LGO-PAID-AMOUNT TO ENT-AMOUNT.
           PERFORM CHECK-ENTITLEMENT.

           MOVE LGL-CREDITOR-SORTCODE   TO HV-LGO-CREDITOR-SORTCODE.
           MOVE '0'                     TO HV-LGO-CREDITOR-NUMBER(1:1).
           MOVE LGL-CREDITOR-ACCOUNT-NO TO HV-LGO-CREDITOR-NUMBER(2:8).

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-ACCOUNT-COUNT
              FROM   ACCOUNT
              WHERE  ACCOUNT_SORTCODE = :HV-LGO-CREDITOR-SORTCODE
              AND    ACCOUNT_NUMBER   = :HV-LGO-CREDITOR-NUMBER
           END-EXEC.

           IF SQLCODE = 0 AND HV-ACCOUNT-COUNT > 0
              MOVE 'Y' TO WS-CREDITOR-ON-BOOK
           ELSE
              MOVE 'N' TO WS-CREDITOR-ON-BOOK
           END-IF.

           MOVE HV-LGO-PAID-AMOUNT TO WS-REMAINING-AMOUNT.

           EXEC SQL OPEN
              EARMARK-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LGL-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN OPEN OF EARMARK CURSOR'
                   TO LGL-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'N' TO WS-CURSOR-EOF.

           PERFORM PAY-ONE-EARMARK UNTIL WS-CURSOR-EOF = 'Y'.

           EXEC SQL CLOSE
              EARMARK-CURSOR
           END-EXEC.

           EXEC SQL
                UPDATE LEGAL_ORDER
                SET    LGO_STATUS      = 'P',
                       LGO_EARMARKED   = 0,
                       LGO_FINAL_DATE  = :HV-TODAY,
                       LGO_CREDITOR_SORTCODE =
                          :HV-LGO-CREDITOR-SORTCODE,
                       LGO_CREDITOR_NUMBER =
                          :HV-LGO-CREDITOR-NUMBER,
                       LGO_PAID_AMOUNT = :HV-LGO-PAID-AMOUNT,
                       LGO_STATUS_DATE = :HV-TODAY,
                       LGO_OPERATOR    = :HV-OPERATOR
                WHERE  LGO_ID     = :HV-LGO-ID
                AND    LGO_STATUS = 'I'
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE  13  TO LGL-RETURN-CD
              MOVE  'NO INTERIM ORDER WITH THIS IDENTIFIER'
                          TO LGL-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           INITIALIZE WS-OPSAUDIT-COMMAREA.
           MOVE 'LGLORDR'        TO OPA-PROGRAM.
           MOVE 'LGL-FINAL'      TO OPA-ACTION.
           MOVE HV-LGO-REFERENCE TO OPA-KEY.
           MOVE HV-OPERATOR      TO OPA-OPERATOR.
           MOVE HV-LGO-EARMARKED TO WS-AMOUNT-DISPLAY.
           STRING 'INTERIM ' DELIMITED BY SIZE,
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO OPA-BEFORE-STATE
           END-STRING.
           MOVE HV-LGO-PAID-AMOUNT TO WS-AMOUNT-DISPLAY.
           STRING 'PAID ' DELIMITED BY SIZE,
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO OPA-AFTER-STATE
           END-STRING.
           PERFORM RECORD-OPS-AUDIT.

           EXEC CICS SYNCPOINT
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

           PERFORM RETURN-ORDER-DETAILS.

       PFO999.
           EXIT.

       PAY-ONE-EARMARK SECTION.
       POE010.

           EXEC SQL FETCH FROM EARMARK-CURSOR
              INTO :HV-LGE-SORTCODE,
                   :HV-LGE-NUMBER,
                   :HV-LGE-AMOUNT
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-CURSOR-EOF
              GO TO POE999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LGL-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN FETCH OF EARMARK CURSOR'
                   TO LGL-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           MOVE HV-LGE-AMOUNT TO WS-LEG-AMOUNT.
           IF WS-LEG-AMOUNT > WS-REMAINING-AMOUNT
              MOVE WS-REMAINING-AMOUNT TO WS-LEG-AMOUNT
           END-IF.

           IF WS-LEG-AMOUNT = 0
              PERFORM RELEASE-ONE-EARMARK
              GO TO POE999
           END-IF.

      *    Debtor leg: the actual balance pays the creditor; the
      *    available balance gets back whatever of this earmark
      *    the payment did not use.
           MOVE SPACES TO HV-POST-DESC.
           STRING 'COURT ORDER ' DELIMITED BY SIZE,
                  HV-LGO-REFERENCE DELIMITED BY SIZE
                  INTO HV-POST-DESC
           END-STRING.

           COMPUTE HV-POST-AMOUNT = 0 - WS-LEG-AMOUNT.
           COMPUTE HV-POST-AVAIL-AMOUNT =
              HV-LGE-AMOUNT - WS-LEG-AMOUNT.
           MOVE HV-LGE-SORTCODE TO HV-POST-SORTCODE.
           MOVE HV-LGE-NUMBER   TO HV-POST-NUMBER.
           IF WS-CREDITOR-ON-BOOK = 'Y'
              MOVE HV-LGO-CREDITOR-NUMBER   TO HV-POST-COUNTER
           ELSE
              MOVE WS-LEGAL-PAYABLE-ACCOUNT TO HV-POST-COUNTER
           END-IF.
           PERFORM POST-ONE-LEG.

      *    Creditor leg: both balances move, as for any credit.
           MOVE WS-LEG-AMOUNT   TO HV-POST-AMOUNT.
           MOVE WS-LEG-AMOUNT   TO HV-POST-AVAIL-AMOUNT.
           IF WS-CREDITOR-ON-BOOK = 'Y'
              MOVE HV-LGO-CREDITOR-SORTCODE TO HV-POST-SORTCODE
              MOVE HV-LGO-CREDITOR-NUMBER   TO HV-POST-NUMBER
           ELSE
              MOVE HV-LGE-SORTCODE          TO HV-POST-SORTCODE
              MOVE WS-LEGAL-PAYABLE-ACCOUNT TO HV-POST-NUMBER
           END-IF.
           MOVE HV-LGE-NUMBER   TO HV-POST-COUNTER.
           PERFORM POST-ONE-LEG.

           EXEC SQL
                UPDATE LEGAL_ORDER_EARMARK
                SET    LGE_STATUS      = 'P',
                       LGE_STATUS_DATE = :HV-TODAY
                WHERE  LGE_ORDER_ID = :HV-LGO-ID
                AND    LGE_SORTCODE = :HV-LGE-SORTCODE
                AND    LGE_NUMBER   = :HV-LGE-NUMBER
                AND    LGE_STATUS   = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LGL-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN UPDATE OF THE EARMARK'
                   TO LGL-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           SUBTRACT WS-LEG-AMOUNT FROM WS-REMAINING-AMOUNT.

           INITIALIZE WS-OPSAUDIT-COMMAREA.
           MOVE 'LGLORDR'        TO OPA-PROGRAM.
           MOVE 'LGL-PAY'        TO OPA-ACTION.
           MOVE HV-LGO-REFERENCE TO OPA-KEY.
           MOVE HV-OPERATOR      TO OPA-OPERATOR.
           STRING HV-LGE-SORTCODE DELIMITED BY SIZE,
                  '/' DELIMITED BY SIZE,
                  HV-LGE-NUMBER DELIMITED BY SIZE
                  INTO OPA-BEFORE-STATE
           END-STRING.
           MOVE WS-LEG-AMOUNT    TO WS-AMOUNT-DISPLAY.
           STRING 'PAID ' DELIMITED BY SIZE,
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO OPA-AFTER-STATE
           END-STRING.
           PERFORM RECORD-OPS-AUDIT.

       POE999.
           EXIT.

      *
      *    Discharge: the order was set aside or withdrawn, so every
      *    earmark goes back onto the debtor's available balances.
      *
       DISCHARGE-ORDER SECTION.
       DCO010.

           PERFORM FIND-INTERIM-ORDER.

           MOVE 'LGL-DISCHRGE' TO ENT-FUNCTION.
           MOVE 'N'            TO ENT-AMOUNT-FLAG.
           MOVE 0              TO ENT-AMOUNT.
           PERFORM CHECK-ENTITLEMENT.

           EXEC SQL OPEN
              EARMARK-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LGL-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN OPEN OF EARMARK CURSOR'
                   TO LGL-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'N' TO WS-CURSOR-EOF.

           PERFORM RELEASE-NEXT-EARMARK UNTIL WS-CURSOR-EOF = 'Y'.

           EXEC SQL CLOSE
              EARMARK-CURSOR
           END-EXEC.

           EXEC SQL
                UPDATE LEGAL_ORDER
                SET    LGO_STATUS      = 'D',
                       LGO_EARMARKED   = 0,
                       LGO_STATUS_DATE = :HV-TODAY,
                       LGO_OPERATOR    = :HV-OPERATOR
                WHERE  LGO_ID     = :HV-LGO-ID
                AND    LGO_STATUS = 'I'
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE  13  TO LGL-RETURN-CD
              MOVE  'NO INTERIM ORDER WITH THIS IDENTIFIER'
                          TO LGL-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           INITIALIZE WS-OPSAUDIT-COMMAREA.
           MOVE 'LGLORDR'        TO OPA-PROGRAM.
           MOVE 'LGL-DISCHRGE'   TO OPA-ACTION.
           MOVE HV-LGO-REFERENCE TO OPA-KEY.
           MOVE HV-OPERATOR      TO OPA-OPERATOR.
           MOVE HV-LGO-EARMARKED TO WS-AMOUNT-DISPLAY.
           STRING 'INTERIM ' DELIMITED BY SIZE,
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO OPA-BEFORE-STATE
           END-STRING.
           MOVE 'DISCHARGED'     TO OPA-AFTER-STATE.
           PERFORM RECORD-OPS-AUDIT.

           EXEC CICS SYNCPOINT
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

           PERFORM RETURN-ORDER-DETAILS.

       DCO999.
           EXIT.

       RELEASE-NEXT-EARMARK SECTION.
       RNE010.

           EXEC SQL FETCH FROM EARMARK-CURSOR
              INTO :HV-LGE-SORTCODE,
                   :HV-LGE-NUMBER,
                   :HV-LGE-AMOUNT
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-CURSOR-EOF
              GO TO RNE999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LGL-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN FETCH OF EARMARK CURSOR'
                   TO LGL-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           PERFORM RELEASE-ONE-EARMARK.

       RNE999.
           EXIT.

      *
      *    Put one earmark back on the available balance; nothing
      *    touches the ledger.
      *
       RELEASE-ONE-EARMARK SECTION.
       ROE010.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_AVAILABLE_BALANCE =
                          ACCOUNT_AVAILABLE_BALANCE
                             + :HV-LGE-AMOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-LGE-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-LGE-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LGL-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN UPDATE OF ACCOUNT TABLE'
                   TO LGL-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           EXEC SQL
                UPDATE LEGAL_ORDER_EARMARK
                SET    LGE_STATUS      = 'R',
                       LGE_STATUS_DATE = :HV-TODAY
                WHERE  LGE_ORDER_ID = :HV-LGO-ID
                AND    LGE_SORTCODE = :HV-LGE-SORTCODE
                AND    LGE_NUMBER   = :HV-LGE-NUMBER
                AND    LGE_STATUS   = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LGL-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN UPDATE OF THE EARMARK'
                   TO LGL-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           INITIALIZE WS-OPSAUDIT-COMMAREA.
           MOVE 'LGLORDR'        TO OPA-PROGRAM.
           MOVE 'LGL-RELEASE'    TO OPA-ACTION.
           MOVE HV-LGO-REFERENCE TO OPA-KEY.
           MOVE HV-OPERATOR      TO OPA-OPERATOR.
           STRING HV-LGE-SORTCODE DELIMITED BY SIZE,
                  '/' DELIMITED BY SIZE,
                  HV-LGE-NUMBER DELIMITED BY SIZE
                  INTO OPA-BEFORE-STATE
           END-STRING.
           MOVE HV-LGE-AMOUNT    TO WS-AMOUNT-DISPLAY.
           STRING 'FREED ' DELIMITED BY SIZE,
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO OPA-AFTER-STATE
           END-STRING.
           PERFORM RECORD-OPS-AUDIT.

       ROE999.
           EXIT.

      *
      *    Shared look-up for every request that acts on an order
      *    already on the register: it must exist and still be
      *    interim.
      *
       FIND-INTERIM-ORDER SECTION.
       FIO010.

           MOVE LGL-ORDER-ID TO HV-LGO-ID.

           EXEC SQL
                SELECT LGO_REFERENCE,
                       LGO_TYPE,
                       LGO_CUSTOMER,
                       LGO_SORTCODE,
                       LGO_NUMBER,
                       LGO_AMOUNT,
                       LGO_EARMARKED
                INTO   :HV-LGO-REFERENCE,
                       :HV-LGO-TYPE,
                       :HV-LGO-CUSTOMER,
                       :HV-LGO-SORTCODE,
                       :HV-LGO-NUMBER,
                       :HV-LGO-AMOUNT,
                       :HV-LGO-EARMARKED
                FROM   LEGAL_ORDER
                WHERE  LGO_ID     = :HV-LGO-ID
                AND    LGO_STATUS = 'I'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE  13  TO LGL-RETURN-CD
              MOVE  'NO INTERIM ORDER WITH THIS IDENTIFIER'
                          TO LGL-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       FIO999.
           EXIT.

      *
      *    The operator must hold the function the caller has set
      *    in ENT-FUNCTION, with the authority for ENT-AMOUNT where
      *    it carries one, before the order or any account is
      *    touched.  A refusal, or a check that could not be made,
      *    is audited like any other step and ends the request.
      *
       CHECK-ENTITLEMENT SECTION.
       CEN010.

           MOVE HV-OPERATOR TO ENT-OPERATOR.

           CALL WS-ENTCHK-PGM USING WS-ENTCHK-PARMS.

           IF ENT-RETURN-CD = 0 AND ENT-RESULT = 'Y'
              GO TO CEN999
           END-IF.

           INITIALIZE WS-OPSAUDIT-COMMAREA.
           MOVE 'LGLORDR'        TO OPA-PROGRAM.
           MOVE ENT-FUNCTION     TO OPA-ACTION.
           MOVE HV-LGO-REFERENCE TO OPA-KEY.
           MOVE HV-OPERATOR      TO OPA-OPERATOR.
           IF LGL-REQ = 'R'
              MOVE 'NOT REGISTERED' TO OPA-BEFORE-STATE
           ELSE
              MOVE HV-LGO-EARMARKED TO WS-AMOUNT-DISPLAY
              STRING 'INTERIM ' DELIMITED BY SIZE,
                     WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                     INTO OPA-BEFORE-STATE
              END-STRING
           END-IF.

           IF ENT-RETURN-CD = 0 AND ENT-RESULT = 'L'
              MOVE 'REFUSED-OVER-LIMIT'   TO OPA-AFTER-STATE
              MOVE  17  TO LGL-RETURN-CD
              MOVE  'AMOUNT EXCEEDS OPERATOR AUTHORITY LIMIT'
                          TO LGL-ERROR-MSG
           ELSE
              MOVE 'REFUSED-NOT-ENTITLED' TO OPA-AFTER-STATE
              MOVE  16  TO LGL-RETURN-CD
              MOVE  'OPERATOR NOT ENTITLED TO THIS REQUEST'
                          TO LGL-ERROR-MSG
           END-IF.

           PERFORM RECORD-OPS-AUDIT.

           PERFORM GET-ME-OUT-OF-HERE.

       CEN999.
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
                  :HV-POST-TIME           ,
                  '000000000000'          ,
                  'TFR'                   ,
                  :HV-POST-DESC           ,
                  :HV-POST-AMOUNT         ,
                  0                       ,
                  :HV-POST-COUNTER
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO LGL-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN INSERT INTO PROCTRAN'
                   TO LGL-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

           MOVE 'TFR'          TO PCT-TYPE.
           MOVE HV-POST-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
                          ACCOUNT_ACTUAL_BALANCE
                             + :HV-POST-AMOUNT,
                       ACCOUNT_AVAILABLE_BALANCE =
                          ACCOUNT_AVAILABLE_BALANCE
                             + :HV-POST-AVAIL-AMOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-POST-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-POST-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE  18  TO LGL-RETURN-CD
              MOVE 'LEDGER ACCOUNT MISSING - WHEN UPDATE OF ACCOUNT'
                   TO LGL-ERROR-MSG
              PERFORM BACK-OUT-AND-LEAVE
           END-IF.

       POL999.
           EXIT.

       RETURN-ORDER-DETAILS SECTION.
       ROD010.

           EXEC SQL
                SELECT LGO_REFERENCE,
                       LGO_COURT,
                       LGO_TYPE,
                       LGO_CUSTOMER,
                       LGO_SORTCODE,
                       LGO_NUMBER,
                       LGO_AMOUNT,
                       LGO_EARMARKED,
                       LGO_STATUS,
                       CHAR(LGO_SERVED_DATE),
                       COALESCE(LGO_CREDITOR_SORTCODE, ' '),
                       COALESCE(LGO_CREDITOR_NUMBER, ' '),
                       COALESCE(LGO_PAID_AMOUNT, 0)
                INTO   :HV-LGO-REFERENCE,
                       :HV-LGO-COURT,
                       :HV-LGO-TYPE,
                       :HV-LGO-CUSTOMER,
                       :HV-LGO-SORTCODE,
                       :HV-LGO-NUMBER,
                       :HV-LGO-AMOUNT,
                       :HV-LGO-EARMARKED,
                       :HV-LGO-STATUS,
                       :HV-LGO-SERVED-DATE,
                       :HV-LGO-CREDITOR-SORTCODE,
                       :HV-LGO-CREDITOR-NUMBER,
                       :HV-LGO-PAID-AMOUNT
                FROM   LEGAL_ORDER
                WHERE  LGO_ID = :HV-LGO-ID
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-LGO-ID                   TO LGL-ORDER-ID
                 MOVE HV-LGO-REFERENCE            TO LGL-REFERENCE
                 MOVE HV-LGO-COURT                TO LGL-COURT
                 MOVE HV-LGO-TYPE                 TO LGL-TYPE
                 MOVE HV-LGO-CUSTOMER             TO LGL-CUSTOMER
                 MOVE HV-LGO-SORTCODE             TO LGL-SORTCODE
                 MOVE HV-LGO-NUMBER(2:8)          TO LGL-ACCOUNT-NO
                 MOVE HV-LGO-AMOUNT               TO LGL-AMOUNT
                 MOVE HV-LGO-EARMARKED            TO LGL-EARMARKED
                 MOVE HV-LGO-STATUS               TO LGL-STATUS
                 MOVE HV-LGO-SERVED-DATE          TO LGL-SERVED-DATE
                 MOVE HV-LGO-CREDITOR-SORTCODE
                                          TO LGL-CREDITOR-SORTCODE
                 MOVE HV-LGO-CREDITOR-NUMBER(2:8)
                                          TO LGL-CREDITOR-ACCOUNT-NO
                 MOVE HV-LGO-PAID-AMOUNT          TO LGL-PAID-AMOUNT
              WHEN 100
                 MOVE  13  TO LGL-RETURN-CD
                 MOVE  'NO ORDER WITH THIS IDENTIFIER'
                             TO LGL-ERROR-MSG
              WHEN OTHER
                 MOVE SQLCODE  TO LGL-RETURN-CD
                 MOVE 'DATABASE ERROR - WHEN SELECT FROM LEGAL_ORDER'
                      TO LGL-ERROR-MSG
           END-EVALUATE.

       ROD999.
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

           MOVE 'LGLORDR'  TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO LGL-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN CLAIMING POSTING CONTROL'
                   TO LGL-ERROR-MSG
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
