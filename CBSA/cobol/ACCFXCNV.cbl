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
      * Title: ACCFXCNV                                                *
      *                                                                *
      *                                                                *
      * Description: Account-currency posting converter, CALLed as a   *
      *              subprogram by the batch posting jobs (INBPAY,     *
      *              CHQDEP, DDCOLL, ATMPOST, TELLPOST) before they    *
      *              touch an account's balances.  Given the account   *
      *              and a posting quoted in some currency, it reads   *
      *              the account's ACCOUNT_CURRENCY_CD and, when the   *
      *              two differ, prices the posting into the account's *
      *              currency the way DPAYAPI prices a payment: the    *
      *              newest effective FXRATES row on the side the bank *
      *              deals (bid when it buys, offer when it sells),    *
      *              the compiled-in FXRATE table as the fallback for  *
      *              a currency the store has no row for, and the      *
      *              customer's FX_MARGIN tier on top.  Every currency *
      *              that changes hands moves FX_POSITION and is       *
      *              journalled on FX_POSITION_MOVE under the caller's *
      *              name.  A posting already in the account's own     *
      *              currency passes straight through untouched.       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCFXCNV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.

       DATA DIVISION.
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
      *    number the batch posting jobs use against the current
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

      * Get the CUSTOMER_DATA DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * Get the FXRATES DB2 copybook
           EXEC SQL
              INCLUDE FXRTDB2
           END-EXEC.

      * Get the FX_POSITION DB2 copybook
           EXEC SQL
              INCLUDE FXPSDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * ACCOUNT host variables for DB2
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-SORT-CODE          PIC X(6).
          03 HV-ACCOUNT-NUMBER             PIC X(9).
          03 HV-ACCOUNT-CURRENCY-CD        PIC X(3).
          03 HV-ACCOUNT-CUST-NO            PIC X(10).

      *    Rate lookup: the currency asked about and the mid, bid
      *    and offer sides found for it.
       01 HOST-FX-RATE-ROW.
          03 HV-FX-CURRENCY-CD             PIC X(3).
          03 HV-FX-MID-RATE                PIC S9(5)V9(6) COMP-3.
          03 HV-FX-BID-RATE                PIC S9(5)V9(6) COMP-3.
          03 HV-FX-OFFER-RATE              PIC S9(5)V9(6) COMP-3.

      *    The customer's tier and the basis points it prices at.
       01 HOST-FX-MARGIN-ROW.
          03 HV-FX-CUST-TIER               PIC X(1).
          03 HV-FX-MARGIN-BPS              PIC S9(9) COMP.

      * FX_POSITION host variables
       01 HOST-FX-POSITION-ROW.
          03 HV-POSN-CURRENCY-CD           PIC X(3).
          03 HV-POSN-CCY-AMOUNT            PIC S9(13)V99 COMP-3.
          03 HV-POSN-BASE-AMOUNT           PIC S9(13)V99 COMP-3.
          03 HV-POSN-SOURCE                PIC X(8).

       01 WS-FX-DATA.
          COPY FXRATE.

       01 WS-BASE-CURRENCY               PIC X(3) VALUE 'GBP'.
       01 WS-TXN-CURRENCY                PIC X(3).

      *    The dealt rates for the two legs of the conversion: the
      *    quoted currency into base, and base into the account's
      *    currency.
       01 WS-TXN-DEALT-RATE              PIC S9(5)V9(6) COMP-3.
       01 WS-ACC-DEALT-RATE              PIC S9(5)V9(6) COMP-3.
       01 WS-BASE-AMT                    PIC S9(11)V99 COMP-3.
       01 WS-POST-AMT                    PIC S9(11)V99 COMP-3.

       01 WS-RATE-FOUND                  PIC X VALUE 'N'.
          88 RATE-FOUND                        VALUE 'Y'.

       LINKAGE SECTION.
       01 ACCFXCNV-PARMS.
           COPY ACCFXCNV.

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION USING ACCFXCNV-PARMS.
       PREMIERE SECTION.
       A010.

           MOVE 0              TO AFX-RETURN-CD.
           MOVE AFX-TXN-AMOUNT TO AFX-POST-AMOUNT.
           MOVE AFX-TXN-AMOUNT TO AFX-BASE-AMOUNT.
           MOVE WS-BASE-CURRENCY TO AFX-ACCOUNT-CURRENCY.

           MOVE AFX-TXN-CURRENCY TO WS-TXN-CURRENCY.
           IF WS-TXN-CURRENCY = SPACES
              MOVE WS-BASE-CURRENCY TO WS-TXN-CURRENCY
           END-IF.

           PERFORM GET-ACCOUNT-CURRENCY.

           IF AFX-RETURN-CD NOT = 0
              GO TO A999
           END-IF.

           IF AFX-ACCOUNT-CURRENCY = WS-TXN-CURRENCY
              GO TO A999
           END-IF.

           PERFORM PRICE-POSTING.

           IF AFX-RETURN-CD NOT = 0
              GO TO A999
           END-IF.

           IF AFX-REQUEST = 'P'
              PERFORM MOVE-FX-POSITIONS
           END-IF.

       A999.
           GOBACK.

      *
      *    The account's currency and owning customer.  A null or
      *    blank currency is an account from before currency
      *    accounts, which is sterling.
      *
       GET-ACCOUNT-CURRENCY SECTION.
       GAC010.

           MOVE AFX-SORTCODE TO HV-ACCOUNT-SORT-CODE.
           MOVE AFX-NUMBER   TO HV-ACCOUNT-NUMBER.

           EXEC SQL
                SELECT COALESCE(ACCOUNT_CURRENCY_CD, 'GBP'),
                       ACCOUNT_CUSTOMER_NUMBER
                INTO   :HV-ACCOUNT-CURRENCY-CD,
                       :HV-ACCOUNT-CUST-NO
                FROM   ACCOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-ACCOUNT-SORT-CODE
                AND    ACCOUNT_NUMBER   = :HV-ACCOUNT-NUMBER
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 IF HV-ACCOUNT-CURRENCY-CD = SPACES
                    MOVE WS-BASE-CURRENCY TO HV-ACCOUNT-CURRENCY-CD
                 END-IF
                 MOVE HV-ACCOUNT-CURRENCY-CD TO AFX-ACCOUNT-CURRENCY
              WHEN 100
                 MOVE 4 TO AFX-RETURN-CD
              WHEN OTHER
                 MOVE SQLCODE TO AFX-RETURN-CD
           END-EVALUATE.

       GAC999.
           EXIT.

      *
      *    Price the posting across.  A credit sells the quoted
      *    currency to the bank (dealt at its bid) and buys the
      *    account's currency from it (dealt at its offer); a debit
      *    is the mirror image.  The customer's tier margin then
      *    comes off a credit and on to a debit, so the margin
      *    always runs in the bank's favour.
      *
       PRICE-POSTING SECTION.
       PP010.

           PERFORM GET-CUSTOMER-FX-MARGIN.

           MOVE WS-TXN-CURRENCY TO HV-FX-CURRENCY-CD.
           PERFORM GET-EFFECTIVE-FX-RATE.
           IF NOT RATE-FOUND
              MOVE 8 TO AFX-RETURN-CD
              GO TO PP999
           END-IF.

           IF AFX-TXN-AMOUNT >= 0
              MOVE HV-FX-BID-RATE   TO WS-TXN-DEALT-RATE
           ELSE
              MOVE HV-FX-OFFER-RATE TO WS-TXN-DEALT-RATE
           END-IF.

           MOVE AFX-ACCOUNT-CURRENCY TO HV-FX-CURRENCY-CD.
           PERFORM GET-EFFECTIVE-FX-RATE.
           IF NOT RATE-FOUND
              MOVE 8 TO AFX-RETURN-CD
              GO TO PP999
           END-IF.

           IF AFX-TXN-AMOUNT >= 0
              COMPUTE WS-ACC-DEALT-RATE ROUNDED =
                 HV-FX-OFFER-RATE * (1 + HV-FX-MARGIN-BPS / 10000)
           ELSE
              COMPUTE WS-ACC-DEALT-RATE ROUNDED =
                 HV-FX-BID-RATE * (1 - HV-FX-MARGIN-BPS / 10000)
           END-IF.

           COMPUTE WS-BASE-AMT ROUNDED =
              AFX-TXN-AMOUNT * WS-TXN-DEALT-RATE.
           COMPUTE WS-POST-AMT ROUNDED =
              WS-BASE-AMT / WS-ACC-DEALT-RATE.

           MOVE WS-BASE-AMT TO AFX-BASE-AMOUNT.
           MOVE WS-POST-AMT TO AFX-POST-AMOUNT.

       PP999.
           EXIT.

      *
      *    The account holder's FX margin: their CUSTOMER_DATA tier
      *    (the standard 'S' when they have none) priced through the
      *    FX_MARGIN schedule.  No schedule row means no margin.
      *
       GET-CUSTOMER-FX-MARGIN SECTION.
       GCFM010.

           MOVE 'S' TO HV-FX-CUST-TIER.
           MOVE 0   TO HV-FX-MARGIN-BPS.

           EXEC SQL
                SELECT COALESCE(CUST_FX_TIER, 'S')
                INTO   :HV-FX-CUST-TIER
                FROM   CUSTOMER_DATA
                WHERE  CUST_NUMBER = :HV-ACCOUNT-CUST-NO
           END-EXEC.

           IF SQLCODE NOT = 0
              OR HV-FX-CUST-TIER = SPACES
              MOVE 'S' TO HV-FX-CUST-TIER
           END-IF.

           EXEC SQL
                SELECT MARGIN_BPS
                INTO   :HV-FX-MARGIN-BPS
                FROM   FX_MARGIN
                WHERE  MARGIN_TIER = :HV-FX-CUST-TIER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-FX-MARGIN-BPS
           END-IF.

       GCFM999.
           EXIT.

      *
      *    The newest FXRATES row for HV-FX-CURRENCY-CD whose
      *    effective instant has arrived, with the mid standing in
      *    for a side loaded before two-way pricing.  The base
      *    currency is always 1; a currency the store has never
      *    held falls back to the compiled-in FXRATE mid.
      *
       GET-EFFECTIVE-FX-RATE SECTION.
       GER010.

           MOVE 'N' TO WS-RATE-FOUND.

           IF HV-FX-CURRENCY-CD = WS-BASE-CURRENCY
              MOVE 1   TO HV-FX-MID-RATE
              MOVE 1   TO HV-FX-BID-RATE
              MOVE 1   TO HV-FX-OFFER-RATE
              MOVE 'Y' TO WS-RATE-FOUND
              GO TO GER999
           END-IF.

           EXEC SQL
              SELECT RATE_TO_BASE,
                     COALESCE(BID_RATE_TO_BASE, RATE_TO_BASE),
                     COALESCE(OFFER_RATE_TO_BASE, RATE_TO_BASE)
              INTO   :HV-FX-MID-RATE,
                     :HV-FX-BID-RATE,
                     :HV-FX-OFFER-RATE
              FROM   FXRATES
              WHERE  CURRENCY_CD = :HV-FX-CURRENCY-CD
              AND    EFFECTIVE_TS <= CURRENT TIMESTAMP
              ORDER BY EFFECTIVE_TS DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'Y' TO WS-RATE-FOUND
              GO TO GER999
           END-IF.

           SET FX-IDX TO 1.
           SEARCH FX-RATE-ENTRY
              AT END
                 CONTINUE
              WHEN FX-CCY-CODE(FX-IDX) = HV-FX-CURRENCY-CD
                 MOVE FX-RATE-TO-BASE(FX-IDX) TO HV-FX-MID-RATE
                 MOVE FX-RATE-TO-BASE(FX-IDX) TO HV-FX-BID-RATE
                 MOVE FX-RATE-TO-BASE(FX-IDX) TO HV-FX-OFFER-RATE
                 MOVE 'Y' TO WS-RATE-FOUND
           END-SEARCH.

       GER999.
           EXIT.

      *
      *    The bank takes the quoted currency in on a credit and
      *    pays the account's currency out to the customer, and the
      *    other way about on a debit - each non-base currency that
      *    changed hands moves its position by its own amount at
      *    the base value the posting was dealt at.
      *
       MOVE-FX-POSITIONS SECTION.
       MFP010.

           MOVE AFX-SOURCE TO HV-POSN-SOURCE.

           IF WS-TXN-CURRENCY NOT = WS-BASE-CURRENCY
              MOVE WS-TXN-CURRENCY TO HV-POSN-CURRENCY-CD
              MOVE AFX-TXN-AMOUNT  TO HV-POSN-CCY-AMOUNT
              MOVE WS-BASE-AMT     TO HV-POSN-BASE-AMOUNT
              PERFORM POST-FX-POSITION-MOVE
           END-IF.

           IF AFX-RETURN-CD NOT = 0
              GO TO MFP999
           END-IF.

           IF AFX-ACCOUNT-CURRENCY NOT = WS-BASE-CURRENCY
              MOVE AFX-ACCOUNT-CURRENCY TO HV-POSN-CURRENCY-CD
              COMPUTE HV-POSN-CCY-AMOUNT  = 0 - WS-POST-AMT
              COMPUTE HV-POSN-BASE-AMOUNT = 0 - WS-BASE-AMT
              PERFORM POST-FX-POSITION-MOVE
           END-IF.

       MFP999.
           EXIT.

      *
      *    Move one currency's position and journal the movement,
      *    inserting the position row the first time a currency is
      *    seen.
      *
       POST-FX-POSITION-MOVE SECTION.
       PFPM010.

           EXEC SQL
                UPDATE FX_POSITION
                SET    POSN_AMOUNT =
                          POSN_AMOUNT + :HV-POSN-CCY-AMOUNT,
                       POSN_BASE_COST =
                          POSN_BASE_COST + :HV-POSN-BASE-AMOUNT,
                       POSN_LAST_UPDATE = CURRENT DATE
                WHERE  POSN_CURRENCY_CD = :HV-POSN-CURRENCY-CD
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO FX_POSITION
                   ( POSN_CURRENCY_CD, POSN_AMOUNT,
                     POSN_BASE_COST, POSN_LAST_UPDATE )
                   VALUES ( :HV-POSN-CURRENCY-CD, :HV-POSN-CCY-AMOUNT,
                            :HV-POSN-BASE-AMOUNT, CURRENT DATE )
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO AFX-RETURN-CD
              GO TO PFPM999
           END-IF.

           EXEC SQL
                INSERT INTO FX_POSITION_MOVE
                ( PMOV_DATE, PMOV_CURRENCY_CD, PMOV_SOURCE,
                  PMOV_CCY_AMOUNT, PMOV_BASE_AMOUNT )
                VALUES ( CURRENT DATE, :HV-POSN-CURRENCY-CD,
                         :HV-POSN-SOURCE, :HV-POSN-CCY-AMOUNT,
                         :HV-POSN-BASE-AMOUNT )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO AFX-RETURN-CD
           END-IF.

       PFPM999.
           EXIT.
