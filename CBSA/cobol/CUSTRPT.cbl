      *              One 'A' line per account (type, balances,        *
      *              overdraft limit, live-consent flag) under each   *
      *              customer, closed by the customer's 'T' total-    *
      *              position line.  A jointly held account           *
      *              (ACCOUNT_OWNER) is reported under every live     *
      *              holder, flagged 'J' in the holding column.       *
      *                                                                *
      * Output: The populated report file CUSTRPT                      *
      *                                                                *
           05 RPT-CONSENT-FLAG              PIC X(1).
           05 FILLER                        PIC X    VALUE SPACE.
           05 RPT-CUSTOMER-NAME             PIC X(40).
           05 FILLER                        PIC X    VALUE SPACE.
           05 RPT-HOLDING                   PIC X(1).

      *****************************************************************
      *** Working storage                                           ***
              INCLUDE CONSTDB2
           END-EXEC.

      * Get the ACCOUNT_OWNER DB2 copybook
           EXEC SQL
              INCLUDE OWNDB2
           END-EXEC.

      * Get the CUSTOMER_DATA DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2

       01 HV-CONSENT-DEBIT-AC           PIC X(16).
       01 HV-LIVE-CONSENT-COUNT         PIC S9(8) COMP.
       01 HV-LIVE-HOLDER-COUNT          PIC S9(8) COMP.

      *    Every account under its ACCOUNT_CUSTOMER_NUMBER, and
      *    again under each other live joint holder, with the
      *    account's live holder count for the holding flag.
           EXEC SQL DECLARE CRPT-CURSOR CURSOR FOR
              SELECT A.ACCOUNT_CUSTOMER_NUMBER,
                     A.ACCOUNT_SORTCODE,
                     A.ACCOUNT_NUMBER,
                     A.ACCOUNT_TYPE,
                     A.ACCOUNT_OVERDRAFT_LIMIT,
                     A.ACCOUNT_ACTUAL_BALANCE,
                     (SELECT COUNT(*)
                        FROM ACCOUNT_OWNER H
                        WHERE H.OWNR_SORTCODE = A.ACCOUNT_SORTCODE
                        AND   H.OWNR_NUMBER   = A.ACCOUNT_NUMBER
                        AND   H.OWNR_STATUS   = 'A')
                     FROM ACCOUNT A
              UNION ALL
              SELECT O.OWNR_CUSTOMER,
                     A.ACCOUNT_SORTCODE,
                     A.ACCOUNT_NUMBER,
                     A.ACCOUNT_TYPE,
                     A.ACCOUNT_OVERDRAFT_LIMIT,
                     A.ACCOUNT_ACTUAL_BALANCE,
                     (SELECT COUNT(*)
                        FROM ACCOUNT_OWNER H
                        WHERE H.OWNR_SORTCODE = A.ACCOUNT_SORTCODE
                        AND   H.OWNR_NUMBER   = A.ACCOUNT_NUMBER
                        AND   H.OWNR_STATUS   = 'A')
                     FROM ACCOUNT A, ACCOUNT_OWNER O
                     WHERE O.OWNR_SORTCODE = A.ACCOUNT_SORTCODE
                     AND   O.OWNR_NUMBER   = A.ACCOUNT_NUMBER
                     AND   O.OWNR_STATUS   = 'A'
                     AND   O.OWNR_CUSTOMER <> A.ACCOUNT_CUSTOMER_NUMBER
                     ORDER BY 1, 2, 3
                     FOR FETCH ONLY
           END-EXEC.

                      :HV-ACCOUNT-NUMBER,
                      :HV-ACCOUNT-TYPE,
                      :HV-ACCOUNT-OVERDRAFT-LIM,
                      :HV-ACCOUNT-ACTUAL-BAL,
                      :HV-LIVE-HOLDER-COUNT
              END-EXEC

              IF SQLCODE = +100
           MOVE HV-ACCOUNT-TYPE         TO RPT-ACCOUNT-TYPE.
           MOVE HV-ACCOUNT-ACTUAL-BAL   TO RPT-ACTUAL-BALANCE.
           MOVE HV-ACCOUNT-OVERDRAFT-LIM TO RPT-OVERDRAFT-LIMIT.
           MOVE SPACES                  TO RPT-CUSTOMER-NAME.

           IF HV-LIVE-HOLDER-COUNT > 1
              MOVE 'J'                  TO RPT-HOLDING
           ELSE
              MOVE 'S'                  TO RPT-HOLDING
           END-IF.

           MOVE SPACES TO HV-CONSENT-DEBIT-AC.
           MOVE HV-ACCOUNT-SORTCODE
           MOVE WS-CUSTOMER-TOTAL   TO RPT-ACTUAL-BALANCE.
           MOVE 0                   TO RPT-OVERDRAFT-LIMIT.
           MOVE SPACE               TO RPT-CONSENT-FLAG.
           MOVE SPACE               TO RPT-HOLDING.

      *
      *    The customer's name from the standing-data store, so the
