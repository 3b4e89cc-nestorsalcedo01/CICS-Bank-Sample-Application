      *    relationship position - so a teller (or CREDORCH's
      *    callers, wanting a balance view beside a score) asks one
      *    question instead of enquiring account by account.
      *    Jointly held accounts (ACCOUNT_OWNER) appear under every
      *    live holder, not just the primary, flagged 'J' in
      *    CSM-AE-HOLDING; each counts in full towards the holder's
      *    total position, since any one of them may draw on it.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSUM.
                ACCOUNT_ACTUAL_BALANCE         DECIMAL(10, 2) )
           END-EXEC.

      * Get the ACCOUNT_OWNER DB2 copybook
           EXEC SQL
              INCLUDE OWNDB2
           END-EXEC.

      * Get the CONSENT DB2 copybook
           EXEC SQL
              INCLUDE CONSTDB2
      *    number digits, the shape CONSENT stores.
       01 HV-CONSENT-DEBIT-AC           PIC X(16).
       01 HV-LIVE-CONSENT-COUNT         PIC S9(8) COMP.
       01 HV-LIVE-HOLDER-COUNT          PIC S9(8) COMP.

      * Declare the CURSOR for the customer's accounts - those
      * held under the customer number and those the customer is a
      * live joint holder of, with each account's live holder count
           EXEC SQL DECLARE CSUM-CURSOR CURSOR FOR
              SELECT A.ACCOUNT_SORTCODE,
                     A.ACCOUNT_NUMBER,
                     A.ACCOUNT_TYPE,
                     A.ACCOUNT_OVERDRAFT_LIMIT,
                     A.ACCOUNT_AVAILABLE_BALANCE,
                     A.ACCOUNT_ACTUAL_BALANCE,
                     (SELECT COUNT(*)
                        FROM ACCOUNT_OWNER H
                        WHERE H.OWNR_SORTCODE = A.ACCOUNT_SORTCODE
                        AND   H.OWNR_NUMBER   = A.ACCOUNT_NUMBER
                        AND   H.OWNR_STATUS   = 'A')
                     FROM ACCOUNT A
                     WHERE A.ACCOUNT_CUSTOMER_NUMBER
                              = :HV-ACCOUNT-CUST-NO
                     OR EXISTS
                        (SELECT 1
                           FROM ACCOUNT_OWNER O
                           WHERE O.OWNR_SORTCODE = A.ACCOUNT_SORTCODE
                           AND   O.OWNR_NUMBER   = A.ACCOUNT_NUMBER
                           AND   O.OWNR_CUSTOMER = :HV-ACCOUNT-CUST-NO
                           AND   O.OWNR_STATUS   = 'A')
                     ORDER BY 1, 2
                     FOR FETCH ONLY
           END-EXEC.

                      :HV-ACCOUNT-TYPE,
                      :HV-ACCOUNT-OVERDRAFT-LIM,
                      :HV-ACCOUNT-AVAIL-BAL,
                      :HV-ACCOUNT-ACTUAL-BAL,
                      :HV-LIVE-HOLDER-COUNT
              END-EXEC

              IF SQLCODE = 0
           MOVE HV-ACCOUNT-OVERDRAFT-LIM
              TO CSM-AE-OVERDRAFT-LIMIT (CSM-ACCOUNT-COUNT).

           IF HV-LIVE-HOLDER-COUNT > 1
              MOVE 'J' TO CSM-AE-HOLDING (CSM-ACCOUNT-COUNT)
           ELSE
              MOVE 'S' TO CSM-AE-HOLDING (CSM-ACCOUNT-COUNT)
           END-IF.

           ADD HV-ACCOUNT-ACTUAL-BAL TO CSM-TOTAL-POSITION.

      *
