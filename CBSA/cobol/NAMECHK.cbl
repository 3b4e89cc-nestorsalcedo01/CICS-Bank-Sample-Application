      *    anything is authorized, and warn the payer on a close
      *    match.  Comparison is case-blind; a close match is the
      *    leading name word agreeing when the full names do not.
      *    A jointly held account (ACCOUNT_OWNER) is checked against
      *    every live holder: the payee name may be any one of
      *    them, and the best verdict found is the one returned,
      *    with that holder's registered name beside it.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMECHK.
              INCLUDE ACCDB2
           END-EXEC.

      * Get the ACCOUNT_OWNER DB2 copybook
           EXEC SQL
              INCLUDE OWNDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
          10 HV-ACCOUNT-ACC-NO          PIC X(8).
          10 HV-ACCOUNT-CUST-NO         PIC X(10).

      *    ACCOUNT_OWNER carries the 9-byte account number of the
      *    current schema, so the 8-digit number is padded to it.
       01 HOST-OWNER-ROW.
          10 HV-OWNR-NUMBER             PIC X(9).
          10 HV-OWNR-CUSTOMER           PIC X(10).

       01 WS-ACCTNO-WIDTH-PARMS.
          COPY ACCWIDTH.

      * Declare the CURSOR for the account's other live holders
           EXEC SQL DECLARE NCK-OWNER-CURSOR CURSOR FOR
              SELECT OWNR_CUSTOMER
                     FROM ACCOUNT_OWNER
                     WHERE OWNR_SORTCODE = :HV-ACCOUNT-SORTCODE
                     AND   OWNR_NUMBER   = :HV-OWNR-NUMBER
                     AND   OWNR_STATUS   = 'A'
                     AND   OWNR_CUSTOMER <> :HV-ACCOUNT-CUST-NO
                     FOR FETCH ONLY
           END-EXEC.

      *    The CUSTOMER record as held on the CUSTOMER VSAM file -
      *    the same layout BNK1DCM reads.
       01 CUSTOMER-RECORD.
       01 WS-REGISTERED-FOLDED          PIC X(60).
       01 WS-SUPPLIED-WORD              PIC X(60).
       01 WS-REGISTERED-WORD            PIC X(60).
       01 WS-NAME-RESULT                PIC X(1).
       01 WS-FOLD-LOWER                 PIC X(26) VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01 WS-FOLD-UPPER                 PIC X(26) VALUE
           PERFORM FIND-ACCOUNT-HOLDER.

           PERFORM COMPARE-NAMES.
           MOVE WS-NAME-RESULT TO NCK-RESULT.

           IF NCK-RESULT NOT = 'M'
              PERFORM CHECK-JOINT-HOLDERS
           END-IF.

           PERFORM GET-ME-OUT-OF-HERE.

              CONVERTING WS-FOLD-LOWER TO WS-FOLD-UPPER.

           IF WS-SUPPLIED-FOLDED = WS-REGISTERED-FOLDED
              MOVE 'M' TO WS-NAME-RESULT
              GO TO CN999
           END-IF.


           IF WS-SUPPLIED-WORD NOT = SPACES
              AND WS-SUPPLIED-WORD = WS-REGISTERED-WORD
              MOVE 'C' TO WS-NAME-RESULT
           ELSE
              MOVE 'N' TO WS-NAME-RESULT
           END-IF.

       CN999.
           EXIT.

      *
      *    The payee name against each other live holder of a
      *    jointly held account, stopping at the first exact match.
      *    A better verdict than the one standing replaces it, with
      *    that holder's name as the registered name; a holder
      *    whose CUSTOMER record cannot be read is passed over
      *    rather than spoiling the verdict already formed.
      *
       CHECK-JOINT-HOLDERS SECTION.
       CJH010.

           COMPUTE WS-ACCTNO-PAD-LEN =
              LENGTH OF HV-OWNR-NUMBER
                 - LENGTH OF HV-ACCOUNT-ACC-NO.

           MOVE SPACES TO HV-OWNR-NUMBER.
           STRING WS-ACCTNO-ZERO-PAD(1:WS-ACCTNO-PAD-LEN)
                     DELIMITED BY SIZE,
                  HV-ACCOUNT-ACC-NO DELIMITED BY SIZE
                  INTO HV-OWNR-NUMBER
           END-STRING.

           EXEC SQL OPEN
              NCK-OWNER-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO CJH999
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0
              OR NCK-RESULT = 'M'

              EXEC SQL FETCH FROM NCK-OWNER-CURSOR
                 INTO :HV-OWNR-CUSTOMER
              END-EXEC

              IF SQLCODE = 0
                 PERFORM CHECK-ONE-HOLDER
              END-IF

           END-PERFORM.

           EXEC SQL CLOSE
              NCK-OWNER-CURSOR
           END-EXEC.

       CJH999.
           EXIT.

       CHECK-ONE-HOLDER SECTION.
       COH010.

           MOVE NCK-SORTCODE     TO WS-RID-SORTCODE.
           MOVE HV-OWNR-CUSTOMER TO WS-RID-CUST-NO.

           EXEC CICS READ FILE('CUSTOMER')
              INTO(CUSTOMER-RECORD)
              RIDFLD(WS-CUST-RID)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              GO TO COH999
           END-IF.

           PERFORM COMPARE-NAMES.

           IF WS-NAME-RESULT = 'M'
              OR (WS-NAME-RESULT = 'C' AND NCK-RESULT = 'N')
              MOVE WS-NAME-RESULT TO NCK-RESULT
              MOVE CUSTOMER-NAME  TO NCK-REGISTERED-NAME
           END-IF.

       COH999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.

