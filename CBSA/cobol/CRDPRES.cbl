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
      * Title: CRDPRES                                                 *
      *                                                                *
      *                                                                *
      * Description: Card scheme presentment.  Takes the scheme's      *
      *              daily clearing file and settles each item on the  *
      *              cardholder's account.  The file is proven against *
      *              its trailer before anything is posted - a file    *
      *              that does not prove is refused whole.  A          *
      *              presentment is matched to its authorization's     *
      *              ACCT_HOLD row by HOLD_REFERENCE: the hold is      *
      *              captured for the presented amount, any part of it *
      *              not presented goes back to the available balance, *
      *              and a 'CRD' debit is posted.  A presentment with  *
      *              no active hold - a force post, or one arriving    *
      *              after HOLDEXP expired the hold - is posted        *
      *              against the available balance as it stands and    *
      *              reported.  A refund is posted as a 'CRD' credit.  *
      *              Items settle in sterling and are priced through   *
      *              ACCFXCNV into the cardholder account's currency.  *
      *              Each item is committed on its own, and an item    *
      *              already on the ledger under its scheme reference  *
      *              is not posted twice.                              *
      *                                                                *
      * Input:  The scheme clearing file CRDPIN                        *
      * Output: The presentment report CRDPRPT                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDPRES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRD-IN-FILE
                  ASSIGN TO CRDPIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS IN-FILE-STATUS.

           SELECT CRD-RPT-FILE
                  ASSIGN TO CRDPRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    The scheme clearing file: an 'H' header, one 'D' per
      *    item and a 'T' trailer carrying the item count and the
      *    presentment and refund totals the file must prove to.
      *    CRD-ITEM-TYPE 'P' presentment (a debit to the
      *    cardholder), 'R' refund (a credit).  CRD-ITEM-REF is the
      *    scheme's reference for the item, carried on the ledger
      *    entry; CRD-HOLD-REF is the authorization reference the
      *    hold was placed under.
       FD  CRD-IN-FILE.
       01  CRD-IN-RECORD.
           05 CRD-REC-TYPE                  PIC X(1).
           05 CRD-REC-BODY                  PIC X(99).
       01  CRD-HEADER-RECORD.
           05 FILLER                        PIC X(1).
           05 CRH-FILE-DATE                 PIC X(10).
           05 CRH-FILE-ID                   PIC X(12).
           05 FILLER                        PIC X(77).
       01  CRD-DETAIL-RECORD.
           05 FILLER                        PIC X(1).
           05 CRD-ITEM-TYPE                 PIC X(1).
           05 CRD-ITEM-REF                  PIC X(12).
           05 CRD-SORTCODE                  PIC X(6).
           05 CRD-NUMBER                    PIC X(9).
           05 CRD-HOLD-REF                  PIC X(20).
           05 CRD-AMOUNT                    PIC 9(10)V99.
           05 CRD-TRAN-DATE                 PIC X(10).
           05 CRD-MERCHANT                  PIC X(25).
           05 FILLER                        PIC X(4).
       01  CRD-TRAILER-RECORD.
           05 FILLER                        PIC X(1).
           05 CRT-ITEM-COUNT                PIC 9(8).
           05 CRT-PRESENT-TOTAL             PIC 9(13)V99.
           05 CRT-REFUND-TOTAL              PIC 9(13)V99.
           05 FILLER                        PIC X(61).

       FD  CRD-RPT-FILE.
       01  CRD-RPT-RECORD.
           05 RPT-OUTCOME                PIC X(12).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-ITEM-REF               PIC X(12).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-SORTCODE               PIC X(6).
           05 FILLER                     PIC X(1) VALUE '/'.
           05 RPT-NUMBER                 PIC X(9).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-AMOUNT                 PIC -(9)9.99.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-HOLD-AMOUNT            PIC -(9)9.99.
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

      * Get the ACCT_HOLD DB2 copybook
           EXEC SQL
              INCLUDE HOLDDB2
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
                ACCOUNT_ACTUAL_BALANCE         DECIMAL(10, 2) )
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * The hold an item is matched to
       01 HOST-HOLD-ROW.
          03 HV-HOLD-ID                    PIC S9(9) COMP.
          03 HV-HOLD-SORTCODE              PIC X(6).
          03 HV-HOLD-NUMBER                PIC X(9).
          03 HV-HOLD-AMOUNT                PIC S9(10)V99 COMP-3.
          03 HV-HOLD-REFERENCE             PIC X(20).
          03 HV-HOLD-STATUS                PIC X(1).

       01 HV-TODAY                         PIC X(10).
       01 HV-NOW                           PIC X(26).
       01 HV-POST-TIME                     PIC X(6).
       01 HV-POST-SORTCODE                 PIC X(6).
       01 HV-POST-NUMBER                   PIC X(9).
       01 HV-POST-REF                      PIC X(12).
       01 HV-POST-DESC                     PIC X(40).
       01 HV-POST-AMOUNT                   PIC S9(10)V99 COMP-3.
       01 HV-AVAILABLE-MOVE                PIC S9(10)V99 COMP-3.
       01 HV-AVAILABLE-BALANCE             PIC S9(10)V99 COMP-3.
       01 HV-ROW-COUNT                     PIC S9(9) COMP.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

      *    Scheme items settle in sterling; ACCFXCNV prices one
      *    against a currency account into the account's own
      *    currency and moves the FX position the conversion
      *    creates.  The file proof stays in sterling.
       01 WS-ACCFXCNV-PGM                PIC X(8) VALUE 'ACCFXCNV'.
       01 WS-ACCFXCNV-PARMS.
           COPY ACCFXCNV.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  IN-FILE-STATUS                PIC XX.
       01  RPT-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.
       01  WS-HEADER-SEEN                PIC X VALUE 'N'.
       01  WS-TRAILER-SEEN               PIC X VALUE 'N'.
       01  WS-FILE-PROVEN                PIC X VALUE 'Y'.
       01  WS-FILE-ID                    PIC X(12) VALUE SPACES.

      *    The file's own figures, counted on the proving pass.
       01  WS-PROOF-ITEM-COUNT           PIC 9(8) VALUE 0.
       01  WS-PROOF-PRESENT-TOTAL        PIC 9(13)V99 VALUE 0.
       01  WS-PROOF-REFUND-TOTAL         PIC 9(13)V99 VALUE 0.

      *    What the trailer says they should be.
       01  WS-TRAILER-ITEM-COUNT         PIC 9(8) VALUE 0.
       01  WS-TRAILER-PRESENT-TOTAL      PIC 9(13)V99 VALUE 0.
       01  WS-TRAILER-REFUND-TOTAL       PIC 9(13)V99 VALUE 0.

       01  NUMBER-OF-ITEMS-CAPTURED      PIC 9(8) VALUE 0.
       01  NUMBER-OF-ITEMS-FORCED        PIC 9(8) VALUE 0.
       01  NUMBER-OF-REFUNDS-POSTED      PIC 9(8) VALUE 0.
       01  NUMBER-OF-ITEMS-REJECTED      PIC 9(8) VALUE 0.
       01  WS-AMOUNT-RELEASED            PIC S9(13)V99 COMP-3
                                         VALUE 0.

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
                      'CRDPRES. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-NOW(12:2) TO HV-POST-TIME(1:2).
           MOVE HV-NOW(15:2) TO HV-POST-TIME(3:2).
           MOVE HV-NOW(18:2) TO HV-POST-TIME(5:2).

           PERFORM PROVE-CLEARING-FILE.

           OPEN OUTPUT CRD-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the CRDPRPT report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT CRD-IN-FILE.
           IF IN-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the CRDPIN clearing file, '
                      ' status=' IN-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM SETTLE-ONE-ITEM UNTIL WS-EOF = 'Y'.

           CLOSE CRD-IN-FILE.
           CLOSE CRD-RPT-FILE.

           DISPLAY 'CRDPRES file ' WS-FILE-ID ' - '
                   WS-PROOF-ITEM-COUNT ' item(s): '
                   NUMBER-OF-ITEMS-CAPTURED ' captured, '
                   NUMBER-OF-ITEMS-FORCED ' force posted, '
                   NUMBER-OF-REFUNDS-POSTED ' refunded, '
                   NUMBER-OF-ITEMS-REJECTED ' rejected.'.

           IF NUMBER-OF-ITEMS-FORCED > 0
              OR NUMBER-OF-ITEMS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    First pass: the file must start with its header, end
      *    with its trailer, and its items must add up to what the
      *    trailer says, before a single item is settled.
      *
       PROVE-CLEARING-FILE SECTION.
       PCF010.

           OPEN INPUT CRD-IN-FILE.
           IF IN-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the CRDPIN clearing file, '
                      ' status=' IN-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM PROVE-ONE-RECORD UNTIL WS-EOF = 'Y'.

           CLOSE CRD-IN-FILE.

           IF WS-HEADER-SEEN = 'N' OR WS-TRAILER-SEEN = 'N'
              MOVE 'N' TO WS-FILE-PROVEN
              DISPLAY 'CRDPRES clearing file has no header or no '
                      'trailer'
           ELSE
              IF WS-TRAILER-ITEM-COUNT NOT = WS-PROOF-ITEM-COUNT
                 OR WS-TRAILER-PRESENT-TOTAL
                                      NOT = WS-PROOF-PRESENT-TOTAL
                 OR WS-TRAILER-REFUND-TOTAL
                                      NOT = WS-PROOF-REFUND-TOTAL
                 MOVE 'N' TO WS-FILE-PROVEN
                 DISPLAY 'CRDPRES clearing file ' WS-FILE-ID
                         ' does not prove to its trailer:'
                 DISPLAY '   items       ' WS-PROOF-ITEM-COUNT
                         ' trailer ' WS-TRAILER-ITEM-COUNT
                 DISPLAY '   presentments ' WS-PROOF-PRESENT-TOTAL
                         ' trailer ' WS-TRAILER-PRESENT-TOTAL
                 DISPLAY '   refunds      ' WS-PROOF-REFUND-TOTAL
                         ' trailer ' WS-TRAILER-REFUND-TOTAL
              END-IF
           END-IF.

           IF WS-FILE-PROVEN = 'N'
              DISPLAY 'CRDPRES clearing file refused - nothing posted'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       PCF999.
           EXIT.

       PROVE-ONE-RECORD SECTION.
       POR010.

           READ CRD-IN-FILE.

           IF IN-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
              GO TO POR999
           END-IF.

           IF IN-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error reading the CRDPIN clearing file, '
                      ' status=' IN-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF WS-TRAILER-SEEN = 'Y'
              MOVE 'N' TO WS-FILE-PROVEN
              DISPLAY 'CRDPRES records found after the trailer'
              GO TO POR999
           END-IF.

           EVALUATE CRD-REC-TYPE
              WHEN 'H'
                 IF WS-HEADER-SEEN = 'Y'
                    OR WS-PROOF-ITEM-COUNT > 0
                    MOVE 'N' TO WS-FILE-PROVEN
                 END-IF
                 MOVE 'Y' TO WS-HEADER-SEEN
                 MOVE CRH-FILE-ID TO WS-FILE-ID
              WHEN 'D'
                 ADD 1 TO WS-PROOF-ITEM-COUNT
                 IF CRD-AMOUNT IS NOT NUMERIC
                    MOVE 'N' TO WS-FILE-PROVEN
                    DISPLAY 'CRDPRES item ' CRD-ITEM-REF
                            ' has no valid amount'
                 ELSE
                    IF CRD-ITEM-TYPE = 'R'
                       ADD CRD-AMOUNT TO WS-PROOF-REFUND-TOTAL
                    ELSE
                       ADD CRD-AMOUNT TO WS-PROOF-PRESENT-TOTAL
                    END-IF
                 END-IF
              WHEN 'T'
                 MOVE 'Y' TO WS-TRAILER-SEEN
                 MOVE CRT-ITEM-COUNT    TO WS-TRAILER-ITEM-COUNT
                 MOVE CRT-PRESENT-TOTAL TO WS-TRAILER-PRESENT-TOTAL
                 MOVE CRT-REFUND-TOTAL  TO WS-TRAILER-REFUND-TOTAL
              WHEN OTHER
                 MOVE 'N' TO WS-FILE-PROVEN
                 DISPLAY 'CRDPRES unknown record type '
                         CRD-REC-TYPE ' in the clearing file'
           END-EVALUATE.

       POR999.
           EXIT.

      *
      *    Second pass: settle each item, each in its own unit of
      *    work.
      *
       SETTLE-ONE-ITEM SECTION.
       SOI010.

           READ CRD-IN-FILE.

           IF IN-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
              GO TO SOI999
           END-IF.

           IF IN-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error reading the CRDPIN clearing file, '
                      ' status=' IN-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF CRD-REC-TYPE NOT = 'D'
              GO TO SOI999
           END-IF.

           MOVE SPACES          TO CRD-RPT-RECORD.
           MOVE CRD-ITEM-REF    TO RPT-ITEM-REF.
           MOVE CRD-SORTCODE    TO RPT-SORTCODE.
           MOVE CRD-NUMBER      TO RPT-NUMBER.
           MOVE CRD-AMOUNT      TO RPT-AMOUNT.
           MOVE 0               TO RPT-HOLD-AMOUNT.

           IF CRD-ITEM-TYPE NOT = 'P' AND CRD-ITEM-TYPE NOT = 'R'
              MOVE 'UNKNOWN ITEM TYPE' TO RPT-REASON
              PERFORM REJECT-ITEM
              GO TO SOI999
           END-IF.

           MOVE CRD-SORTCODE TO HV-POST-SORTCODE.
           MOVE CRD-NUMBER   TO HV-POST-NUMBER.
           MOVE CRD-ITEM-REF TO HV-POST-REF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-ROW-COUNT
              FROM   ACCOUNT
              WHERE  ACCOUNT_SORTCODE = :HV-POST-SORTCODE
              AND    ACCOUNT_NUMBER   = :HV-POST-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-ROW-COUNT = 0
              MOVE 'ACCOUNT NOT ON FILE' TO RPT-REASON
              PERFORM REJECT-ITEM
              GO TO SOI999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-ROW-COUNT
              FROM   PROCTRAN
              WHERE  PROCTRAN_SORTCODE = :HV-POST-SORTCODE
              AND    PROCTRAN_NUMBER   = :HV-POST-NUMBER
              AND    PROCTRAN_TYPE     = 'CRD'
              AND    PROCTRAN_REF      = :HV-POST-REF
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-ROW-COUNT > 0
              MOVE 'ALREADY POSTED UNDER THIS REFERENCE'
                 TO RPT-REASON
              PERFORM REJECT-ITEM
              GO TO SOI999
           END-IF.

           MOVE 'P'                TO AFX-REQUEST.
           MOVE HV-POST-SORTCODE   TO AFX-SORTCODE.
           MOVE HV-POST-NUMBER     TO AFX-NUMBER.
           MOVE 'GBP'              TO AFX-TXN-CURRENCY.
           IF CRD-ITEM-TYPE = 'R'
              MOVE CRD-AMOUNT      TO AFX-TXN-AMOUNT
           ELSE
              COMPUTE AFX-TXN-AMOUNT = 0 - CRD-AMOUNT
           END-IF.
           MOVE 'CRDPRES'          TO AFX-SOURCE.
           CALL WS-ACCFXCNV-PGM USING WS-ACCFXCNV-PARMS.

           EVALUATE AFX-RETURN-CD
              WHEN 0
                 MOVE AFX-POST-AMOUNT TO HV-POST-AMOUNT
              WHEN 8
                 MOVE 'NO FX RATE FOR ACCOUNT CURRENCY'
                    TO RPT-REASON
                 PERFORM REJECT-ITEM
                 GO TO SOI999
              WHEN OTHER
                 MOVE AFX-RETURN-CD TO WS-SQLCODE-DISPLAY
                 DISPLAY 'CRDPRES unable to convert item '
                         CRD-ITEM-REF ', RC=' WS-SQLCODE-DISPLAY
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
           END-EVALUATE.

           MOVE SPACES TO HV-POST-DESC.
           STRING 'CARD ' DELIMITED BY SIZE,
                  CRD-MERCHANT DELIMITED BY SIZE
                  INTO HV-POST-DESC
           END-STRING.

           IF CRD-ITEM-TYPE = 'R'
              PERFORM POST-CARD-REFUND
           ELSE
              PERFORM POST-PRESENTMENT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           PERFORM WRITE-REPORT-LINE.

       SOI999.
           EXIT.

      *
      *    A refund: a straight credit, available and actual alike,
      *    in the account's currency as priced.
      *
       POST-CARD-REFUND SECTION.
       PCR010.

           MOVE HV-POST-AMOUNT TO HV-AVAILABLE-MOVE.
           PERFORM POST-CARD-ENTRY.

           ADD 1 TO NUMBER-OF-REFUNDS-POSTED.
           MOVE 'REFUNDED' TO RPT-OUTCOME.

       PCR999.
           EXIT.

      *
      *    A presentment: captured against its active hold when it
      *    has one.  The hold already took its amount off the
      *    available balance, so available moves only by the
      *    difference - back up by what was held and not presented,
      *    down by any excess presented over the hold.  With no
      *    active hold the whole amount comes off available now.
      *    HV-POST-AMOUNT is the debit already priced into the
      *    account's currency, the currency the hold is held in.
      *
       POST-PRESENTMENT SECTION.
       PPR010.

           MOVE CRD-HOLD-REF TO HV-HOLD-REFERENCE.
           MOVE SPACES       TO HV-HOLD-STATUS.
           MOVE 0            TO HV-HOLD-AMOUNT.

           IF CRD-HOLD-REF NOT = SPACES
              EXEC SQL
                   SELECT HOLD_ID,
                          HOLD_AMOUNT,
                          HOLD_STATUS
                   INTO   :HV-HOLD-ID,
                          :HV-HOLD-AMOUNT,
                          :HV-HOLD-STATUS
                   FROM   ACCT_HOLD
                   WHERE  HOLD_SORTCODE  = :HV-POST-SORTCODE
                   AND    HOLD_NUMBER    = :HV-POST-NUMBER
                   AND    HOLD_REFERENCE = :HV-HOLD-REFERENCE
                   ORDER BY CASE HOLD_STATUS WHEN 'A' THEN 0
                                             ELSE 1 END,
                            HOLD_PLACED_TS DESC
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SPACES TO HV-HOLD-STATUS
                 MOVE 0      TO HV-HOLD-AMOUNT
              END-IF
           END-IF.

           IF HV-HOLD-STATUS = 'A'
              EXEC SQL
                   UPDATE ACCT_HOLD
                   SET    HOLD_STATUS      = 'C',
                          HOLD_STATUS_DATE = :HV-TODAY
                   WHERE  HOLD_ID     = :HV-HOLD-ID
                   AND    HOLD_STATUS = 'A'
              END-EXEC
              IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
                 MOVE SPACES TO HV-HOLD-STATUS
              END-IF
           END-IF.

           IF HV-HOLD-STATUS = 'A'
              COMPUTE HV-AVAILABLE-MOVE =
                 HV-HOLD-AMOUNT + HV-POST-AMOUNT
              MOVE HV-HOLD-AMOUNT TO RPT-HOLD-AMOUNT
              ADD 1 TO NUMBER-OF-ITEMS-CAPTURED
              EVALUATE TRUE
                 WHEN HV-AVAILABLE-MOVE > 0
                    MOVE 'CAPTURED'  TO RPT-OUTCOME
                    MOVE 'BALANCE OF HOLD RELEASED' TO RPT-REASON
                    ADD HV-AVAILABLE-MOVE TO WS-AMOUNT-RELEASED
                 WHEN HV-AVAILABLE-MOVE < 0
                    MOVE 'CAPTURED'  TO RPT-OUTCOME
                    MOVE 'PRESENTED OVER THE HOLD' TO RPT-REASON
                 WHEN OTHER
                    MOVE 'CAPTURED'  TO RPT-OUTCOME
              END-EVALUATE
           ELSE
              MOVE HV-POST-AMOUNT TO HV-AVAILABLE-MOVE
              ADD 1 TO NUMBER-OF-ITEMS-FORCED
              MOVE 'FORCE POST'     TO RPT-OUTCOME
              EVALUATE HV-HOLD-STATUS
                 WHEN 'E'
                    MOVE 'HOLD HAD EXPIRED' TO RPT-REASON
                 WHEN 'C'
                    MOVE 'HOLD ALREADY CAPTURED' TO RPT-REASON
                 WHEN 'R'
                    MOVE 'HOLD HAD BEEN RELEASED' TO RPT-REASON
                 WHEN OTHER
                    MOVE 'NO AUTHORIZATION HOLD' TO RPT-REASON
              END-EVALUATE
           END-IF.

           PERFORM POST-CARD-ENTRY.

           IF RPT-OUTCOME = 'FORCE POST'
              EXEC SQL
                   SELECT ACCOUNT_AVAILABLE_BALANCE
                   INTO   :HV-AVAILABLE-BALANCE
                   FROM   ACCOUNT
                   WHERE  ACCOUNT_SORTCODE = :HV-POST-SORTCODE
                   AND    ACCOUNT_NUMBER   = :HV-POST-NUMBER
              END-EXEC
              IF SQLCODE = 0 AND HV-AVAILABLE-BALANCE < 0
                 MOVE '- OVERDRAWN' TO RPT-REASON(24:11)
              END-IF
           END-IF.

       PPR999.
           EXIT.

      *
      *    The 'CRD' ledger entry and the balance moves that go
      *    with it.
      *
       POST-CARD-ENTRY SECTION.
       PCE010.

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
                  :HV-POST-REF            ,
                  'CRD'                   ,
                  :HV-POST-DESC           ,
                  :HV-POST-AMOUNT         ,
                  0                       ,
                  '000000000'
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CRDPRES failure inserting PROCTRAN for item '
                      CRD-ITEM-REF ', SQLCODE=' WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'CRD'          TO PCT-TYPE.
           MOVE HV-POST-AMOUNT TO PCT-AMOUNT.
           PERFORM REGISTER-POSTING-CONTROL.

           EXEC SQL
                UPDATE ACCOUNT
                SET    ACCOUNT_ACTUAL_BALANCE =
                          ACCOUNT_ACTUAL_BALANCE + :HV-POST-AMOUNT,
                       ACCOUNT_AVAILABLE_BALANCE =
                          ACCOUNT_AVAILABLE_BALANCE
                             + :HV-AVAILABLE-MOVE
                WHERE  ACCOUNT_SORTCODE = :HV-POST-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-POST-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CRDPRES failure updating ACCOUNT '
                      HV-POST-SORTCODE '/' HV-POST-NUMBER
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       PCE999.
           EXIT.

       REJECT-ITEM SECTION.
       RJI010.

           ADD 1 TO NUMBER-OF-ITEMS-REJECTED.
           MOVE 'REJECTED' TO RPT-OUTCOME.
           PERFORM WRITE-REPORT-LINE.

       RJI999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           WRITE CRD-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the CRDPRPT report file, '
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

           MOVE 'CRDPRES'  TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'CRDPRES unable to claim a ledger posting, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RPC999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
