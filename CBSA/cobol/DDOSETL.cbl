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
      * Title: DDOSETL                                                 *
      *                                                                *
      *                                                                *
      * Description: Daily settlement of the direct debits our         *
      *              originators have collected.  First applies the    *
      *              scheme's unpaid-collection report: a collection   *
      *              the payer's bank would not pay is marked unpaid   *
      *              on DD_ORIG_COLL and, when the originator has      *
      *              already been credited for it, debited back from   *
      *              them as a 'DDU' PROCTRAN entry.  Then credits     *
      *              each originator, as a 'DDO' PROCTRAN entry, for   *
      *              every submitted collection that has reached its   *
      *              due date and has not come back unpaid.  Every     *
      *              outcome goes to the originators' results file in  *
      *              DDOSUB's (DPAYBCH's) layout, each record naming   *
      *              its originator.  Each collection is committed on  *
      *              its own; its status on DD_ORIG_COLL is what stops *
      *              a rerun crediting or debiting it twice.  DDORLOAD *
      *              and DDOSUB hold every originator to a sterling    *
      *              account, so amounts post as collected.            *
      *                                                                *
      * Input:  The scheme's unpaid-collection report DDOUNP           *
      * Output: The originators' results file DDOTRES                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDOSETL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNPAID-FILE
                  ASSIGN TO DDOUNP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS UNP-FILE-STATUS.

      *    Per-collection outcomes for the originators.
           SELECT RESULTS-FILE
                  ASSIGN TO DDOTRES
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RES-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    One collection the payer's bank returned unpaid, quoting
      *    the collection id DDOSUB put on the outbound file.
       FD  UNPAID-FILE.
       01  UNPAID-RECORD.
           05 UNP-COLLECTION-ID             PIC 9(9).
           05 UNP-SUN                       PIC X(6).
           05 UNP-PAYER-SORTCODE            PIC X(6).
           05 UNP-PAYER-ACCOUNT             PIC X(8).
           05 UNP-REFERENCE                 PIC X(18).
           05 UNP-AMOUNT                    PIC 9(10)V99.
           05 UNP-REASON                    PIC X(4).

      *    RES-STATUS: PAID credited to the originator, UNPD
      *    returned unpaid by the payer's bank, RJCT an unpaid line
      *    or settlement that could not be applied.
       FD  RESULTS-FILE.
       01  RESULT-RECORD.
           05 RES-INSTR-SEQ               PIC 9(8).
           05 FILLER                      PIC X    VALUE SPACE.
           05 RES-SUN                     PIC X(6).
           05 FILLER                      PIC X    VALUE SPACE.
           05 RES-PAYER-AC                PIC X(14).
           05 FILLER                      PIC X    VALUE SPACE.
           05 RES-CREDIT-AC               PIC X(15).
           05 FILLER                      PIC X    VALUE SPACE.
           05 RES-AMOUNT                  PIC -(9)9.99.
           05 FILLER                      PIC X    VALUE SPACE.
           05 RES-COLLECTION-ID           PIC 9(9).
           05 FILLER                      PIC X    VALUE SPACE.
           05 RES-REFERENCE               PIC X(18).
           05 FILLER                      PIC X    VALUE SPACE.
           05 RES-STATUS                  PIC X(4).
           05 FILLER                      PIC X    VALUE SPACE.
           05 RES-RETURN-CD               PIC S9(4)
                                           SIGN LEADING SEPARATE.
           05 FILLER                      PIC X    VALUE SPACE.
           05 RES-ERROR-CATEGORY          PIC X(12).

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

      * Get the direct debit origination DB2 copybook
           EXEC SQL
              INCLUDE DDOMDB2
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

      *    Collections due for settlement: submitted, due today or
      *    earlier, with the account of the originator's to credit.
           EXEC SQL DECLARE SETTLE-CURSOR CURSOR WITH HOLD FOR
              SELECT C.DDOC_ID,
                     C.DDOC_SUN,
                     C.DDOC_PAYER_SORTCODE,
                     C.DDOC_PAYER_ACCOUNT,
                     C.DDOC_REFERENCE,
                     C.DDOC_AMOUNT,
                     O.DDOR_SORTCODE,
                     O.DDOR_NUMBER
                     FROM DD_ORIG_COLL C,
                          DD_ORIGINATOR O
                     WHERE C.DDOC_STATUS   = 'S'
                     AND   C.DDOC_DUE_DATE <= CURRENT DATE
                     AND   O.DDOR_SUN      = C.DDOC_SUN
                     ORDER BY C.DDOC_ID
           END-EXEC.

      * DD_ORIG_COLL host variables for DB2
       01 HOST-ORIG-COLL-ROW.
          03 HV-DDOC-ID                    PIC S9(9) COMP.
          03 HV-DDOC-SUN                   PIC X(6).
          03 HV-DDOC-PAYER-SORTCODE        PIC X(6).
          03 HV-DDOC-PAYER-ACCOUNT         PIC X(8).
          03 HV-DDOC-REFERENCE             PIC X(18).
          03 HV-DDOC-AMOUNT                PIC S9(10)V99 COMP-3.
          03 HV-DDOC-STATUS                PIC X(1).
          03 HV-DDOC-REASON                PIC X(4).

       01 HV-DDOR-SORTCODE                 PIC X(6).
       01 HV-DDOR-NUMBER                   PIC X(9).
       01 HV-TODAY                         PIC X(10).
       01 HV-NOW                           PIC X(26).
       01 HV-POST-TIME                     PIC X(6).
       01 HV-POST-TYPE                     PIC X(3).
       01 HV-POST-REF                      PIC X(12).
       01 HV-POST-DESC                     PIC X(40).
       01 HV-POST-AMOUNT                   PIC S9(10)V99 COMP-3.

       01 WS-COLLECTION-ID-DISPLAY         PIC 9(9).
       01 WS-POSTED                        PIC X VALUE 'N'.

      *    The posting control claim for each PROCTRAN row written.
       01 WS-POSTCTL-PGM                 PIC X(8) VALUE 'POSTCTL'.
       01 WS-POSTCTL-PARMS.
           COPY POSTCTL.

      *    The outbound file register entry for each file sent out.
       01 WS-OUTFREG-PGM                 PIC X(8) VALUE 'OUTFREG'.
       01 WS-OUTFREG-PARMS.
           COPY OUTFREG.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  UNP-FILE-STATUS               PIC XX.
       01  RES-FILE-STATUS               PIC XX.

       01  WS-UNP-EOF                    PIC X VALUE 'N'.
       01  WS-SETTLE-EOF                 PIC X VALUE 'N'.

       01  WS-RESULT-SEQ                 PIC 9(8) VALUE 0.
      *    The amounts on the results file, de-edited for its hash.
       01  WS-RESULT-AMOUNT              PIC S9(10)V99.
       01  WS-RESULT-AMOUNT-TOTAL        PIC S9(13)V99 VALUE 0.

       01  NUMBER-OF-COLLS-SETTLED       PIC 9(8) VALUE 0.
       01  NUMBER-OF-UNPAIDS-BEFORE      PIC 9(8) VALUE 0.
       01  NUMBER-OF-UNPAIDS-DEBITED     PIC 9(8) VALUE 0.
       01  NUMBER-OF-LINES-REJECTED      PIC 9(8) VALUE 0.
       01  WS-AMOUNT-SETTLED             PIC S9(13)V99 COMP-3
                                         VALUE 0.
       01  WS-AMOUNT-DEBITED-BACK        PIC S9(13)V99 COMP-3
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
                      'DDOSETL. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-NOW(12:2) TO HV-POST-TIME(1:2).
           MOVE HV-NOW(15:2) TO HV-POST-TIME(3:2).
           MOVE HV-NOW(18:2) TO HV-POST-TIME(5:2).

           OPEN INPUT UNPAID-FILE.
           IF UNP-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the DDOUNP unpaid report, '
                      ' status=' UNP-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT RESULTS-FILE.
           IF RES-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the DDOTRES results file, '
                      ' status=' RES-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

      *
      *    Unpaids first, so a collection returned before its due
      *    date is never credited to the originator at all.
      *
           PERFORM APPLY-ONE-UNPAID UNTIL WS-UNP-EOF = 'Y'.

           CLOSE UNPAID-FILE.

           EXEC SQL OPEN
              SETTLE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDOSETL unable to open SETTLE-CURSOR, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM SETTLE-ONE-COLLECTION UNTIL WS-SETTLE-EOF = 'Y'.

           EXEC SQL CLOSE
              SETTLE-CURSOR
           END-EXEC.

           CLOSE RESULTS-FILE.

           DISPLAY 'DDOSETL ' NUMBER-OF-COLLS-SETTLED
                   ' collection(s) credited to originators, '
                   NUMBER-OF-UNPAIDS-DEBITED ' unpaid debited back, '
                   NUMBER-OF-UNPAIDS-BEFORE ' unpaid before '
                   'settlement, ' NUMBER-OF-LINES-REJECTED
                   ' rejected.'.

           IF NUMBER-OF-LINES-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE 'DDOTRES'              TO OFR-FILE-NAME.
           MOVE HV-TODAY               TO OFR-BUSINESS-DATE.
           MOVE WS-RESULT-SEQ          TO OFR-RECORD-COUNT.
           MOVE WS-RESULT-AMOUNT-TOTAL TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    One collection the payer's bank would not pay.  It must
      *    be one of ours, for the originator, reference and amount
      *    the report quotes.
      *
       APPLY-ONE-UNPAID SECTION.
       AOU010.

           READ UNPAID-FILE.

           IF UNP-FILE-STATUS = '10'
              MOVE 'Y' TO WS-UNP-EOF
              GO TO AOU999
           END-IF.

           IF UNP-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error reading the DDOUNP unpaid report, '
                      ' status=' UNP-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE SPACES             TO RESULT-RECORD.
           MOVE UNP-SUN            TO RES-SUN.
           STRING UNP-PAYER-SORTCODE DELIMITED BY SIZE,
                  UNP-PAYER-ACCOUNT DELIMITED BY SIZE
                  INTO RES-PAYER-AC
           END-STRING.
           MOVE UNP-COLLECTION-ID  TO RES-COLLECTION-ID.
           MOVE UNP-REFERENCE      TO RES-REFERENCE.
           IF UNP-AMOUNT IS NUMERIC
              MOVE UNP-AMOUNT      TO RES-AMOUNT
           ELSE
              MOVE 0               TO RES-AMOUNT
           END-IF.

           IF UNP-COLLECTION-ID IS NOT NUMERIC
              OR UNP-AMOUNT IS NOT NUMERIC
              MOVE 'BAD-UNPAID' TO RES-ERROR-CATEGORY
              PERFORM REJECT-LINE
              GO TO AOU999
           END-IF.

           MOVE UNP-COLLECTION-ID TO HV-DDOC-ID.

           EXEC SQL
                SELECT C.DDOC_SUN,
                       C.DDOC_PAYER_SORTCODE,
                       C.DDOC_PAYER_ACCOUNT,
                       C.DDOC_REFERENCE,
                       C.DDOC_AMOUNT,
                       C.DDOC_STATUS,
                       O.DDOR_SORTCODE,
                       O.DDOR_NUMBER
                INTO   :HV-DDOC-SUN,
                       :HV-DDOC-PAYER-SORTCODE,
                       :HV-DDOC-PAYER-ACCOUNT,
                       :HV-DDOC-REFERENCE,
                       :HV-DDOC-AMOUNT,
                       :HV-DDOC-STATUS,
                       :HV-DDOR-SORTCODE,
                       :HV-DDOR-NUMBER
                FROM   DD_ORIG_COLL C,
                       DD_ORIGINATOR O
                WHERE  C.DDOC_ID  = :HV-DDOC-ID
                AND    O.DDOR_SUN = C.DDOC_SUN
           END-EXEC.

           IF SQLCODE NOT = 0
              OR HV-DDOC-SUN       NOT = UNP-SUN
              OR HV-DDOC-REFERENCE NOT = UNP-REFERENCE
              OR HV-DDOC-AMOUNT    NOT = UNP-AMOUNT
              MOVE 'NO-SUCH-COLL' TO RES-ERROR-CATEGORY
              PERFORM REJECT-LINE
              GO TO AOU999
           END-IF.

           STRING HV-DDOR-SORTCODE DELIMITED BY SIZE,
                  HV-DDOR-NUMBER DELIMITED BY SIZE
                  INTO RES-CREDIT-AC
           END-STRING.

           IF HV-DDOC-STATUS = 'U'
              MOVE 'ALREADY-UNPD' TO RES-ERROR-CATEGORY
              PERFORM REJECT-LINE
              GO TO AOU999
           END-IF.

           MOVE UNP-REASON TO HV-DDOC-REASON.

           EXEC SQL
                UPDATE DD_ORIG_COLL
                SET    DDOC_STATUS      = 'U',
                       DDOC_STATUS_DATE = :HV-TODAY,
                       DDOC_REASON      = :HV-DDOC-REASON
                WHERE  DDOC_ID     = :HV-DDOC-ID
                AND    DDOC_STATUS = :HV-DDOC-STATUS
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDOSETL unable to mark collection '
                      UNP-COLLECTION-ID ' unpaid, SQLCODE='
                      WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

      *
      *    Credited already: take it back off the originator.
      *
           IF HV-DDOC-STATUS = 'P'
              COMPUTE HV-POST-AMOUNT = 0 - HV-DDOC-AMOUNT
              MOVE 'DDU' TO HV-POST-TYPE
              MOVE SPACES TO HV-POST-DESC
              STRING 'DD UNPAID ' DELIMITED BY SIZE,
                     HV-DDOC-REFERENCE DELIMITED BY SIZE,
                     ' ' DELIMITED BY SIZE,
                     UNP-REASON DELIMITED BY SIZE
                     INTO HV-POST-DESC
              END-STRING
              PERFORM POST-TO-ORIGINATOR
              IF WS-POSTED NOT = 'Y'
                 MOVE 'NO-CREDIT-AC' TO RES-ERROR-CATEGORY
                 PERFORM REJECT-LINE
                 GO TO AOU999
              END-IF
              ADD 1 TO NUMBER-OF-UNPAIDS-DEBITED
              ADD HV-DDOC-AMOUNT TO WS-AMOUNT-DEBITED-BACK
           ELSE
              ADD 1 TO NUMBER-OF-UNPAIDS-BEFORE
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           MOVE 'UNPD'     TO RES-STATUS.
           MOVE 4          TO RES-RETURN-CD.
           MOVE SPACES     TO RES-ERROR-CATEGORY.
           STRING 'UNPAID ' DELIMITED BY SIZE,
                  UNP-REASON DELIMITED BY SIZE
                  INTO RES-ERROR-CATEGORY
           END-STRING.
           PERFORM WRITE-RESULT-RECORD.

       AOU999.
           EXIT.

      *
      *    One collection reaching its due date: credit the
      *    originator.
      *
       SETTLE-ONE-COLLECTION SECTION.
       SOC010.

           EXEC SQL FETCH FROM SETTLE-CURSOR
              INTO :HV-DDOC-ID,
                   :HV-DDOC-SUN,
                   :HV-DDOC-PAYER-SORTCODE,
                   :HV-DDOC-PAYER-ACCOUNT,
                   :HV-DDOC-REFERENCE,
                   :HV-DDOC-AMOUNT,
                   :HV-DDOR-SORTCODE,
                   :HV-DDOR-NUMBER
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-SETTLE-EOF
              GO TO SOC999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDOSETL failure fetching SETTLE-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE SPACES                 TO RESULT-RECORD.
           MOVE HV-DDOC-SUN            TO RES-SUN.
           STRING HV-DDOC-PAYER-SORTCODE DELIMITED BY SIZE,
                  HV-DDOC-PAYER-ACCOUNT DELIMITED BY SIZE
                  INTO RES-PAYER-AC
           END-STRING.
           STRING HV-DDOR-SORTCODE DELIMITED BY SIZE,
                  HV-DDOR-NUMBER DELIMITED BY SIZE
                  INTO RES-CREDIT-AC
           END-STRING.
           MOVE HV-DDOC-AMOUNT         TO RES-AMOUNT.
           MOVE HV-DDOC-ID             TO RES-COLLECTION-ID.
           MOVE HV-DDOC-REFERENCE      TO RES-REFERENCE.

           EXEC SQL
                UPDATE DD_ORIG_COLL
                SET    DDOC_STATUS      = 'P',
                       DDOC_STATUS_DATE = :HV-TODAY
                WHERE  DDOC_ID     = :HV-DDOC-ID
                AND    DDOC_STATUS = 'S'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDOSETL unable to settle collection '
                      RES-COLLECTION-ID ', SQLCODE='
                      WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-DDOC-AMOUNT TO HV-POST-AMOUNT.
           MOVE 'DDO'          TO HV-POST-TYPE.
           MOVE SPACES         TO HV-POST-DESC.
           STRING 'DD COLLECTED ' DELIMITED BY SIZE,
                  HV-DDOC-REFERENCE DELIMITED BY SIZE
                  INTO HV-POST-DESC
           END-STRING.
           PERFORM POST-TO-ORIGINATOR.

           IF WS-POSTED NOT = 'Y'
              MOVE 'NO-CREDIT-AC' TO RES-ERROR-CATEGORY
              PERFORM REJECT-LINE
              GO TO SOC999
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           ADD 1 TO NUMBER-OF-COLLS-SETTLED.
           ADD HV-DDOC-AMOUNT TO WS-AMOUNT-SETTLED.

           MOVE 'PAID'  TO RES-STATUS.
           MOVE 0       TO RES-RETURN-CD.
           PERFORM WRITE-RESULT-RECORD.

       SOC999.
           EXIT.

      *
      *    The ledger entry on the originator's account, with its
      *    balances moved, referenced by the collection id.
      *
       POST-TO-ORIGINATOR SECTION.
       PTO010.

           MOVE 'N'        TO WS-POSTED.
           MOVE HV-DDOC-ID TO WS-COLLECTION-ID-DISPLAY.
           MOVE SPACES     TO HV-POST-REF.
           STRING HV-POST-TYPE DELIMITED BY SIZE,
                  WS-COLLECTION-ID-DISPLAY DELIMITED BY SIZE
                  INTO HV-POST-REF
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
                  :HV-DDOR-SORTCODE       ,
                  :HV-DDOR-NUMBER         ,
                  :HV-TODAY               ,
                  :HV-POST-TIME           ,
                  :HV-POST-REF            ,
                  :HV-POST-TYPE           ,
                  :HV-POST-DESC           ,
                  :HV-POST-AMOUNT         ,
                  0                       ,
                  '000000000'
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDOSETL failure inserting PROCTRAN for '
                      'collection ' WS-COLLECTION-ID-DISPLAY
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
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
                WHERE  ACCOUNT_SORTCODE = :HV-DDOR-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-DDOR-NUMBER
           END-EXEC.

      *
      *    The originator's account has gone: nothing is posted and
      *    the collection is left as it was for the line to be
      *    rejected and followed up.
      *
           IF SQLCODE = 100
              EXEC SQL
                 ROLLBACK
              END-EXEC
              GO TO PTO999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDOSETL failure updating ACCOUNT '
                      HV-DDOR-SORTCODE '/' HV-DDOR-NUMBER
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'Y' TO WS-POSTED.

       PTO999.
           EXIT.

       REJECT-LINE SECTION.
       RJL010.

           ADD 1 TO NUMBER-OF-LINES-REJECTED.
           MOVE 'RJCT' TO RES-STATUS.
           MOVE 8      TO RES-RETURN-CD.
           PERFORM WRITE-RESULT-RECORD.

       RJL999.
           EXIT.

       WRITE-RESULT-RECORD SECTION.
       WRR010.

           ADD 1 TO WS-RESULT-SEQ.
           MOVE WS-RESULT-SEQ TO RES-INSTR-SEQ.

           WRITE RESULT-RECORD.

           IF RES-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error writing the DDOTRES results file, '
                      ' status=' RES-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE RES-AMOUNT       TO WS-RESULT-AMOUNT.
           ADD WS-RESULT-AMOUNT  TO WS-RESULT-AMOUNT-TOTAL.

       WRR999.
           EXIT.

      *
      *    Claim the PROCTRAN row just inserted - PCT-TYPE and
      *    PCT-AMOUNT as the caller set them - on the day's posting
      *    control, in the same unit of work, for LEDGPRF's proof.
      *
       REGISTER-POSTING-CONTROL SECTION.
       RPC010.

           MOVE 'DDOSETL'  TO PCT-SOURCE.
           MOVE SPACES     TO PCT-DATE.
           CALL WS-POSTCTL-PGM USING WS-POSTCTL-PARMS.

           IF PCT-RETURN-CD NOT = 0
              MOVE PCT-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDOSETL unable to claim a ledger posting, '
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
      *    Register the outbound file just closed - name, business
      *    date, record count and hash as the caller set them - so
      *    its transmission and acknowledgement can be followed.
      *    A file that cannot be registered is still good to send;
      *    the step ends RC 8 so operations register it by hand.
      *
       REGISTER-OUTBOUND-FILE SECTION.
       ROF010.

           MOVE 'DDOSETL'  TO OFR-PROGRAM.
           CALL WS-OUTFREG-PGM USING WS-OUTFREG-PARMS.

           IF OFR-RETURN-CD NOT = 0
              MOVE OFR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDOSETL unable to register outbound file '
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
