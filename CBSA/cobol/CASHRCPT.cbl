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
      * Title: CASHRCPT                                                *
      *                                                                *
      *                                                                *
      * Description: Applies the carrier's confirmations of the cash  *
      *              orders CASHFCST raised.  Each receipt names an   *
      *              open order and gives the cash actually delivered *
      *              or collected: the order is closed at that        *
      *              amount, any difference from the order is         *
      *              reported, and the branch vault position moves by *
      *              it (at the receiving branch where the branch has *
      *              since merged).  Receipts for unknown, mismatched *
      *              or already confirmed orders are reported and not *
      *              applied.  Each carrier batch, header to trailer, *
      *              commits whole when its trailer proves and is     *
      *              backed out otherwise.                            *
      *                                                                *
      * Input:  The carrier receipt file CASHRCIN                      *
      *                                                                *
      * Output: The receipt report CASHRRPT                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHRCPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCPT-FILE
                  ASSIGN TO CASHRCIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RCPT-FILE-STATUS.

           SELECT RCPT-RPT-FILE
                  ASSIGN TO CASHRRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    Carrier header 'H' / receipt 'D' / carrier trailer 'T',
      *    the record-type-prefix convention the suite's other
      *    structured files carry.  A receipt confirms one order on
      *    the CASHORD file: the cash actually delivered to, or
      *    collected from, the branch.
       FD  RCPT-FILE.
       01  RCPT-RECORD.
           05 RCP-REC-TYPE                PIC X(1).
           05 RCP-REC-BODY                PIC X(60).
           05 RCP-HEADER-VIEW REDEFINES RCP-REC-BODY.
              10 RCP-CARRIER-ID           PIC X(8).
              10 RCP-RUN-DATE             PIC X(10).
              10 FILLER                   PIC X(42).
           05 RCP-DETAIL-VIEW REDEFINES RCP-REC-BODY.
              10 RCP-ORDER-ID             PIC 9(9).
              10 RCP-SORT-CODE            PIC 9(6).
              10 RCP-DIRECTION            PIC X(1).
              10 RCP-AMOUNT               PIC 9(11)V99.
              10 RCP-CARRIER-REF          PIC X(16).
              10 RCP-EVENT-DATE           PIC X(10).
              10 FILLER                   PIC X(5).
           05 RCP-TRAILER-VIEW REDEFINES RCP-REC-BODY.
              10 RCP-RECORD-COUNT         PIC 9(9).
              10 RCP-AMOUNT-TOTAL         PIC 9(13)V99.
              10 FILLER                   PIC X(36).

       FD  RCPT-RPT-FILE.
       01  RCPT-RPT-RECORD.
           05 RPT-CARRIER-ID             PIC X(8).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-ORDER-ID               PIC Z(8)9.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-SORTCODE               PIC X(6).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-DIRECTION              PIC X(1).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-ORDERED                PIC Z(10)9.99.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-RECEIVED               PIC Z(10)9.99.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-CARRIER-REF            PIC X(16).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-VERDICT                PIC X(8).

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

      * Get the BRANCH DB2 copybook
           EXEC SQL
              INCLUDE BRCHDB2
           END-EXEC.

      * Get the BRANCH_CASH DB2 copybook
           EXEC SQL
              INCLUDE BCSHDB2
           END-EXEC.

      * Get the CASH_ORDER DB2 copybook
           EXEC SQL
              INCLUDE CORDDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * Host variables for the order a receipt confirms
       01 HOST-ORDER-ROW.
          03 HV-CORD-ID                    PIC S9(9) COMP.
          03 HV-CORD-SORTCODE              PIC X(6).
          03 HV-CORD-DIRECTION             PIC X(1).
          03 HV-CORD-AMOUNT                PIC S9(11)V99 COMP-3.
          03 HV-CORD-STATUS                PIC X(1).
          03 HV-CORD-CONFIRMED-AMOUNT      PIC S9(11)V99 COMP-3.
          03 HV-CORD-CONFIRMED-DATE        PIC X(10).
          03 HV-CORD-CARRIER-REF           PIC X(16).

       01 HV-BRANCH-STATUS                 PIC X(1).
       01 HV-BRANCH-MERGED-INTO            PIC X(6).
       01 HV-MERGED-INTO-IND               PIC S9(4) COMP.
       01 HV-VAULT-SORTCODE                PIC X(6).
       01 HV-VAULT-MOVEMENT                PIC S9(13)V99 COMP-3.
       01 HV-TODAY                         PIC X(10).

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  RCPT-FILE-STATUS              PIC XX.
       01  RPT-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.

      *    The carrier batch in hand - each header to trailer is one
      *    unit of work, committed only when its trailer proves.
       01  WS-BATCH-OPEN                 PIC X VALUE 'N'.
       01  WS-BATCH-CLEAN                PIC X VALUE 'Y'.
       01  WS-BATCH-CARRIER-ID           PIC X(8).
       01  WS-BATCH-RECORD-COUNT         PIC 9(9) VALUE 0.
       01  WS-BATCH-AMOUNT-TOTAL         PIC 9(13)V99 VALUE 0.
       01  WS-VERDICT                    PIC X(8).

       01  NUMBER-OF-RECEIPTS-READ       PIC 9(8) VALUE 0.
       01  NUMBER-OF-ORDERS-CONFIRMED    PIC 9(8) VALUE 0.
       01  NUMBER-OF-VARIANCES           PIC 9(8) VALUE 0.
       01  NUMBER-OF-RECEIPTS-REJECTED   PIC 9(8) VALUE 0.
       01  NUMBER-OF-BATCHES-COMMITTED   PIC 9(8) VALUE 0.
       01  NUMBER-OF-BATCHES-BACKED-OUT  PIC 9(8) VALUE 0.

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
              SELECT CHAR(CURRENT DATE, ISO)
              INTO   :HV-TODAY
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT DATE IN PGM '
                      'CASHRCPT. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT RCPT-FILE.
           IF RCPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the CASHRCIN receipt file, '
                      ' status=' RCPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT RCPT-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the CASHRRPT report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM READ-NEXT-RECORD.
           PERFORM PROCESS-ONE-RECORD UNTIL WS-EOF = 'Y'.

           IF WS-BATCH-OPEN = 'Y'
              DISPLAY 'CASHRCPT carrier ' WS-BATCH-CARRIER-ID
                      ' has no trailer - its receipts are backed out'
              PERFORM BACK-OUT-BATCH
           END-IF.

           CLOSE RCPT-FILE.
           CLOSE RCPT-RPT-FILE.

           DISPLAY 'CASHRCPT read ' NUMBER-OF-RECEIPTS-READ
                   ' receipt(s), confirmed '
                   NUMBER-OF-ORDERS-CONFIRMED ' order(s) ('
                   NUMBER-OF-VARIANCES ' at a variance), rejected '
                   NUMBER-OF-RECEIPTS-REJECTED ', committed '
                   NUMBER-OF-BATCHES-COMMITTED ' batch(es), '
                   'backed out ' NUMBER-OF-BATCHES-BACKED-OUT '.'.

           IF NUMBER-OF-VARIANCES > 0
              OR NUMBER-OF-RECEIPTS-REJECTED > 0
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           IF NUMBER-OF-BATCHES-BACKED-OUT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       PROCESS-ONE-RECORD SECTION.
       POR010.

           EVALUATE RCP-REC-TYPE
              WHEN 'H'
                 PERFORM OPEN-BATCH
              WHEN 'D'
                 PERFORM APPLY-ONE-RECEIPT
              WHEN 'T'
                 PERFORM CLOSE-BATCH
              WHEN OTHER
                 DISPLAY 'CASHRCPT unrecognised record type '
                         RCP-REC-TYPE ' - record skipped'
           END-EVALUATE.

           PERFORM READ-NEXT-RECORD.

       POR999.
           EXIT.

       READ-NEXT-RECORD SECTION.
       RNR010.

           READ RCPT-FILE.

           IF RCPT-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
              GO TO RNR999
           END-IF.

           IF RCPT-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error reading the CASHRCIN receipt file, '
                      ' status=' RCPT-FILE-STATUS
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RNR999.
           EXIT.

       OPEN-BATCH SECTION.
       OB010.

           IF WS-BATCH-OPEN = 'Y'
              DISPLAY 'CASHRCPT carrier ' WS-BATCH-CARRIER-ID
                      ' has no trailer - its receipts are backed out'
              PERFORM BACK-OUT-BATCH
           END-IF.

           MOVE 'Y'            TO WS-BATCH-OPEN.
           MOVE 'Y'            TO WS-BATCH-CLEAN.
           MOVE RCP-CARRIER-ID TO WS-BATCH-CARRIER-ID.
           MOVE 0              TO WS-BATCH-RECORD-COUNT.
           MOVE 0              TO WS-BATCH-AMOUNT-TOTAL.

       OB999.
           EXIT.

      *
      *    One receipt.  It must name an order still open, at the
      *    same branch and in the same direction; anything else is
      *    reported and left alone - a receipt for an order already
      *    confirmed is the carrier sending it twice, and is not
      *    applied again.  A good receipt closes the order at the
      *    amount the carrier actually moved, reporting any
      *    difference, and moves the branch's vault position by it.
      *
       APPLY-ONE-RECEIPT SECTION.
       AOR010.

           IF WS-BATCH-OPEN NOT = 'Y'
              DISPLAY 'CASHRCPT receipt outside any carrier batch '
                      '- skipped'
              GO TO AOR999
           END-IF.

           ADD 1          TO NUMBER-OF-RECEIPTS-READ.
           ADD 1          TO WS-BATCH-RECORD-COUNT.
           ADD RCP-AMOUNT TO WS-BATCH-AMOUNT-TOTAL.

           IF WS-BATCH-CLEAN NOT = 'Y'
              GO TO AOR999
           END-IF.

           MOVE RCP-ORDER-ID TO HV-CORD-ID.
           MOVE 0            TO HV-CORD-AMOUNT.

           EXEC SQL
                SELECT CORD_SORTCODE,
                       CORD_DIRECTION,
                       CORD_AMOUNT,
                       CORD_STATUS
                INTO   :HV-CORD-SORTCODE,
                       :HV-CORD-DIRECTION,
                       :HV-CORD-AMOUNT,
                       :HV-CORD-STATUS
                FROM   CASH_ORDER
                WHERE  CORD_ID = :HV-CORD-ID
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'UNKNOWN ' TO WS-VERDICT
              GO TO AOR800
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CASHRCPT unable to read cash order '
                      RCP-ORDER-ID ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 'N' TO WS-BATCH-CLEAN
              GO TO AOR999
           END-IF.

           IF HV-CORD-SORTCODE NOT = RCP-SORT-CODE
              OR HV-CORD-DIRECTION NOT = RCP-DIRECTION
              MOVE 'MISMATCH' TO WS-VERDICT
              GO TO AOR800
           END-IF.

           IF HV-CORD-STATUS NOT = 'O'
              MOVE 'DUPLICAT' TO WS-VERDICT
              GO TO AOR800
           END-IF.

           MOVE RCP-AMOUNT      TO HV-CORD-CONFIRMED-AMOUNT.
           MOVE RCP-CARRIER-REF TO HV-CORD-CARRIER-REF.
           MOVE RCP-EVENT-DATE  TO HV-CORD-CONFIRMED-DATE.
           IF HV-CORD-CONFIRMED-DATE = SPACES
              MOVE HV-TODAY TO HV-CORD-CONFIRMED-DATE
           END-IF.

           EXEC SQL
                UPDATE CASH_ORDER
                SET    CORD_STATUS           = 'C',
                       CORD_CONFIRMED_AMOUNT =
                          :HV-CORD-CONFIRMED-AMOUNT,
                       CORD_CONFIRMED_DATE   =
                          :HV-CORD-CONFIRMED-DATE,
                       CORD_CARRIER_REF      = :HV-CORD-CARRIER-REF
                WHERE  CORD_ID     = :HV-CORD-ID
                AND    CORD_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CASHRCPT unable to confirm cash order '
                      RCP-ORDER-ID ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 'N' TO WS-BATCH-CLEAN
              GO TO AOR999
           END-IF.

           PERFORM MOVE-VAULT-POSITION.

           IF WS-BATCH-CLEAN NOT = 'Y'
              GO TO AOR999
           END-IF.

           ADD 1 TO NUMBER-OF-ORDERS-CONFIRMED.

           IF HV-CORD-CONFIRMED-AMOUNT = HV-CORD-AMOUNT
              MOVE 'CONFIRMD' TO WS-VERDICT
           ELSE
              MOVE 'VARIANCE' TO WS-VERDICT
              ADD 1 TO NUMBER-OF-VARIANCES
           END-IF.

           PERFORM WRITE-RECEIPT-LINE.
           GO TO AOR999.

       AOR800.
           ADD 1 TO NUMBER-OF-RECEIPTS-REJECTED.
           PERFORM WRITE-RECEIPT-LINE.

       AOR999.
           EXIT.

      *
      *    Delivered cash goes into the vault, collected cash comes
      *    out of it.  A branch merged since the order was raised
      *    has had its vault taken into the receiving branch, so
      *    the cash is counted there.
      *
       MOVE-VAULT-POSITION SECTION.
       MVP010.

           MOVE HV-CORD-SORTCODE TO HV-VAULT-SORTCODE.

           EXEC SQL
                SELECT BRANCH_STATUS,
                       BRANCH_MERGED_INTO
                INTO   :HV-BRANCH-STATUS,
                       :HV-BRANCH-MERGED-INTO :HV-MERGED-INTO-IND
                FROM   BRANCH
                WHERE  BRANCH_SORTCODE = :HV-CORD-SORTCODE
           END-EXEC.

           IF SQLCODE = 0
              AND HV-BRANCH-STATUS = 'M'
              AND HV-MERGED-INTO-IND >= 0
              MOVE HV-BRANCH-MERGED-INTO TO HV-VAULT-SORTCODE
           END-IF.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CASHRCPT unable to read branch '
                      HV-CORD-SORTCODE ', SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 'N' TO WS-BATCH-CLEAN
              GO TO MVP999
           END-IF.

           IF HV-CORD-DIRECTION = 'D'
              MOVE HV-CORD-CONFIRMED-AMOUNT TO HV-VAULT-MOVEMENT
           ELSE
              COMPUTE HV-VAULT-MOVEMENT =
                 0 - HV-CORD-CONFIRMED-AMOUNT
           END-IF.

           EXEC SQL
                UPDATE BRANCH_CASH
                SET    BCSH_POSITION =
                          BCSH_POSITION + :HV-VAULT-MOVEMENT,
                       BCSH_LAST_UPDATE = :HV-TODAY
                WHERE  BCSH_SORTCODE = :HV-VAULT-SORTCODE
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO BRANCH_CASH
                   ( BCSH_SORTCODE, BCSH_POSITION,
                     BCSH_LAST_UPDATE )
                   VALUES ( :HV-VAULT-SORTCODE, :HV-VAULT-MOVEMENT,
                            :HV-TODAY )
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CASHRCPT unable to move the vault position '
                      'for branch ' HV-VAULT-SORTCODE
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 'N' TO WS-BATCH-CLEAN
           END-IF.

       MVP999.
           EXIT.

      *
      *    The trailer proves the batch - the number of receipts
      *    and their total must be what was read - and a batch that
      *    proves and met no failure commits.  Anything else backs
      *    the whole batch out, for the carrier to send again.
      *
       CLOSE-BATCH SECTION.
       CB010.

           IF WS-BATCH-OPEN NOT = 'Y'
              DISPLAY 'CASHRCPT trailer outside any carrier batch '
                      '- skipped'
              GO TO CB999
           END-IF.

           IF RCP-RECORD-COUNT NOT = WS-BATCH-RECORD-COUNT
              OR RCP-AMOUNT-TOTAL NOT = WS-BATCH-AMOUNT-TOTAL
              DISPLAY 'CASHRCPT carrier ' WS-BATCH-CARRIER-ID
                      ' trailer does not prove: declared '
                      RCP-RECORD-COUNT ' receipt(s) '
                      RCP-AMOUNT-TOTAL ', read '
                      WS-BATCH-RECORD-COUNT ' receipt(s) '
                      WS-BATCH-AMOUNT-TOTAL
              MOVE 'N' TO WS-BATCH-CLEAN
           END-IF.

           IF WS-BATCH-CLEAN NOT = 'Y'
              PERFORM BACK-OUT-BATCH
              GO TO CB999
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           ADD 1 TO NUMBER-OF-BATCHES-COMMITTED.
           MOVE 'N' TO WS-BATCH-OPEN.

       CB999.
           EXIT.

       BACK-OUT-BATCH SECTION.
       BOB010.

           EXEC SQL
              ROLLBACK
           END-EXEC.

           MOVE SPACES TO RCPT-RPT-RECORD.
           MOVE WS-BATCH-CARRIER-ID TO RPT-CARRIER-ID.
           MOVE 'BACKEDOU'          TO RPT-VERDICT.
           PERFORM WRITE-REPORT-RECORD.

           ADD 1 TO NUMBER-OF-BATCHES-BACKED-OUT.
           MOVE 'N' TO WS-BATCH-OPEN.

       BOB999.
           EXIT.

       WRITE-RECEIPT-LINE SECTION.
       WRL010.

           MOVE SPACES TO RCPT-RPT-RECORD.
           MOVE WS-BATCH-CARRIER-ID TO RPT-CARRIER-ID.
           MOVE RCP-ORDER-ID        TO RPT-ORDER-ID.
           MOVE RCP-SORT-CODE       TO RPT-SORTCODE.
           MOVE RCP-DIRECTION       TO RPT-DIRECTION.
           MOVE HV-CORD-AMOUNT      TO RPT-ORDERED.
           MOVE RCP-AMOUNT          TO RPT-RECEIVED.
           MOVE RCP-CARRIER-REF     TO RPT-CARRIER-REF.
           MOVE WS-VERDICT          TO RPT-VERDICT.
           PERFORM WRITE-REPORT-RECORD.

       WRL999.
           EXIT.

       WRITE-REPORT-RECORD SECTION.
       WRR010.

           WRITE RCPT-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the CASHRRPT report file, '
                      ' status=' RPT-FILE-STATUS
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WRR999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
