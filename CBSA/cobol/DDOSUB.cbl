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
      * Title: DDOSUB                                                  *
      *                                                                *
      *                                                                *
      * Description: Direct debit collection submission for one of     *
      *              our originators.  Takes the originator's          *
      *              submission file - header (service user number,    *
      *              file reference, date), one detail per collection, *
      *              trailer (count and hash total) - and, the way     *
      *              DPAYBCH does, proves it whole before anything is  *
      *              accepted.  A file reference already submitted by  *
      *              the same originator is refused outright.  Each    *
      *              collection is then checked against a live         *
      *              (accepted) DD_ORIG_MANDATE, a positive amount and *
      *              a due date not already past; those that pass are  *
      *              recorded on DD_ORIG_COLL and written to the       *
      *              outbound collection file for the scheme.  One     *
      *              result record per collection goes back to the     *
      *              originator in DPAYBCH's results-file style.  The  *
      *              whole file is one unit of work, so a run that     *
      *              fails leaves nothing recorded and can simply be   *
      *              run again.                                        *
      *                                                                *
      * Input:  The originator's submission file DDOSIN                *
      * Output: The outbound collection file DDOCOUT,                  *
      *         the originator's results file DDOSRES                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDOSUB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBMISSION-FILE
                  ASSIGN TO DDOSIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SUB-FILE-STATUS.

           SELECT COLLECTION-FILE
                  ASSIGN TO DDOCOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS COL-FILE-STATUS.

      *    Per-collection results for the submitting originator.
           SELECT RESULTS-FILE
                  ASSIGN TO DDOSRES
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RES-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    The submission, in DPAYBCH's record-type-prefix idiom:
      *       'H' - file header: service user number, the
      *             originator's unique file reference, file date
      *       'D' - one collection
      *       'T' - file trailer: detail count plus hash total of
      *             the amounts, both proved before anything is
      *             accepted
       FD  SUBMISSION-FILE.
       01  SUBMISSION-RECORD.
           05 SUB-REC-TYPE                PIC X(1).
           05 SUB-REC-BODY                PIC X(59).
           05 SUB-HEADER-VIEW REDEFINES SUB-REC-BODY.
              10 SUB-SUN                  PIC X(6).
              10 SUB-FILE-REF             PIC X(16).
              10 SUB-FILE-DATE            PIC X(10).
              10 FILLER                   PIC X(27).
           05 SUB-DETAIL-VIEW REDEFINES SUB-REC-BODY.
              10 SUB-PAYER-SORTCODE       PIC X(6).
              10 SUB-PAYER-ACCOUNT        PIC X(8).
              10 SUB-REFERENCE            PIC X(18).
              10 SUB-AMOUNT               PIC 9(10)V99.
              10 SUB-DUE-DATE             PIC X(10).
              10 FILLER                   PIC X(5).
           05 SUB-TRAILER-VIEW REDEFINES SUB-REC-BODY.
              10 SUB-TRAILER-COUNT        PIC 9(8).
              10 SUB-TRAILER-HASH         PIC 9(13)V99.
              10 FILLER                   PIC X(36).

      *    The outbound collection file, header/detail/trailer in
      *    the same idiom.  Each detail carries the DD_ORIG_COLL id
      *    the scheme's unpaid report quotes back.
       FD  COLLECTION-FILE.
       01  COLLECTION-RECORD.
           05 COL-REC-TYPE                PIC X(1).
           05 COL-REC-BODY                PIC X(84).
           05 COL-HEADER-VIEW REDEFINES COL-REC-BODY.
              10 COL-SUN                  PIC X(6).
              10 COL-FILE-REF             PIC X(16).
              10 COL-CREATED-DATE         PIC X(10).
              10 FILLER                   PIC X(52).
           05 COL-DETAIL-VIEW REDEFINES COL-REC-BODY.
              10 COL-COLLECTION-ID        PIC 9(9).
              10 COL-PAYER-SORTCODE       PIC X(6).
              10 COL-PAYER-ACCOUNT        PIC X(8).
              10 COL-REFERENCE            PIC X(18).
              10 COL-AMOUNT               PIC 9(10)V99.
              10 COL-DUE-DATE             PIC X(10).
              10 COL-CREDIT-SORTCODE      PIC X(6).
              10 COL-CREDIT-NUMBER        PIC X(9).
              10 FILLER                   PIC X(6).
           05 COL-TRAILER-VIEW REDEFINES COL-REC-BODY.
              10 COL-TRAILER-COUNT        PIC 9(8).
              10 COL-TRAILER-TOTAL        PIC 9(13)V99.
              10 FILLER                   PIC X(61).

      *    RES-STATUS: SUBM submitted to the scheme, RJCT rejected
      *    here, PAID credited to the originator, UNPD returned
      *    unpaid by the payer's bank.  DDOSETL writes the same
      *    layout for the later outcomes.
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

      * Get the direct debit origination DB2 copybook
           EXEC SQL
              INCLUDE DDOMDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * DD_ORIG_COLL host variables for DB2
       01 HOST-ORIG-COLL-ROW.
          03 HV-DDOC-ID                    PIC S9(9) COMP.
          03 HV-DDOC-SUN                   PIC X(6).
          03 HV-DDOC-FILE-REF              PIC X(16).
          03 HV-DDOC-PAYER-SORTCODE        PIC X(6).
          03 HV-DDOC-PAYER-ACCOUNT         PIC X(8).
          03 HV-DDOC-REFERENCE             PIC X(18).
          03 HV-DDOC-AMOUNT                PIC S9(10)V99 COMP-3.
          03 HV-DDOC-DUE-DATE              PIC X(10).

       01 HV-DDOR-SORTCODE                 PIC X(6).
       01 HV-DDOR-NUMBER                   PIC X(9).
       01 HV-DDOM-STATUS                   PIC X(1).
       01 HV-TODAY                         PIC X(10).
       01 HV-DAYS-TO-DUE                   PIC S9(9) COMP.
       01 HV-ROW-COUNT                     PIC S9(9) COMP.

      *    The outbound file register entry for each file sent out.
       01 WS-OUTFREG-PGM                 PIC X(8) VALUE 'OUTFREG'.
       01 WS-OUTFREG-PARMS.
           COPY OUTFREG.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  SUB-FILE-STATUS               PIC XX.
       01  COL-FILE-STATUS               PIC XX.
       01  RES-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.
       01  WS-HEADER-SEEN                PIC X VALUE 'N'.
       01  WS-TRAILER-SEEN               PIC X VALUE 'N'.
       01  WS-FILE-VALID                 PIC X VALUE 'Y'.

      *    The header, kept from the proving pass.
       01  WS-FILE-SUN                   PIC X(6) VALUE SPACES.
       01  WS-FILE-REF                   PIC X(16) VALUE SPACES.

      *    Proving-pass figures, from the file and from its
      *    trailer.
       01  WS-RECORDS-READ               PIC 9(8) VALUE 0.
       01  WS-VERIFY-DETAIL-COUNT        PIC 9(8) VALUE 0.
       01  WS-VERIFY-HASH-TOTAL          PIC 9(13)V99 VALUE 0.

       01  WS-INSTR-SEQ                  PIC 9(8) VALUE 0.
       01  WS-REJECT-CATEGORY            PIC X(12).

       01  NUMBER-OF-COLLS-SUBMITTED     PIC 9(8) VALUE 0.
       01  NUMBER-OF-COLLS-REJECTED      PIC 9(8) VALUE 0.
       01  WS-AMOUNT-SUBMITTED           PIC 9(13)V99 VALUE 0.
       01  NUMBER-OF-RESULTS-WRITTEN     PIC 9(8) VALUE 0.
       01  WS-RESULT-AMOUNT-TOTAL        PIC S9(13)V99 VALUE 0.

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
              SELECT CURRENT DATE
              INTO   :HV-TODAY
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FAILED TO READ CURRENT DATE IN PGM '
                      'DDOSUB. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM VERIFY-SUBMISSION-FILE.

           PERFORM CHECK-ORIGINATOR.

           OPEN OUTPUT COLLECTION-FILE.
           IF COL-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the DDOCOUT collection file, '
                      ' status=' COL-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT RESULTS-FILE.
           IF RES-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the DDOSRES results file, '
                      ' status=' RES-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT SUBMISSION-FILE.
           IF SUB-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the DDOSIN submission file, '
                      ' status=' SUB-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE SPACES           TO COLLECTION-RECORD.
           MOVE 'H'              TO COL-REC-TYPE.
           MOVE WS-FILE-SUN      TO COL-SUN.
           MOVE WS-FILE-REF      TO COL-FILE-REF.
           MOVE HV-TODAY         TO COL-CREATED-DATE.
           PERFORM WRITE-COLLECTION-RECORD.

           MOVE 'N' TO WS-EOF.
           PERFORM SUBMIT-ONE-COLLECTION UNTIL WS-EOF = 'Y'.

           MOVE SPACES                    TO COLLECTION-RECORD.
           MOVE 'T'                       TO COL-REC-TYPE.
           MOVE NUMBER-OF-COLLS-SUBMITTED TO COL-TRAILER-COUNT.
           MOVE WS-AMOUNT-SUBMITTED       TO COL-TRAILER-TOTAL.
           PERFORM WRITE-COLLECTION-RECORD.

           CLOSE SUBMISSION-FILE.
           CLOSE COLLECTION-FILE.
           CLOSE RESULTS-FILE.

           MOVE 'DDOCOUT'                 TO OFR-FILE-NAME.
           MOVE HV-TODAY                  TO OFR-BUSINESS-DATE.
           MOVE NUMBER-OF-COLLS-SUBMITTED TO OFR-RECORD-COUNT.
           MOVE WS-AMOUNT-SUBMITTED       TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           MOVE 'DDOSRES'                 TO OFR-FILE-NAME.
           MOVE NUMBER-OF-RESULTS-WRITTEN TO OFR-RECORD-COUNT.
           MOVE WS-RESULT-AMOUNT-TOTAL    TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           EXEC SQL
              COMMIT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDOSUB commit failed, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           DISPLAY 'DDOSUB originator ' WS-FILE-SUN ' file '
                   WS-FILE-REF ': ' WS-VERIFY-DETAIL-COUNT
                   ' collection(s), ' NUMBER-OF-COLLS-SUBMITTED
                   ' submitted, ' NUMBER-OF-COLLS-REJECTED
                   ' rejected.'.

           IF NUMBER-OF-COLLS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    First pass: header first, trailer last, and the details
      *    adding up to what the trailer declares, before a single
      *    collection is accepted.
      *
       VERIFY-SUBMISSION-FILE SECTION.
       VSF010.

           OPEN INPUT SUBMISSION-FILE.
           IF SUB-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the DDOSIN submission file, '
                      ' status=' SUB-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM VERIFY-ONE-RECORD UNTIL WS-EOF = 'Y'.

           CLOSE SUBMISSION-FILE.

           IF WS-HEADER-SEEN NOT = 'Y'
              MOVE 'N' TO WS-FILE-VALID
              DISPLAY 'DDOSUB file has no header record'
           END-IF.

           IF WS-TRAILER-SEEN NOT = 'Y'
              MOVE 'N' TO WS-FILE-VALID
              DISPLAY 'DDOSUB file has no trailer record - '
                      'transmission may be truncated'
           END-IF.

           IF WS-FILE-VALID NOT = 'Y'
              DISPLAY 'DDOSUB file failed verification - nothing '
                      'has been submitted'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       VSF999.
           EXIT.

       VERIFY-ONE-RECORD SECTION.
       VOR010.

           READ SUBMISSION-FILE.

           IF SUB-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
              GO TO VOR999
           END-IF.

           IF SUB-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error reading the DDOSIN submission file, '
                      ' status=' SUB-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-RECORDS-READ.

           IF WS-TRAILER-SEEN = 'Y'
              MOVE 'N' TO WS-FILE-VALID
              DISPLAY 'DDOSUB record after the trailer'
              GO TO VOR999
           END-IF.

           EVALUATE SUB-REC-TYPE
              WHEN 'H'
                 IF WS-RECORDS-READ NOT = 1
                    MOVE 'N' TO WS-FILE-VALID
                    DISPLAY 'DDOSUB header record out of place'
                 ELSE
                    MOVE 'Y'          TO WS-HEADER-SEEN
                    MOVE SUB-SUN      TO WS-FILE-SUN
                    MOVE SUB-FILE-REF TO WS-FILE-REF
                 END-IF
              WHEN 'D'
                 ADD 1 TO WS-VERIFY-DETAIL-COUNT
                 IF SUB-AMOUNT IS NUMERIC
                    ADD SUB-AMOUNT TO WS-VERIFY-HASH-TOTAL
                 ELSE
                    MOVE 'N' TO WS-FILE-VALID
                    DISPLAY 'DDOSUB detail ' WS-VERIFY-DETAIL-COUNT
                            ' amount is not numeric'
                 END-IF
              WHEN 'T'
                 MOVE 'Y' TO WS-TRAILER-SEEN
                 IF SUB-TRAILER-COUNT NOT = WS-VERIFY-DETAIL-COUNT
                    MOVE 'N' TO WS-FILE-VALID
                    DISPLAY 'DDOSUB trailer declares '
                            SUB-TRAILER-COUNT
                            ' collection(s) but the file holds '
                            WS-VERIFY-DETAIL-COUNT
                 END-IF
                 IF SUB-TRAILER-HASH NOT = WS-VERIFY-HASH-TOTAL
                    MOVE 'N' TO WS-FILE-VALID
                    DISPLAY 'DDOSUB trailer hash total does not '
                            'match the file contents'
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO WS-FILE-VALID
                 DISPLAY 'DDOSUB unrecognised record type '
                         SUB-REC-TYPE
           END-EVALUATE.

       VOR999.
           EXIT.

      *
      *    The originator must be active, credited to a sterling
      *    account - the scheme settles nothing else, and DDOSETL
      *    posts the collections as they stand - and must not have
      *    submitted this file reference before.
      *
       CHECK-ORIGINATOR SECTION.
       CKO010.

           MOVE WS-FILE-SUN TO HV-DDOC-SUN.
           MOVE WS-FILE-REF TO HV-DDOC-FILE-REF.

           EXEC SQL
              SELECT DDOR_SORTCODE,
                     DDOR_NUMBER
              INTO   :HV-DDOR-SORTCODE,
                     :HV-DDOR-NUMBER
              FROM   DD_ORIGINATOR
              WHERE  DDOR_SUN    = :HV-DDOC-SUN
              AND    DDOR_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDOSUB ' WS-FILE-SUN
                      ' is not an active originator, SQLCODE='
                      WS-SQLCODE-DISPLAY ' - nothing submitted'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-ROW-COUNT
              FROM   ACCOUNT
              WHERE  ACCOUNT_SORTCODE = :HV-DDOR-SORTCODE
              AND    ACCOUNT_NUMBER   = :HV-DDOR-NUMBER
              AND    COALESCE(ACCOUNT_CURRENCY_CD, 'GBP') = 'GBP'
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-ROW-COUNT = 0
              DISPLAY 'DDOSUB ' WS-FILE-SUN
                      ' is not credited to a sterling account'
                      ' - nothing submitted'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-ROW-COUNT
              FROM   DD_ORIG_COLL
              WHERE  DDOC_SUN      = :HV-DDOC-SUN
              AND    DDOC_FILE_REF = :HV-DDOC-FILE-REF
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-ROW-COUNT > 0
              DISPLAY 'DDOSUB file ' WS-FILE-REF ' from '
                      WS-FILE-SUN ' has already been submitted - '
                      'refused'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CKO999.
           EXIT.

      *
      *    Second pass: one collection.
      *
       SUBMIT-ONE-COLLECTION SECTION.
       SOC010.

           READ SUBMISSION-FILE.

           IF SUB-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
              GO TO SOC999
           END-IF.

           IF SUB-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error reading the DDOSIN submission file, '
                      ' status=' SUB-FILE-STATUS
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF SUB-REC-TYPE NOT = 'D'
              GO TO SOC999
           END-IF.

           ADD 1 TO WS-INSTR-SEQ.
           MOVE SPACES             TO RESULT-RECORD.

           MOVE SUB-PAYER-SORTCODE TO HV-DDOC-PAYER-SORTCODE.
           MOVE SUB-PAYER-ACCOUNT  TO HV-DDOC-PAYER-ACCOUNT.
           MOVE SUB-REFERENCE      TO HV-DDOC-REFERENCE.
           MOVE SUB-AMOUNT         TO HV-DDOC-AMOUNT.
           MOVE SUB-DUE-DATE       TO HV-DDOC-DUE-DATE.
           MOVE 0                  TO HV-DDOC-ID.

           IF SUB-AMOUNT = 0
              MOVE 'BAD-AMOUNT' TO WS-REJECT-CATEGORY
              PERFORM REJECT-COLLECTION
              GO TO SOC999
           END-IF.

           EXEC SQL
              SELECT DAYS(DATE(:HV-DDOC-DUE-DATE)) - DAYS(CURRENT DATE)
              INTO   :HV-DAYS-TO-DUE
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-DAYS-TO-DUE < 0
              MOVE 'BAD-DUE-DATE' TO WS-REJECT-CATEGORY
              PERFORM REJECT-COLLECTION
              GO TO SOC999
           END-IF.

           EXEC SQL
              SELECT DDOM_STATUS
              INTO   :HV-DDOM-STATUS
              FROM   DD_ORIG_MANDATE
              WHERE  DDOM_SUN            = :HV-DDOC-SUN
              AND    DDOM_PAYER_SORTCODE = :HV-DDOC-PAYER-SORTCODE
              AND    DDOM_PAYER_ACCOUNT  = :HV-DDOC-PAYER-ACCOUNT
              AND    DDOM_REFERENCE      = :HV-DDOC-REFERENCE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'NO-MANDATE' TO WS-REJECT-CATEGORY
              PERFORM REJECT-COLLECTION
              GO TO SOC999
           END-IF.

           IF HV-DDOM-STATUS = 'L'
              MOVE 'MANDATE-PEND' TO WS-REJECT-CATEGORY
              PERFORM REJECT-COLLECTION
              GO TO SOC999
           END-IF.

           IF HV-DDOM-STATUS NOT = 'A'
              MOVE 'MANDATE-DEAD' TO WS-REJECT-CATEGORY
              PERFORM REJECT-COLLECTION
              GO TO SOC999
           END-IF.

           EXEC SQL
              SELECT COALESCE(MAX(DDOC_ID), 0) + 1
              INTO   :HV-DDOC-ID
              FROM   DD_ORIG_COLL
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDOSUB unable to number a collection, SQLCODE='
                      WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
                INSERT INTO DD_ORIG_COLL
                (
                  DDOC_ID              ,
                  DDOC_SUN             ,
                  DDOC_FILE_REF        ,
                  DDOC_PAYER_SORTCODE  ,
                  DDOC_PAYER_ACCOUNT   ,
                  DDOC_REFERENCE       ,
                  DDOC_AMOUNT          ,
                  DDOC_DUE_DATE        ,
                  DDOC_STATUS          ,
                  DDOC_STATUS_DATE     ,
                  DDOC_REASON
                )
                VALUES
                (
                  :HV-DDOC-ID             ,
                  :HV-DDOC-SUN            ,
                  :HV-DDOC-FILE-REF       ,
                  :HV-DDOC-PAYER-SORTCODE ,
                  :HV-DDOC-PAYER-ACCOUNT  ,
                  :HV-DDOC-REFERENCE      ,
                  :HV-DDOC-AMOUNT         ,
                  :HV-DDOC-DUE-DATE       ,
                  'S'                     ,
                  :HV-TODAY               ,
                  NULL
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDOSUB unable to record collection '
                      WS-INSTR-SEQ ', SQLCODE=' WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
                UPDATE DD_ORIG_MANDATE
                SET    DDOM_LAST_COLLECTED = :HV-DDOC-DUE-DATE
                WHERE  DDOM_SUN            = :HV-DDOC-SUN
                AND    DDOM_PAYER_SORTCODE = :HV-DDOC-PAYER-SORTCODE
                AND    DDOM_PAYER_ACCOUNT  = :HV-DDOC-PAYER-ACCOUNT
                AND    DDOM_REFERENCE      = :HV-DDOC-REFERENCE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDOSUB unable to update DD_ORIG_MANDATE for '
                      'collection ' WS-INSTR-SEQ ', SQLCODE='
                      WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE SPACES             TO COLLECTION-RECORD.
           MOVE 'D'                TO COL-REC-TYPE.
           MOVE HV-DDOC-ID         TO COL-COLLECTION-ID.
           MOVE SUB-PAYER-SORTCODE TO COL-PAYER-SORTCODE.
           MOVE SUB-PAYER-ACCOUNT  TO COL-PAYER-ACCOUNT.
           MOVE SUB-REFERENCE      TO COL-REFERENCE.
           MOVE SUB-AMOUNT         TO COL-AMOUNT.
           MOVE SUB-DUE-DATE       TO COL-DUE-DATE.
           MOVE HV-DDOR-SORTCODE   TO COL-CREDIT-SORTCODE.
           MOVE HV-DDOR-NUMBER     TO COL-CREDIT-NUMBER.
           PERFORM WRITE-COLLECTION-RECORD.

           ADD 1 TO NUMBER-OF-COLLS-SUBMITTED.
           ADD SUB-AMOUNT TO WS-AMOUNT-SUBMITTED.

           MOVE 'SUBM'   TO RES-STATUS.
           MOVE 0        TO RES-RETURN-CD.
           MOVE SPACES   TO RES-ERROR-CATEGORY.
           PERFORM WRITE-RESULT-RECORD.

       SOC999.
           EXIT.

       REJECT-COLLECTION SECTION.
       RJC010.

           ADD 1 TO NUMBER-OF-COLLS-REJECTED.

           MOVE 'RJCT'             TO RES-STATUS.
           MOVE 8                  TO RES-RETURN-CD.
           MOVE WS-REJECT-CATEGORY TO RES-ERROR-CATEGORY.
           PERFORM WRITE-RESULT-RECORD.

       RJC999.
           EXIT.

       WRITE-RESULT-RECORD SECTION.
       WRR010.

           MOVE WS-INSTR-SEQ             TO RES-INSTR-SEQ.
           MOVE WS-FILE-SUN              TO RES-SUN.
           MOVE SPACES                   TO RES-PAYER-AC.
           STRING SUB-PAYER-SORTCODE DELIMITED BY SIZE,
                  SUB-PAYER-ACCOUNT DELIMITED BY SIZE
                  INTO RES-PAYER-AC
           END-STRING.
           MOVE SPACES                   TO RES-CREDIT-AC.
           STRING HV-DDOR-SORTCODE DELIMITED BY SIZE,
                  HV-DDOR-NUMBER DELIMITED BY SIZE
                  INTO RES-CREDIT-AC
           END-STRING.
           IF SUB-AMOUNT IS NUMERIC
              MOVE SUB-AMOUNT            TO RES-AMOUNT
           ELSE
              MOVE 0                     TO RES-AMOUNT
           END-IF.
           MOVE HV-DDOC-ID               TO RES-COLLECTION-ID.
           MOVE SUB-REFERENCE            TO RES-REFERENCE.

           WRITE RESULT-RECORD.

           IF RES-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error writing the DDOSRES results file, '
                      ' status=' RES-FILE-STATUS
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-RESULTS-WRITTEN.
           IF SUB-AMOUNT IS NUMERIC
              ADD SUB-AMOUNT TO WS-RESULT-AMOUNT-TOTAL
           END-IF.

       WRR999.
           EXIT.

       WRITE-COLLECTION-RECORD SECTION.
       WCR010.

           WRITE COLLECTION-RECORD.

           IF COL-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error writing the DDOCOUT collection file, '
                      ' status=' COL-FILE-STATUS
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WCR999.
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

           MOVE 'DDOSUB'   TO OFR-PROGRAM.
           CALL WS-OUTFREG-PGM USING WS-OUTFREG-PARMS.

           IF OFR-RETURN-CD NOT = 0
              MOVE OFR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDOSUB unable to register outbound file '
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
