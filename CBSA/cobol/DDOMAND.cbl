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
      * Title: DDOMAND                                                 *
      *                                                                *
      *                                                                *
      * Description: Outbound direct debit mandate processing for our  *
      *              originators - the collecting-side twin of         *
      *              MANDLOAD.  First applies the scheme's mandate-    *
      *              acceptance report: each mandate lodged with a     *
      *              payer's bank is confirmed live ('A') or rejected  *
      *              ('R') with the scheme's reason.  Then takes the   *
      *              originators' own mandate instructions - new       *
      *              mandates and cancellations - records them on      *
      *              DD_ORIG_MANDATE and writes each to the outbound   *
      *              lodgement file for the scheme.  A mandate only    *
      *              collects once the acceptance report has made it   *
      *              live.  Anything that cannot be applied is         *
      *              rejected on the report with its reason.           *
      *                                                                *
      * Input:  The scheme's mandate-acceptance report DDOACPT,        *
      *         the originators' mandate instructions DDOMIN           *
      * Output: The outbound mandate lodgement file DDOMOUT,           *
      *         the mandate report DDOMRPT                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDOMAND.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DDO-ACPT-FILE
                  ASSIGN TO DDOACPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ACPT-FILE-STATUS.

           SELECT DDO-INSTR-FILE
                  ASSIGN TO DDOMIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS INSTR-FILE-STATUS.

           SELECT DDO-LODGE-FILE
                  ASSIGN TO DDOMOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS LODGE-FILE-STATUS.

           SELECT DDO-RPT-FILE
                  ASSIGN TO DDOMRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    One line per lodged mandate the payer's bank has decided:
      *    ACP-RESULT 'A' accepted, 'R' rejected with ACP-REASON.
       FD  DDO-ACPT-FILE.
       01  DDO-ACPT-RECORD.
           05 ACP-SUN                       PIC X(6).
           05 ACP-PAYER-SORTCODE            PIC X(6).
           05 ACP-PAYER-ACCOUNT             PIC X(8).
           05 ACP-REFERENCE                 PIC X(18).
           05 ACP-RESULT                    PIC X(1).
           05 ACP-REASON                    PIC X(4).

      *    One originator instruction: 'N' new mandate, 'C' cancel.
       FD  DDO-INSTR-FILE.
       01  DDO-INSTR-RECORD.
           05 DMI-ACTION                    PIC X(1).
           05 DMI-SUN                       PIC X(6).
           05 DMI-PAYER-SORTCODE            PIC X(6).
           05 DMI-PAYER-ACCOUNT             PIC X(8).
           05 DMI-REFERENCE                 PIC X(18).
           05 DMI-PAYER-NAME                PIC X(18).

      *    One lodgement to the scheme: LDG-TRAN-CODE '0N' a new
      *    mandate for the payer's bank to set up, '0C' one to
      *    cancel.
       FD  DDO-LODGE-FILE.
       01  DDO-LODGE-RECORD.
           05 LDG-TRAN-CODE                 PIC X(2).
           05 LDG-SUN                       PIC X(6).
           05 LDG-PAYER-SORTCODE            PIC X(6).
           05 LDG-PAYER-ACCOUNT             PIC X(8).
           05 LDG-REFERENCE                 PIC X(18).
           05 LDG-PAYER-NAME                PIC X(18).
           05 LDG-LODGED-DATE               PIC X(10).

       FD  DDO-RPT-FILE.
       01  DDO-RPT-RECORD.
           05 RPT-SOURCE                 PIC X(4).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-ACTION                 PIC X(1).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-SUN                    PIC X(6).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-PAYER-SORTCODE         PIC X(6).
           05 FILLER                     PIC X(1) VALUE '/'.
           05 RPT-PAYER-ACCOUNT          PIC X(8).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-REFERENCE              PIC X(18).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-OUTCOME                PIC X(10).
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

      * Get the direct debit origination DB2 copybook
           EXEC SQL
              INCLUDE DDOMDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * DD_ORIG_MANDATE host variables for DB2
       01 HOST-ORIG-MANDATE-ROW.
          03 HV-DDOM-SUN                   PIC X(6).
          03 HV-DDOM-PAYER-SORTCODE        PIC X(6).
          03 HV-DDOM-PAYER-ACCOUNT         PIC X(8).
          03 HV-DDOM-REFERENCE             PIC X(18).
          03 HV-DDOM-PAYER-NAME            PIC X(18).
          03 HV-DDOM-STATUS                PIC X(1).
          03 HV-DDOM-REASON                PIC X(4).

       01 HV-TODAY                         PIC X(10).
       01 HV-ROW-COUNT                     PIC S9(9) COMP.

      *    The outbound file register entry for each file sent out.
       01 WS-OUTFREG-PGM                 PIC X(8) VALUE 'OUTFREG'.
       01 WS-OUTFREG-PARMS.
           COPY OUTFREG.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  ACPT-FILE-STATUS              PIC XX.
       01  INSTR-FILE-STATUS             PIC XX.
       01  LODGE-FILE-STATUS             PIC XX.
       01  RPT-FILE-STATUS               PIC XX.

       01  WS-ACPT-EOF                   PIC X VALUE 'N'.
       01  WS-INSTR-EOF                  PIC X VALUE 'N'.

       01  NUMBER-OF-ACCEPTED            PIC 9(8) VALUE 0.
       01  NUMBER-OF-DECLINED            PIC 9(8) VALUE 0.
       01  NUMBER-OF-LODGED              PIC 9(8) VALUE 0.
       01  NUMBER-OF-CANCELLED           PIC 9(8) VALUE 0.
       01  NUMBER-OF-REJECTED            PIC 9(8) VALUE 0.
      *    The lodgement file carries no amounts; its hash is the
      *    payer account numbers added together, as the scheme does.
       01  NUMBER-OF-LODGEMENTS-WRITTEN  PIC 9(8) VALUE 0.
       01  WS-LODGE-ACCOUNT-HASH         PIC S9(13)V99 VALUE 0.
       01  WS-LODGE-ACCOUNT              PIC 9(8).

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
                      'DDOMAND. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT DDO-ACPT-FILE.
           IF ACPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the DDOACPT acceptance report, '
                      ' status=' ACPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT DDO-INSTR-FILE.
           IF INSTR-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the DDOMIN instruction file, '
                      ' status=' INSTR-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT DDO-LODGE-FILE.
           IF LODGE-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the DDOMOUT lodgement file, '
                      ' status=' LODGE-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT DDO-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the DDOMRPT report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

      *
      *    The acceptance report first, so that a mandate the
      *    originator cancels today after its bank has accepted it
      *    is cancelled from its accepted state.
      *
           PERFORM APPLY-ONE-ACCEPTANCE UNTIL WS-ACPT-EOF = 'Y'.
           PERFORM APPLY-ONE-INSTRUCTION UNTIL WS-INSTR-EOF = 'Y'.

           CLOSE DDO-ACPT-FILE.
           CLOSE DDO-INSTR-FILE.
           CLOSE DDO-LODGE-FILE.
           CLOSE DDO-RPT-FILE.

           DISPLAY 'DDOMAND ' NUMBER-OF-ACCEPTED ' accepted, '
                   NUMBER-OF-DECLINED ' declined by the payer bank, '
                   NUMBER-OF-LODGED ' lodged, '
                   NUMBER-OF-CANCELLED ' cancelled, '
                   NUMBER-OF-REJECTED ' rejected.'.

           IF NUMBER-OF-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE 'DDOMOUT'                    TO OFR-FILE-NAME.
           MOVE HV-TODAY                     TO OFR-BUSINESS-DATE.
           MOVE NUMBER-OF-LODGEMENTS-WRITTEN TO OFR-RECORD-COUNT.
           MOVE WS-LODGE-ACCOUNT-HASH        TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    One line of the acceptance report: the lodged mandate it
      *    names goes live, or is marked rejected.
      *
       APPLY-ONE-ACCEPTANCE SECTION.
       AOA010.

           READ DDO-ACPT-FILE.

           IF ACPT-FILE-STATUS = '10'
              MOVE 'Y' TO WS-ACPT-EOF
              GO TO AOA999
           END-IF.

           IF ACPT-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error reading the DDOACPT acceptance report, '
                      ' status=' ACPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE SPACES             TO DDO-RPT-RECORD.
           MOVE 'ACPT'             TO RPT-SOURCE.
           MOVE ACP-RESULT         TO RPT-ACTION.
           MOVE ACP-SUN            TO RPT-SUN.
           MOVE ACP-PAYER-SORTCODE TO RPT-PAYER-SORTCODE.
           MOVE ACP-PAYER-ACCOUNT  TO RPT-PAYER-ACCOUNT.
           MOVE ACP-REFERENCE      TO RPT-REFERENCE.

           MOVE ACP-SUN            TO HV-DDOM-SUN.
           MOVE ACP-PAYER-SORTCODE TO HV-DDOM-PAYER-SORTCODE.
           MOVE ACP-PAYER-ACCOUNT  TO HV-DDOM-PAYER-ACCOUNT.
           MOVE ACP-REFERENCE      TO HV-DDOM-REFERENCE.
           MOVE SPACES             TO HV-DDOM-REASON.

           EVALUATE ACP-RESULT
              WHEN 'A'
                 MOVE 'A'          TO HV-DDOM-STATUS
              WHEN 'R'
                 MOVE 'R'          TO HV-DDOM-STATUS
                 MOVE ACP-REASON   TO HV-DDOM-REASON
              WHEN OTHER
                 MOVE 'RESULT MUST BE A OR R' TO RPT-REASON
                 PERFORM REJECT-LINE
                 GO TO AOA999
           END-EVALUATE.

           EXEC SQL
                UPDATE DD_ORIG_MANDATE
                SET    DDOM_STATUS      = :HV-DDOM-STATUS,
                       DDOM_STATUS_DATE = :HV-TODAY,
                       DDOM_REASON      = :HV-DDOM-REASON
                WHERE  DDOM_SUN            = :HV-DDOM-SUN
                AND    DDOM_PAYER_SORTCODE = :HV-DDOM-PAYER-SORTCODE
                AND    DDOM_PAYER_ACCOUNT  = :HV-DDOM-PAYER-ACCOUNT
                AND    DDOM_REFERENCE      = :HV-DDOM-REFERENCE
                AND    DDOM_STATUS         = 'L'
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'NO LODGED MANDATE MATCHES' TO RPT-REASON
              PERFORM REJECT-LINE
              GO TO AOA999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDOMAND failure updating DD_ORIG_MANDATE, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           IF ACP-RESULT = 'A'
              ADD 1 TO NUMBER-OF-ACCEPTED
              MOVE 'LIVE'       TO RPT-OUTCOME
           ELSE
              ADD 1 TO NUMBER-OF-DECLINED
              MOVE 'DECLINED'   TO RPT-OUTCOME
              MOVE ACP-REASON   TO RPT-REASON
           END-IF.

           PERFORM WRITE-REPORT-LINE.

       AOA999.
           EXIT.

      *
      *    One originator instruction.
      *
       APPLY-ONE-INSTRUCTION SECTION.
       AOI010.

           READ DDO-INSTR-FILE.

           IF INSTR-FILE-STATUS = '10'
              MOVE 'Y' TO WS-INSTR-EOF
              GO TO AOI999
           END-IF.

           IF INSTR-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error reading the DDOMIN instruction file, '
                      ' status=' INSTR-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE SPACES             TO DDO-RPT-RECORD.
           MOVE 'INST'             TO RPT-SOURCE.
           MOVE DMI-ACTION         TO RPT-ACTION.
           MOVE DMI-SUN            TO RPT-SUN.
           MOVE DMI-PAYER-SORTCODE TO RPT-PAYER-SORTCODE.
           MOVE DMI-PAYER-ACCOUNT  TO RPT-PAYER-ACCOUNT.
           MOVE DMI-REFERENCE      TO RPT-REFERENCE.

           MOVE DMI-SUN            TO HV-DDOM-SUN.
           MOVE DMI-PAYER-SORTCODE TO HV-DDOM-PAYER-SORTCODE.
           MOVE DMI-PAYER-ACCOUNT  TO HV-DDOM-PAYER-ACCOUNT.
           MOVE DMI-REFERENCE      TO HV-DDOM-REFERENCE.
           MOVE DMI-PAYER-NAME     TO HV-DDOM-PAYER-NAME.

           IF DMI-REFERENCE = SPACES
              OR DMI-PAYER-SORTCODE = SPACES
              OR DMI-PAYER-ACCOUNT = SPACES
              MOVE 'PAYER ACCOUNT OR REFERENCE MISSING'
                 TO RPT-REASON
              PERFORM REJECT-LINE
              GO TO AOI999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-ROW-COUNT
              FROM   DD_ORIGINATOR
              WHERE  DDOR_SUN    = :HV-DDOM-SUN
              AND    DDOR_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-ROW-COUNT = 0
              MOVE 'NOT AN ACTIVE ORIGINATOR' TO RPT-REASON
              PERFORM REJECT-LINE
              GO TO AOI999
           END-IF.

           EVALUATE DMI-ACTION
              WHEN 'N'
                 PERFORM LODGE-NEW-MANDATE
              WHEN 'C'
                 PERFORM CANCEL-MANDATE
              WHEN OTHER
                 MOVE 'ACTION MUST BE N OR C' TO RPT-REASON
                 PERFORM REJECT-LINE
           END-EVALUATE.

       AOI999.
           EXIT.

      *
      *    A new mandate.  One already lodged or live under the same
      *    originator/payer/reference is refused; one that was
      *    declined or cancelled before is lodged afresh on the same
      *    row, so the register holds one row per mandate.
      *
       LODGE-NEW-MANDATE SECTION.
       LNM010.

           EXEC SQL
              SELECT DDOM_STATUS
              INTO   :HV-DDOM-STATUS
              FROM   DD_ORIG_MANDATE
              WHERE  DDOM_SUN            = :HV-DDOM-SUN
              AND    DDOM_PAYER_SORTCODE = :HV-DDOM-PAYER-SORTCODE
              AND    DDOM_PAYER_ACCOUNT  = :HV-DDOM-PAYER-ACCOUNT
              AND    DDOM_REFERENCE      = :HV-DDOM-REFERENCE
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 100
                 EXEC SQL
                      INSERT INTO DD_ORIG_MANDATE
                      (
                        DDOM_SUN             ,
                        DDOM_PAYER_SORTCODE  ,
                        DDOM_PAYER_ACCOUNT   ,
                        DDOM_REFERENCE       ,
                        DDOM_PAYER_NAME      ,
                        DDOM_STATUS          ,
                        DDOM_LODGED_DATE     ,
                        DDOM_STATUS_DATE     ,
                        DDOM_REASON          ,
                        DDOM_LAST_COLLECTED
                      )
                      VALUES
                      (
                        :HV-DDOM-SUN            ,
                        :HV-DDOM-PAYER-SORTCODE ,
                        :HV-DDOM-PAYER-ACCOUNT  ,
                        :HV-DDOM-REFERENCE      ,
                        :HV-DDOM-PAYER-NAME     ,
                        'L'                     ,
                        :HV-TODAY               ,
                        :HV-TODAY               ,
                        NULL                    ,
                        NULL
                      )
                 END-EXEC
              WHEN 0
                 IF HV-DDOM-STATUS = 'L' OR HV-DDOM-STATUS = 'A'
                    MOVE 'MANDATE ALREADY LODGED OR LIVE'
                       TO RPT-REASON
                    PERFORM REJECT-LINE
                    GO TO LNM999
                 END-IF
                 EXEC SQL
                      UPDATE DD_ORIG_MANDATE
                      SET    DDOM_PAYER_NAME  = :HV-DDOM-PAYER-NAME,
                             DDOM_STATUS      = 'L',
                             DDOM_LODGED_DATE = :HV-TODAY,
                             DDOM_STATUS_DATE = :HV-TODAY,
                             DDOM_REASON      = NULL
                      WHERE  DDOM_SUN            = :HV-DDOM-SUN
                      AND    DDOM_PAYER_SORTCODE =
                                :HV-DDOM-PAYER-SORTCODE
                      AND    DDOM_PAYER_ACCOUNT  =
                                :HV-DDOM-PAYER-ACCOUNT
                      AND    DDOM_REFERENCE      = :HV-DDOM-REFERENCE
                 END-EXEC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDOMAND unable to lodge mandate for '
                      HV-DDOM-SUN ' ' HV-DDOM-REFERENCE
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE '0N' TO LDG-TRAN-CODE.
           PERFORM WRITE-LODGEMENT.

           EXEC SQL
              COMMIT
           END-EXEC.

           ADD 1 TO NUMBER-OF-LODGED.
           MOVE 'LODGED' TO RPT-OUTCOME.
           PERFORM WRITE-REPORT-LINE.

       LNM999.
           EXIT.

      *
      *    Cancel a lodged or live mandate, and tell the payer's
      *    bank.
      *
       CANCEL-MANDATE SECTION.
       CNM010.

           EXEC SQL
                UPDATE DD_ORIG_MANDATE
                SET    DDOM_STATUS      = 'C',
                       DDOM_STATUS_DATE = :HV-TODAY
                WHERE  DDOM_SUN            = :HV-DDOM-SUN
                AND    DDOM_PAYER_SORTCODE = :HV-DDOM-PAYER-SORTCODE
                AND    DDOM_PAYER_ACCOUNT  = :HV-DDOM-PAYER-ACCOUNT
                AND    DDOM_REFERENCE      = :HV-DDOM-REFERENCE
                AND    DDOM_STATUS IN ('L', 'A')
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'NO LODGED OR LIVE MANDATE MATCHES' TO RPT-REASON
              PERFORM REJECT-LINE
              GO TO CNM999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDOMAND unable to cancel mandate for '
                      HV-DDOM-SUN ' ' HV-DDOM-REFERENCE
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE '0C' TO LDG-TRAN-CODE.
           PERFORM WRITE-LODGEMENT.

           EXEC SQL
              COMMIT
           END-EXEC.

           ADD 1 TO NUMBER-OF-CANCELLED.
           MOVE 'CANCELLED' TO RPT-OUTCOME.
           PERFORM WRITE-REPORT-LINE.

       CNM999.
           EXIT.

       WRITE-LODGEMENT SECTION.
       WLG010.

           MOVE DMI-SUN            TO LDG-SUN.
           MOVE DMI-PAYER-SORTCODE TO LDG-PAYER-SORTCODE.
           MOVE DMI-PAYER-ACCOUNT  TO LDG-PAYER-ACCOUNT.
           MOVE DMI-REFERENCE      TO LDG-REFERENCE.
           MOVE DMI-PAYER-NAME     TO LDG-PAYER-NAME.
           MOVE HV-TODAY           TO LDG-LODGED-DATE.

           WRITE DDO-LODGE-RECORD.

           IF LODGE-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the DDOMOUT lodgement file, '
                      ' status=' LODGE-FILE-STATUS
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-LODGEMENTS-WRITTEN.
           IF LDG-PAYER-ACCOUNT IS NUMERIC
              MOVE LDG-PAYER-ACCOUNT TO WS-LODGE-ACCOUNT
              ADD WS-LODGE-ACCOUNT   TO WS-LODGE-ACCOUNT-HASH
           END-IF.

       WLG999.
           EXIT.

       REJECT-LINE SECTION.
       RJL010.

           ADD 1 TO NUMBER-OF-REJECTED.
           MOVE 'REJECTED' TO RPT-OUTCOME.
           PERFORM WRITE-REPORT-LINE.

       RJL999.
           EXIT.

       WRITE-REPORT-LINE SECTION.
       WRL010.

           WRITE DDO-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the DDOMRPT report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WRL999.
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

           MOVE 'DDOMAND'  TO OFR-PROGRAM.
           CALL WS-OUTFREG-PGM USING WS-OUTFREG-PARMS.

           IF OFR-RETURN-CD NOT = 0
              MOVE OFR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'DDOMAND unable to register outbound file '
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
