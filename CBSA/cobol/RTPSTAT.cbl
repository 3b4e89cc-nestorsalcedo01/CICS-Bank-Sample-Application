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
      * Title: RTPSTAT                                                 *
      *                                                                *
      *                                                                *
      * Description: Request-to-pay status return.  Marks expired      *
      *              ('X') every request still open after its expiry   *
      *              date, then writes each declined or expired        *
      *              request not yet reported to the outbound status   *
      *              file for its biller, with the customer's decline  *
      *              reason or EXPD, and stamps it reported so it goes *
      *              back once only.  Accepted requests are not        *
      *              returned here - the biller sees those paid.  The  *
      *              file is entered on the outbound file register     *
      *              with its count and the amounts as its hash.       *
      *                                                                *
      * Input:  REQUEST_TO_PAY                                         *
      * Output: The outbound request-to-pay status file RTPOUT         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTPSTAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTP-STATUS-FILE
                  ASSIGN TO RTPOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RTPOUT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    One line per request going back to its biller, in biller
      *    order: RSO-STATUS 'D' declined by the customer, 'X'
      *    expired unanswered, RSO-REASON the decline reason or EXPD.
       FD  RTP-STATUS-FILE.
       01  RTP-STATUS-RECORD.
           05 RSO-BILLER-ID                 PIC X(10).
           05 RSO-BILLER-REF                PIC X(18).
           05 RSO-STATUS                    PIC X(1).
           05 RSO-REASON                    PIC X(4).
           05 RSO-AMOUNT                    PIC 9(10)V99.
           05 RSO-CURRENCY-CD               PIC X(3).
           05 RSO-DUE-DATE                  PIC X(10).
           05 RSO-STATUS-DATE               PIC X(10).

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

      * Get the REQUEST_TO_PAY DB2 copybook
           EXEC SQL
              INCLUDE RTPDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * REQUEST_TO_PAY host variables for DB2
       01 HOST-REQUEST-TO-PAY-ROW.
          03 HV-RTP-ID                     PIC S9(9) COMP.
          03 HV-RTP-BILLER-ID              PIC X(10).
          03 HV-RTP-BILLER-REF             PIC X(18).
          03 HV-RTP-STATUS                 PIC X(1).
          03 HV-RTP-REASON                 PIC X(4).
          03 HV-RTP-AMOUNT                 PIC S9(10)V99 COMP-3.
          03 HV-RTP-CURRENCY-CD            PIC X(3).
          03 HV-RTP-DUE-DATE               PIC X(10).
          03 HV-RTP-STATUS-DATE            PIC X(10).

       01 HV-TODAY                         PIC X(10).

      * Declare the CURSOR over the declined and expired requests
      * not yet sent back.
           EXEC SQL DECLARE RETURN-CURSOR CURSOR FOR
              SELECT RTP_ID,
                     RTP_BILLER_ID,
                     RTP_BILLER_REF,
                     RTP_STATUS,
                     CASE WHEN RTP_STATUS = 'X' THEN 'EXPD'
                          ELSE COALESCE(RTP_DECLINE_REASON, 'CUST')
                     END,
                     RTP_AMOUNT,
                     RTP_CURRENCY_CD,
                     CHAR(RTP_DUE_DATE),
                     CHAR(RTP_STATUS_DATE)
                     FROM REQUEST_TO_PAY
                     WHERE RTP_STATUS IN ('D', 'X')
                     AND   RTP_REPORTED_DATE IS NULL
                     ORDER BY RTP_BILLER_ID, RTP_ID
                     FOR FETCH ONLY
           END-EXEC.

      *    The outbound file register entry for each file sent out.
       01 WS-OUTFREG-PGM                 PIC X(8) VALUE 'OUTFREG'.
       01 WS-OUTFREG-PARMS.
           COPY OUTFREG.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  RTPOUT-FILE-STATUS            PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.

       01  NUMBER-OF-EXPIRED             PIC 9(8) VALUE 0.
       01  NUMBER-OF-RETURNS-WRITTEN     PIC 9(8) VALUE 0.
       01  WS-RETURN-AMOUNT-HASH         PIC S9(13)V99 VALUE 0.

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
                      'RTPSTAT. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT RTP-STATUS-FILE.
           IF RTPOUT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the RTPOUT status file, '
                      ' status=' RTPOUT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM EXPIRE-OPEN-REQUESTS.

           EXEC SQL OPEN
              RETURN-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'RTPSTAT failure opening RETURN-CURSOR, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM RETURN-ONE-REQUEST UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              RETURN-CURSOR
           END-EXEC.

           CLOSE RTP-STATUS-FILE.

           DISPLAY 'RTPSTAT ' NUMBER-OF-EXPIRED ' expired, '
                   NUMBER-OF-RETURNS-WRITTEN
                   ' returned to the billers.'.

           MOVE 'RTPOUT'                  TO OFR-FILE-NAME.
           MOVE HV-TODAY                  TO OFR-BUSINESS-DATE.
           MOVE NUMBER-OF-RETURNS-WRITTEN TO OFR-RECORD-COUNT.
           MOVE WS-RETURN-AMOUNT-HASH     TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           EXEC SQL
              COMMIT
           END-EXEC.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    A request the customer has not answered by its expiry
      *    date can no longer be accepted; it expires the day after.
      *
       EXPIRE-OPEN-REQUESTS SECTION.
       EOR010.

           EXEC SQL
                UPDATE REQUEST_TO_PAY
                SET    RTP_STATUS      = 'X',
                       RTP_STATUS_DATE = :HV-TODAY
                WHERE  RTP_STATUS      = 'O'
                AND    RTP_EXPIRY_DATE < :HV-TODAY
           END-EXEC.

           IF SQLCODE = 100
              GO TO EOR999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'RTPSTAT unable to expire open requests, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE SQLERRD(3) TO NUMBER-OF-EXPIRED.

       EOR999.
           EXIT.

      *
      *    One request back to its biller, stamped so that it is
      *    never sent again.
      *
       RETURN-ONE-REQUEST SECTION.
       ROR010.

           EXEC SQL FETCH FROM RETURN-CURSOR
              INTO :HV-RTP-ID,
                   :HV-RTP-BILLER-ID,
                   :HV-RTP-BILLER-REF,
                   :HV-RTP-STATUS,
                   :HV-RTP-REASON,
                   :HV-RTP-AMOUNT,
                   :HV-RTP-CURRENCY-CD,
                   :HV-RTP-DUE-DATE,
                   :HV-RTP-STATUS-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO ROR999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'RTPSTAT failure fetching RETURN-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-RTP-BILLER-ID       TO RSO-BILLER-ID.
           MOVE HV-RTP-BILLER-REF      TO RSO-BILLER-REF.
           MOVE HV-RTP-STATUS          TO RSO-STATUS.
           MOVE HV-RTP-REASON          TO RSO-REASON.
           MOVE HV-RTP-AMOUNT          TO RSO-AMOUNT.
           MOVE HV-RTP-CURRENCY-CD     TO RSO-CURRENCY-CD.
           MOVE HV-RTP-DUE-DATE        TO RSO-DUE-DATE.
           MOVE HV-RTP-STATUS-DATE     TO RSO-STATUS-DATE.

           WRITE RTP-STATUS-RECORD.

           IF RTPOUT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the RTPOUT status file, '
                      ' status=' RTPOUT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1             TO NUMBER-OF-RETURNS-WRITTEN.
           ADD HV-RTP-AMOUNT TO WS-RETURN-AMOUNT-HASH.

           EXEC SQL
                UPDATE REQUEST_TO_PAY
                SET    RTP_REPORTED_DATE = :HV-TODAY
                WHERE  RTP_ID = :HV-RTP-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'RTPSTAT unable to mark request reported, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       ROR999.
           EXIT.

       REGISTER-OUTBOUND-FILE SECTION.
       ROF010.

           MOVE 'RTPSTAT'  TO OFR-PROGRAM.
           CALL WS-OUTFREG-PGM USING WS-OUTFREG-PARMS.

           IF OFR-RETURN-CD NOT = 0
              MOVE OFR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'RTPSTAT unable to register outbound file '
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
