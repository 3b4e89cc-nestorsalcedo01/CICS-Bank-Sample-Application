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
      * Title: COMMRTE                                                 *
      *                                                                *
      *                                                                *
      * Description: Customer communications routing batch.  Takes     *
      *              every notice waiting on COMMS_QUEUE, whichever    *
      *              batch raised it, and sends it by the channel the  *
      *              customer has chosen on the standing data          *
      *              (CUST_CONTACT_PREF) - post, email to CUST_EMAIL   *
      *              or SMS to CUST_PHONE - one delivery file per      *
      *              channel.  A notice type the customer asked for    *
      *              on a channel of its own (a balance alert) goes    *
      *              by that channel.  A customer who has opted out    *
      *              is not sent notices the bank may withhold; the    *
      *              ones it is obliged to send go by post.  Where     *
      *              the customer has no usable address for the        *
      *              channel - no postal address or postcode, no       *
      *              email address, no phone number, or the customer   *
      *              has been erased - the notice is suppressed and    *
      *              listed on the suppression report, except that     *
      *              an obligatory notice falls back to post when a    *
      *              postal address is held (also listed).  Each       *
      *              notice's outcome is stamped back on the queue in  *
      *              the same unit of work as the files, so a failed   *
      *              run is simply rerun.                              *
      *                                                                *
      * Output: The postal notices file COMPOST                        *
      *         The email notices file COMEMAIL                        *
      *         The SMS notices file COMSMS                            *
      *         The suppression report COMSUPP                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMRTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POST-FILE
                  ASSIGN TO COMPOST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS POST-FILE-STATUS.

           SELECT EMAIL-FILE
                  ASSIGN TO COMEMAIL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS EMAIL-FILE-STATUS.

           SELECT SMS-FILE
                  ASSIGN TO COMSMS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SMS-FILE-STATUS.

           SELECT SUPP-FILE
                  ASSIGN TO COMSUPP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SUPP-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  POST-FILE.
       01  POST-RECORD                      PIC X(400).

       FD  EMAIL-FILE.
       01  EMAIL-RECORD                     PIC X(400).

       FD  SMS-FILE.
       01  SMS-RECORD                       PIC X(400).

       FD  SUPP-FILE.
       01  SUPP-RECORD                      PIC X(100).

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

      * Get the COMMS_QUEUE DB2 copybook
           EXEC SQL
              INCLUDE CMQDB2
           END-EXEC.

      * Get the CUSTOMER_DATA DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * COMMS_QUEUE host variables for DB2
       01 HOST-COMMS-QUEUE-ROW.
          03 HV-CMQ-ID                     PIC S9(9) COMP.
          03 HV-CMQ-MSG-TYPE               PIC X(8).
          03 HV-CMQ-CUSTOMER               PIC X(10).
          03 HV-CMQ-SORTCODE               PIC X(6).
          03 HV-CMQ-NUMBER                 PIC X(8).
          03 HV-CMQ-REQ-CHANNEL            PIC X(1).
          03 HV-CMQ-REFERENCE              PIC X(20).
          03 HV-CMQ-AMOUNT                 PIC S9(10)V99 COMP-3.
          03 HV-CMQ-CURRENCY-CD            PIC X(3).
          03 HV-CMQ-TEXT                   PIC X(80).
          03 HV-CMQ-RAISED-TS              PIC X(26).
          03 HV-CMQ-STATUS                 PIC X(1).
          03 HV-CMQ-CHANNEL                PIC X(1).

      * CUSTOMER_DATA host variables for DB2
       01 HOST-CUSTOMER-ROW.
          03 HV-CUST-NUMBER                PIC X(10).
          03 HV-CUST-NAME                  PIC X(60).
          03 HV-CUST-ADDR1                 PIC X(40).
          03 HV-CUST-ADDR2                 PIC X(40).
          03 HV-CUST-ADDR3                 PIC X(40).
          03 HV-CUST-POSTCODE              PIC X(10).
          03 HV-CUST-PHONE                 PIC X(20).
          03 HV-CUST-EMAIL                 PIC X(50).
          03 HV-CUST-STATUS                PIC X(1).
          03 HV-CUST-CONTACT-PREF          PIC X(1).

      * Declare the CURSOR for the notices waiting to be routed, in
      * the order they were raised
           EXEC SQL DECLARE CMQ-CURSOR CURSOR FOR
              SELECT CMQ_ID,
                     CMQ_MSG_TYPE,
                     CMQ_CUSTOMER,
                     CMQ_SORTCODE,
                     CMQ_NUMBER,
                     CMQ_REQ_CHANNEL,
                     CMQ_REFERENCE,
                     CMQ_AMOUNT,
                     CMQ_CURRENCY_CD,
                     CMQ_TEXT,
                     CHAR(CMQ_RAISED_TS)
                     FROM COMMS_QUEUE
                     WHERE CMQ_STATUS = 'N'
                     ORDER BY CMQ_ID
                     FOR FETCH ONLY
           END-EXEC.

      *    The notice types the bank must send whatever the customer
      *    has opted out of - arrears, rate changes, statements,
      *    product conversions, sort code changes, deposit maturity
      *    reminders and the advance and post-event set-off notices.
      *    A type not listed here is treated as obligatory, so a new
      *    notice is never silently withheld.
       01 WS-MSG-TYPE-TABLE.
          05 FILLER                     PIC X(9) VALUE 'PAYSTAT N'.
          05 FILLER                     PIC X(9) VALUE 'CHQRET  N'.
          05 FILLER                     PIC X(9) VALUE 'DDUNPAIDN'.
          05 FILLER                     PIC X(9) VALUE 'BALALERTN'.
          05 FILLER                     PIC X(9) VALUE 'LOANARR Y'.
          05 FILLER                     PIC X(9) VALUE 'RATECHG Y'.
          05 FILLER                     PIC X(9) VALUE 'STMT    Y'.
          05 FILLER                     PIC X(9) VALUE 'PRODCONVY'.
          05 FILLER                     PIC X(9) VALUE 'BRCHMRG Y'.
          05 FILLER                     PIC X(9) VALUE 'TDEPMAT Y'.
          05 FILLER                     PIC X(9) VALUE 'SETOFFA Y'.
          05 FILLER                     PIC X(9) VALUE 'SETOFFP Y'.
       01 WS-MSG-TYPE-REDEF REDEFINES WS-MSG-TYPE-TABLE.
          05 WS-MSG-TYPE-ENTRY OCCURS 12 TIMES.
             10 WS-MSG-TYPE            PIC X(8).
             10 WS-MSG-OBLIGATORY      PIC X(1).
       01 WS-MSG-TYPE-COUNT             PIC 9(2) VALUE 12.
       01 WS-MSG-TYPE-IDX               PIC 9(2) VALUE 0.

      *    The customer-number resolver - a notice raised against a
      *    number since retired by a customer merge goes to the
      *    customer it was merged into.
       01 WS-CUSTRES-PGM                PIC X(8) VALUE 'CUSTRES'.
       01 WS-CUSTRES-PARMS.
           COPY CUSTRES.

      *    The outbound file register entry for each delivery file.
       01 WS-OUTFREG-PGM                 PIC X(8) VALUE 'OUTFREG'.
       01 WS-OUTFREG-PARMS.
           COPY OUTFREG.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  POST-FILE-STATUS              PIC XX.
       01  EMAIL-FILE-STATUS             PIC XX.
       01  SMS-FILE-STATUS               PIC XX.
       01  SUPP-FILE-STATUS              PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.
       01  WS-CUST-FOUND                 PIC X VALUE 'N'.
       01  WS-OBLIGATORY                 PIC X VALUE 'Y'.
       01  WS-ADDRESS-OK                 PIC X VALUE 'N'.
       01  WS-POST-OK                    PIC X VALUE 'N'.
       01  WS-AT-COUNT                   PIC 9(4) VALUE 0.
       01  WS-CHOSEN-CHANNEL             PIC X VALUE SPACE.
          88 WS-CHANNEL-POST                VALUE 'P'.
          88 WS-CHANNEL-EMAIL               VALUE 'E'.
          88 WS-CHANNEL-SMS                 VALUE 'S'.
          88 WS-CHANNEL-OPTED-OUT           VALUE 'O'.
       01  WS-WANTED-CHANNEL             PIC X VALUE SPACE.
       01  WS-SUPP-REASON                PIC X(24) VALUE SPACES.

      *    The delivery record, written to whichever channel's file
       01  WS-DELIVERY-RECORD.
           COPY COMMDLV.

      * Report lines
       01  WS-RPT-HEADING                PIC X(100) VALUE
           'COMMRTE  NOTICES NOT DELIVERED BY THE CUSTOMER''S CHOSEN CH
      -    'ANNEL'.
       01  WS-RPT-DETAIL.
           05 FILLER                     PIC X(6) VALUE 'QUEUE '.
           05 RPT-QUEUE-ID               PIC Z(8)9.
           05 FILLER                     PIC X(10) VALUE ' CUSTOMER '.
           05 RPT-CUSTOMER               PIC X(10).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-MSG-TYPE               PIC X(8).
           05 FILLER                     PIC X(6) VALUE ' WANT '.
           05 RPT-CHANNEL                PIC X(1).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-REASON                 PIC X(24).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-ACTION                 PIC X(18).
       01  WS-RPT-TOTALS.
           05 FILLER                     PIC X(7) VALUE 'POSTED '.
           05 RPT-POSTED                 PIC Z(7)9.
           05 FILLER                     PIC X(7) VALUE ' EMAIL '.
           05 RPT-EMAILED                PIC Z(7)9.
           05 FILLER                     PIC X(5) VALUE ' SMS '.
           05 RPT-TEXTED                 PIC Z(7)9.
           05 FILLER                     PIC X(12) VALUE
              ' OPTED OUT '.
           05 RPT-OPTED-OUT              PIC Z(7)9.
           05 FILLER                     PIC X(12) VALUE
              ' SUPPRESSED '.
           05 RPT-SUPPRESSED             PIC Z(7)9.
           05 FILLER                     PIC X(12) VALUE
              ' REDIRECTED '.
           05 RPT-REDIRECTED             PIC Z(7)9.

       01  NUMBER-OF-NOTICES-READ        PIC 9(8) VALUE 0.
       01  NUMBER-OF-NOTICES-POSTED      PIC 9(8) VALUE 0.
       01  NUMBER-OF-NOTICES-EMAILED     PIC 9(8) VALUE 0.
       01  NUMBER-OF-NOTICES-TEXTED      PIC 9(8) VALUE 0.
       01  NUMBER-OF-NOTICES-OPTED-OUT   PIC 9(8) VALUE 0.
       01  NUMBER-OF-NOTICES-SUPPRESSED  PIC 9(8) VALUE 0.
       01  NUMBER-OF-NOTICES-REDIRECTED  PIC 9(8) VALUE 0.
       01  WS-POST-AMOUNT-TOTAL          PIC S9(13)V99 VALUE 0.
       01  WS-EMAIL-AMOUNT-TOTAL         PIC S9(13)V99 VALUE 0.
       01  WS-SMS-AMOUNT-TOTAL           PIC S9(13)V99 VALUE 0.

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

           OPEN OUTPUT POST-FILE.
           IF POST-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the COMPOST notices file, '
                      ' status=' POST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT EMAIL-FILE.
           IF EMAIL-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the COMEMAIL notices file, '
                      ' status=' EMAIL-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT SMS-FILE.
           IF SMS-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the COMSMS notices file, '
                      ' status=' SMS-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT SUPP-FILE.
           IF SUPP-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the COMSUPP report file, '
                      ' status=' SUPP-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE WS-RPT-HEADING TO SUPP-RECORD.
           PERFORM WRITE-SUPP-RECORD.

           EXEC SQL OPEN
              CMQ-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'COMMRTE unable to open CMQ-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM ROUTE-ONE-NOTICE UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              CMQ-CURSOR
           END-EXEC.

           MOVE NUMBER-OF-NOTICES-POSTED     TO RPT-POSTED.
           MOVE NUMBER-OF-NOTICES-EMAILED    TO RPT-EMAILED.
           MOVE NUMBER-OF-NOTICES-TEXTED     TO RPT-TEXTED.
           MOVE NUMBER-OF-NOTICES-OPTED-OUT  TO RPT-OPTED-OUT.
           MOVE NUMBER-OF-NOTICES-SUPPRESSED TO RPT-SUPPRESSED.
           MOVE NUMBER-OF-NOTICES-REDIRECTED TO RPT-REDIRECTED.
           MOVE WS-RPT-TOTALS TO SUPP-RECORD.
           PERFORM WRITE-SUPP-RECORD.

           CLOSE POST-FILE.
           CLOSE EMAIL-FILE.
           CLOSE SMS-FILE.
           CLOSE SUPP-FILE.

           MOVE 'COMPOST'                 TO OFR-FILE-NAME.
           MOVE NUMBER-OF-NOTICES-POSTED  TO OFR-RECORD-COUNT.
           MOVE WS-POST-AMOUNT-TOTAL      TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           MOVE 'COMEMAIL'                TO OFR-FILE-NAME.
           MOVE NUMBER-OF-NOTICES-EMAILED TO OFR-RECORD-COUNT.
           MOVE WS-EMAIL-AMOUNT-TOTAL     TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           MOVE 'COMSMS'                  TO OFR-FILE-NAME.
           MOVE NUMBER-OF-NOTICES-TEXTED  TO OFR-RECORD-COUNT.
           MOVE WS-SMS-AMOUNT-TOTAL       TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'COMMRTE routed ' NUMBER-OF-NOTICES-READ
                   ' notice(s): post ' NUMBER-OF-NOTICES-POSTED
                   ', email ' NUMBER-OF-NOTICES-EMAILED
                   ', SMS ' NUMBER-OF-NOTICES-TEXTED
                   ', opted out ' NUMBER-OF-NOTICES-OPTED-OUT
                   ', suppressed ' NUMBER-OF-NOTICES-SUPPRESSED
                   ', redirected to post '
                   NUMBER-OF-NOTICES-REDIRECTED '.'.

           IF NUMBER-OF-NOTICES-SUPPRESSED > 0
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    One waiting notice: settle the channel it goes by, check
      *    the customer has an address for it, and send, hold back
      *    or suppress it accordingly.
      *
       ROUTE-ONE-NOTICE SECTION.
       RON010.

           EXEC SQL FETCH FROM CMQ-CURSOR
              INTO :HV-CMQ-ID,
                   :HV-CMQ-MSG-TYPE,
                   :HV-CMQ-CUSTOMER,
                   :HV-CMQ-SORTCODE,
                   :HV-CMQ-NUMBER,
                   :HV-CMQ-REQ-CHANNEL,
                   :HV-CMQ-REFERENCE,
                   :HV-CMQ-AMOUNT,
                   :HV-CMQ-CURRENCY-CD,
                   :HV-CMQ-TEXT,
                   :HV-CMQ-RAISED-TS
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO RON999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'COMMRTE failure fetching CMQ-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-NOTICES-READ.

           PERFORM READ-CUSTOMER.
           PERFORM FIND-MSG-TYPE.

           IF HV-CMQ-REQ-CHANNEL = 'P' OR 'E' OR 'S'
              MOVE HV-CMQ-REQ-CHANNEL TO WS-CHOSEN-CHANNEL
           ELSE
              IF HV-CUST-CONTACT-PREF = 'E' OR 'S' OR 'O'
                 MOVE HV-CUST-CONTACT-PREF TO WS-CHOSEN-CHANNEL
              ELSE
                 MOVE 'P' TO WS-CHOSEN-CHANNEL
              END-IF
           END-IF.

           IF WS-CHANNEL-OPTED-OUT
              IF WS-OBLIGATORY = 'Y'
                 MOVE 'P' TO WS-CHOSEN-CHANNEL
              ELSE
                 MOVE 'O'   TO HV-CMQ-STATUS
                 MOVE SPACE TO HV-CMQ-CHANNEL
                 PERFORM MARK-NOTICE-ROUTED
                 ADD 1 TO NUMBER-OF-NOTICES-OPTED-OUT
                 GO TO RON999
              END-IF
           END-IF.

           MOVE WS-CHOSEN-CHANNEL TO WS-WANTED-CHANNEL.
           PERFORM CHECK-ADDRESS.

           IF WS-ADDRESS-OK NOT = 'Y'
              IF WS-OBLIGATORY = 'Y'
                 AND NOT WS-CHANNEL-POST
                 AND WS-POST-OK = 'Y'
                 MOVE 'REDIRECTED TO POST' TO RPT-ACTION
                 PERFORM REPORT-UNDELIVERED
                 ADD 1 TO NUMBER-OF-NOTICES-REDIRECTED
                 MOVE 'P' TO WS-CHOSEN-CHANNEL
              ELSE
                 MOVE 'SUPPRESSED' TO RPT-ACTION
                 PERFORM REPORT-UNDELIVERED
                 ADD 1 TO NUMBER-OF-NOTICES-SUPPRESSED
                 MOVE 'X'   TO HV-CMQ-STATUS
                 MOVE SPACE TO HV-CMQ-CHANNEL
                 PERFORM MARK-NOTICE-ROUTED
                 GO TO RON999
              END-IF
           END-IF.

           PERFORM DELIVER-NOTICE.

           MOVE 'S'               TO HV-CMQ-STATUS.
           MOVE WS-CHOSEN-CHANNEL TO HV-CMQ-CHANNEL.
           PERFORM MARK-NOTICE-ROUTED.

       RON999.
           EXIT.

      *
      *    The customer the notice is for, as the standing data now
      *    has them.  A notice for a customer not on file has no
      *    address on any channel.
      *
       READ-CUSTOMER SECTION.
       RCU010.

           MOVE HV-CMQ-CUSTOMER TO CRS-CUSTOMER.
           CALL WS-CUSTRES-PGM USING WS-CUSTRES-PARMS.

           IF CRS-RETURN-CD NOT = 0 AND CRS-RETURN-CD NOT = 4
              MOVE CRS-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'COMMRTE unable to resolve customer number '
                      HV-CMQ-CUSTOMER ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE CRS-SURVIVOR TO HV-CUST-NUMBER.
           MOVE 'N' TO WS-CUST-FOUND.
           MOVE SPACES TO HV-CUST-NAME HV-CUST-ADDR1 HV-CUST-ADDR2
                          HV-CUST-ADDR3 HV-CUST-POSTCODE
                          HV-CUST-PHONE HV-CUST-EMAIL
                          HV-CUST-STATUS HV-CUST-CONTACT-PREF.

           EXEC SQL
                SELECT CUST_NAME,
                       COALESCE(CUST_ADDR1, ' '),
                       COALESCE(CUST_ADDR2, ' '),
                       COALESCE(CUST_ADDR3, ' '),
                       COALESCE(CUST_POSTCODE, ' '),
                       COALESCE(CUST_PHONE, ' '),
                       COALESCE(CUST_EMAIL, ' '),
                       CUST_STATUS,
                       COALESCE(CUST_CONTACT_PREF, 'P')
                INTO   :HV-CUST-NAME,
                       :HV-CUST-ADDR1,
                       :HV-CUST-ADDR2,
                       :HV-CUST-ADDR3,
                       :HV-CUST-POSTCODE,
                       :HV-CUST-PHONE,
                       :HV-CUST-EMAIL,
                       :HV-CUST-STATUS,
                       :HV-CUST-CONTACT-PREF
                FROM   CUSTOMER_DATA
                WHERE  CUST_NUMBER = :HV-CUST-NUMBER
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'Y' TO WS-CUST-FOUND
           ELSE
              IF SQLCODE NOT = 100
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 DISPLAY 'COMMRTE unable to read customer '
                         HV-CUST-NUMBER ', SQLCODE='
                         WS-SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           END-IF.

       RCU999.
           EXIT.

       FIND-MSG-TYPE SECTION.
       FMT010.

           MOVE 'Y' TO WS-OBLIGATORY.

           PERFORM CHECK-ONE-MSG-TYPE
              VARYING WS-MSG-TYPE-IDX FROM 1 BY 1
                UNTIL WS-MSG-TYPE-IDX > WS-MSG-TYPE-COUNT.

       FMT999.
           EXIT.

       CHECK-ONE-MSG-TYPE SECTION.
       COM010.

           IF WS-MSG-TYPE (WS-MSG-TYPE-IDX) = HV-CMQ-MSG-TYPE
              MOVE WS-MSG-OBLIGATORY (WS-MSG-TYPE-IDX)
                 TO WS-OBLIGATORY
           END-IF.

       COM999.
           EXIT.

      *
      *    Whether the customer can be reached on the chosen channel
      *    (WS-ADDRESS-OK, with the reason when not), and whether by
      *    post (WS-POST-OK) for an obligatory notice to fall back
      *    on.  An erased customer has nothing left to reach.
      *
       CHECK-ADDRESS SECTION.
       CAD010.

           MOVE 'N'    TO WS-ADDRESS-OK.
           MOVE 'N'    TO WS-POST-OK.
           MOVE SPACES TO WS-SUPP-REASON.

           IF WS-CUST-FOUND NOT = 'Y'
              MOVE 'CUSTOMER NOT ON FILE' TO WS-SUPP-REASON
              GO TO CAD999
           END-IF.

           IF HV-CUST-STATUS = 'E'
              MOVE 'CUSTOMER ERASED' TO WS-SUPP-REASON
              GO TO CAD999
           END-IF.

           IF HV-CUST-ADDR1 NOT = SPACES
              AND HV-CUST-POSTCODE NOT = SPACES
              MOVE 'Y' TO WS-POST-OK
           END-IF.

           EVALUATE TRUE
              WHEN WS-CHANNEL-POST
                 IF WS-POST-OK = 'Y'
                    MOVE 'Y' TO WS-ADDRESS-OK
                 ELSE
                    MOVE 'NO POSTAL ADDRESS' TO WS-SUPP-REASON
                 END-IF
              WHEN WS-CHANNEL-EMAIL
                 MOVE 0 TO WS-AT-COUNT
                 INSPECT HV-CUST-EMAIL TALLYING WS-AT-COUNT
                    FOR ALL '@'
                 IF WS-AT-COUNT = 1
                    MOVE 'Y' TO WS-ADDRESS-OK
                 ELSE
                    MOVE 'NO VALID EMAIL ADDRESS' TO WS-SUPP-REASON
                 END-IF
              WHEN WS-CHANNEL-SMS
                 IF HV-CUST-PHONE NOT = SPACES
                    MOVE 'Y' TO WS-ADDRESS-OK
                 ELSE
                    MOVE 'NO PHONE NUMBER' TO WS-SUPP-REASON
                 END-IF
           END-EVALUATE.

       CAD999.
           EXIT.

       REPORT-UNDELIVERED SECTION.
       RUN010.

           MOVE HV-CMQ-ID         TO RPT-QUEUE-ID.
           MOVE HV-CUST-NUMBER    TO RPT-CUSTOMER.
           MOVE HV-CMQ-MSG-TYPE   TO RPT-MSG-TYPE.
           MOVE WS-WANTED-CHANNEL TO RPT-CHANNEL.
           MOVE WS-SUPP-REASON    TO RPT-REASON.
           MOVE WS-RPT-DETAIL     TO SUPP-RECORD.
           PERFORM WRITE-SUPP-RECORD.

       RUN999.
           EXIT.

      *
      *    Write the notice to the chosen channel's file, addressed
      *    the way that channel needs.
      *
       DELIVER-NOTICE SECTION.
       DLN010.

           MOVE SPACES             TO WS-DELIVERY-RECORD.
           MOVE HV-CMQ-ID          TO CDL-QUEUE-ID.
           MOVE HV-CMQ-MSG-TYPE    TO CDL-MSG-TYPE.
           MOVE HV-CUST-NUMBER     TO CDL-CUSTOMER.
           MOVE HV-CUST-NAME       TO CDL-NAME.
           MOVE HV-CMQ-SORTCODE    TO CDL-SORTCODE.
           MOVE HV-CMQ-NUMBER      TO CDL-NUMBER.
           MOVE HV-CMQ-REFERENCE   TO CDL-REFERENCE.
           MOVE HV-CMQ-AMOUNT      TO CDL-AMOUNT.
           MOVE HV-CMQ-CURRENCY-CD TO CDL-CURRENCY-CD.
           MOVE HV-CMQ-TEXT        TO CDL-TEXT.
           MOVE HV-CMQ-RAISED-TS   TO CDL-RAISED-TS.

           EVALUATE TRUE
              WHEN WS-CHANNEL-EMAIL
                 MOVE HV-CUST-EMAIL TO CDL-EMAIL
                 WRITE EMAIL-RECORD FROM WS-DELIVERY-RECORD
                 IF EMAIL-FILE-STATUS NOT EQUAL '00'
                    DISPLAY 'Error writing the COMEMAIL notices '
                            'file, status=' EMAIL-FILE-STATUS
                    MOVE 12 TO RETURN-CODE
                    PERFORM PROGRAM-DONE
                 END-IF
                 ADD 1             TO NUMBER-OF-NOTICES-EMAILED
                 ADD HV-CMQ-AMOUNT TO WS-EMAIL-AMOUNT-TOTAL
              WHEN WS-CHANNEL-SMS
                 MOVE HV-CUST-PHONE TO CDL-PHONE
                 WRITE SMS-RECORD FROM WS-DELIVERY-RECORD
                 IF SMS-FILE-STATUS NOT EQUAL '00'
                    DISPLAY 'Error writing the COMSMS notices '
                            'file, status=' SMS-FILE-STATUS
                    MOVE 12 TO RETURN-CODE
                    PERFORM PROGRAM-DONE
                 END-IF
                 ADD 1             TO NUMBER-OF-NOTICES-TEXTED
                 ADD HV-CMQ-AMOUNT TO WS-SMS-AMOUNT-TOTAL
              WHEN OTHER
                 MOVE HV-CUST-ADDR1    TO CDL-ADDR1
                 MOVE HV-CUST-ADDR2    TO CDL-ADDR2
                 MOVE HV-CUST-ADDR3    TO CDL-ADDR3
                 MOVE HV-CUST-POSTCODE TO CDL-POSTCODE
                 WRITE POST-RECORD FROM WS-DELIVERY-RECORD
                 IF POST-FILE-STATUS NOT EQUAL '00'
                    DISPLAY 'Error writing the COMPOST notices '
                            'file, status=' POST-FILE-STATUS
                    MOVE 12 TO RETURN-CODE
                    PERFORM PROGRAM-DONE
                 END-IF
                 ADD 1             TO NUMBER-OF-NOTICES-POSTED
                 ADD HV-CMQ-AMOUNT TO WS-POST-AMOUNT-TOTAL
           END-EVALUATE.

       DLN999.
           EXIT.

      *
      *    Stamp the notice's outcome on the queue.  The WHERE
      *    clause still checks CMQ_STATUS = 'N', the CONDISP idiom,
      *    so a notice something else has dealt with is left alone.
      *
       MARK-NOTICE-ROUTED SECTION.
       MNR010.

           EXEC SQL
                UPDATE COMMS_QUEUE
                SET    CMQ_STATUS    = :HV-CMQ-STATUS,
                       CMQ_CHANNEL   = :HV-CMQ-CHANNEL,
                       CMQ_ROUTED_TS = CURRENT TIMESTAMP
                WHERE  CMQ_ID     = :HV-CMQ-ID
                AND    CMQ_STATUS = 'N'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'COMMRTE unable to mark notice ' HV-CMQ-ID
                      ' routed, SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       MNR999.
           EXIT.

       WRITE-SUPP-RECORD SECTION.
       WSR010.

           WRITE SUPP-RECORD.

           IF SUPP-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing the COMSUPP report file, '
                      'status=' SUPP-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WSR999.
           EXIT.

       REGISTER-OUTBOUND-FILE SECTION.
       ROF010.

           MOVE 'COMMRTE'  TO OFR-PROGRAM.
           MOVE SPACES     TO OFR-BUSINESS-DATE.
           CALL WS-OUTFREG-PGM USING WS-OUTFREG-PARMS.

           IF OFR-RETURN-CD NOT = 0
              MOVE OFR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'COMMRTE unable to register outbound file '
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
