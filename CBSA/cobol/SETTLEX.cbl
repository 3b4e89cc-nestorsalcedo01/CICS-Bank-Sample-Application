      *              back the next morning and reports anything we     *
      *              sent that the scheme did not acknowledge.         *
      *                                                                *
      *              Domestic payments are split by the clearing       *
      *              scheme DPAYAPI routed them to (CONSENT            *
      *              PAY_SCHEME): Faster Payments on SETTLOUT, CHAPS   *
      *              on CHAPSOUT and Bacs on BACSOUT, each file with   *
      *              its own header (naming the scheme) and trailer    *
      *              control totals.  A consent with no scheme         *
      *              stamped goes with Faster Payments.                *
      *                                                                *
      *              International consents (PAYMENT_SCOPE 'X') do     *
      *              not go to the domestic scheme at all - they are   *
      *              written instead to a separate file of pacs.008-   *
      *              style customer credit transfer messages for the   *
      *              correspondent bank, each carrying the debtor,     *
      *              the creditor IBAN, the currency, the charge       *
      *              bearer and the END_TO_END_ID, with that file's    *
      *              own header and control-total trailer.             *
      *                                                                *
      * Output: The Faster Payments settlement file SETTLOUT           *
      *         The CHAPS settlement file CHAPSOUT                     *
      *         The Bacs settlement file BACSOUT                       *
      *         The correspondent-bank message file INTLOUT            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SETTL-FILE-STATUS.

           SELECT CHAPS-FILE
                  ASSIGN TO CHAPSOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CHAPS-FILE-STATUS.

           SELECT BACS-FILE
                  ASSIGN TO BACSOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BACS-FILE-STATUS.

           SELECT INTL-FILE
                  ASSIGN TO INTLOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS INTL-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
           05 STL-HEADER-VIEW REDEFINES STL-REC-BODY.
              10 STL-ORIGINATOR-ID        PIC X(10).
              10 STL-EXTRACT-DATE         PIC X(10).
              10 STL-SCHEME-CD            PIC X(4).
              10 FILLER                   PIC X(46).
           05 STL-DETAIL-VIEW REDEFINES STL-REC-BODY.
              10 STL-SCHEME-REF           PIC X(12).
              10 STL-DEBIT-AC             PIC X(16).
              10 STL-TRAILER-HASH         PIC 9(13)V99.
              10 FILLER                   PIC X(47).

      *    The CHAPS and Bacs files carry exactly the SETTL-RECORD
      *    layout; each record is built there and written FROM it.
       FD  CHAPS-FILE.
       01  CHAPS-RECORD                   PIC X(71).

       FD  BACS-FILE.
       01  BACS-RECORD                    PIC X(71).

      *    Correspondent-bank message file, one pacs.008-style
      *    customer credit transfer per detail, with the same
      *    header/detail/trailer prefix convention.  The charge
      *    bearer is the ISO ChargeBearer code (DEBT/CRED/SHAR/SLEV);
      *    the creditor identifier is the IBAN CONSENT validated at
      *    capture, carried in the ISO 34-byte width.
       FD  INTL-FILE.
       01  INTL-RECORD.
           05 INT-REC-TYPE                PIC X(1).
           05 INT-REC-BODY                PIC X(199).
           05 INT-HEADER-VIEW REDEFINES INT-REC-BODY.
              10 INT-ORIGINATOR-ID        PIC X(10).
              10 INT-EXTRACT-DATE         PIC X(10).
              10 INT-MESSAGE-TYPE         PIC X(8).
              10 FILLER                   PIC X(171).
           05 INT-DETAIL-VIEW REDEFINES INT-REC-BODY.
              10 INT-END-TO-END-ID        PIC X(12).
              10 INT-DEBTOR-AC            PIC X(16).
              10 INT-DEBTOR-NAME          PIC X(50).
              10 INT-CREDITOR-IBAN        PIC X(34).
              10 INT-CREDITOR-NAME        PIC X(50).
              10 INT-AMOUNT               PIC S9(10)V99.
              10 INT-CURRENCY-CD          PIC X(3).
              10 INT-CHARGE-BEARER        PIC X(4).
              10 FILLER                   PIC X(18).
           05 INT-TRAILER-VIEW REDEFINES INT-REC-BODY.
              10 INT-TRAILER-COUNT        PIC 9(8).
              10 INT-TRAILER-HASH         PIC 9(13)V99.
              10 FILLER                   PIC X(176).

      *****************************************************************
      *** Working storage                                           ***
      *****************************************************************
          10 HV-CREDIT-AC               PIC X(16).
          10 HV-CONSENT-AMOUNT          PIC S9(10)V99 COMP-3.
          10 HV-CURRENCY-CD             PIC X(3).
          10 HV-PAYMENT-SCOPE           PIC X(1).
          10 HV-DEBIT-AC-CUSTNAME       PIC X(50).
          10 HV-CREDIT-AC-CUSTNAME      PIC X(50).
          10 HV-CHARGE-TYPE             PIC X(20).
          10 HV-PAY-SCHEME              PIC X(4).

       01 HV-TODAY                         PIC X(10).

                     DEBIT_AC,
                     CREDIT_AC,
                     CONSENT_AMOUNT,
                     CURRENCY_CD,
                     COALESCE(PAYMENT_SCOPE, 'D'),
                     COALESCE(DEBIT_AC_CUSTNAME, ' '),
                     COALESCE(CREDIT_AC_CUSTNAME, ' '),
                     COALESCE(CHARGE_TYPE, ' '),
                     COALESCE(PAY_SCHEME, 'FPS ')
                     FROM CONSENT
                     WHERE DOMESTIC_PAY_STATUS = :HV-SETTLED-STATUS
                     AND   DATE(LAST_UPDATE_TS) = CURRENT DATE
                     FOR FETCH ONLY
           END-EXEC.

      *    The outbound file register entry for each file sent out.
       01 WS-OUTFREG-PGM                 PIC X(8) VALUE 'OUTFREG'.
       01 WS-OUTFREG-PARMS.
           COPY OUTFREG.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

           05 SETTL-STATUS1             PIC X.
           05 SETTL-STATUS2             PIC X.

       01  CHAPS-FILE-STATUS.
           05 CHAPS-STATUS1             PIC X.
           05 CHAPS-STATUS2             PIC X.

       01  BACS-FILE-STATUS.
           05 BACS-STATUS1              PIC X.
           05 BACS-STATUS2              PIC X.

       01  INTL-FILE-STATUS.
           05 INTL-STATUS1              PIC X.
           05 INTL-STATUS2              PIC X.

       COPY SORTCODE.

      *    Control totals per domestic scheme file: 1 Faster
      *    Payments (SETTLOUT), 2 CHAPS, 3 Bacs.
       01  WS-SCHEME-TOTALS.
           05 WS-SCHEME-TOTAL OCCURS 3 TIMES.
              10 WS-EXTRACT-SCHEME       PIC X(4).
              10 WS-EXTRACT-COUNT        PIC 9(8).
              10 WS-EXTRACT-HASH         PIC 9(13)V99.
       01  WS-OUT-SUB                    PIC 9(1) VALUE 1.
       01  WS-ABS-AMOUNT                 PIC 9(10)V99.

       01  WS-INTL-COUNT                 PIC 9(8) VALUE 0.
       01  WS-INTL-HASH                  PIC 9(13)V99 VALUE 0.

      *****************************************************************
      *** Linkage Storage                                           ***
      *****************************************************************
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT INTL-FILE.
           IF INTL-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the SETTLEX international file, '
                      ' status=' INTL-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT CHAPS-FILE.
           IF CHAPS-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the SETTLEX CHAPS file, '
                      ' status=' CHAPS-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT BACS-FILE.
           IF BACS-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the SETTLEX Bacs file, '
                      ' status=' BACS-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           INITIALIZE WS-SCHEME-TOTALS.
           MOVE 'FPS '   TO WS-EXTRACT-SCHEME(1).
           MOVE 'CHPS'   TO WS-EXTRACT-SCHEME(2).
           MOVE 'BACS'   TO WS-EXTRACT-SCHEME(3).

           PERFORM WRITE-HEADER-RECORD.

           PERFORM EXTRACT-SETTLED-PAYMENTS.
           END-EXEC.

           CLOSE SETTL-FILE.
           CLOSE CHAPS-FILE.
           CLOSE BACS-FILE.
           CLOSE INTL-FILE.

           MOVE 'SETTLOUT'          TO OFR-FILE-NAME.
           MOVE HV-TODAY            TO OFR-BUSINESS-DATE.
           MOVE WS-EXTRACT-COUNT(1) TO OFR-RECORD-COUNT.
           MOVE WS-EXTRACT-HASH(1)  TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           MOVE 'CHAPSOUT'          TO OFR-FILE-NAME.
           MOVE WS-EXTRACT-COUNT(2) TO OFR-RECORD-COUNT.
           MOVE WS-EXTRACT-HASH(2)  TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           MOVE 'BACSOUT'           TO OFR-FILE-NAME.
           MOVE WS-EXTRACT-COUNT(3) TO OFR-RECORD-COUNT.
           MOVE WS-EXTRACT-HASH(3)  TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           MOVE 'INTLOUT'           TO OFR-FILE-NAME.
           MOVE WS-INTL-COUNT       TO OFR-RECORD-COUNT.
           MOVE WS-INTL-HASH        TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

           PERFORM VARYING WS-OUT-SUB FROM 1 BY 1 UNTIL WS-OUT-SUB > 3
              DISPLAY 'SETTLEX extracted '
                      WS-EXTRACT-COUNT(WS-OUT-SUB) ' '
                      WS-EXTRACT-SCHEME(WS-OUT-SUB)
                      ' settled payment(s) for ' HV-TODAY '.'
           END-PERFORM.
           DISPLAY 'SETTLEX extracted ' WS-INTL-COUNT
                   ' international payment message(s) for '
                   HV-TODAY '.'.

           PERFORM PROGRAM-DONE.

       WRITE-HEADER-RECORD SECTION.
       WHR010.

           PERFORM VARYING WS-OUT-SUB FROM 1 BY 1 UNTIL WS-OUT-SUB > 3
              INITIALIZE SETTL-RECORD
              MOVE 'H'      TO STL-REC-TYPE
              MOVE SORTCODE TO STL-ORIGINATOR-ID
              MOVE HV-TODAY TO STL-EXTRACT-DATE
              MOVE WS-EXTRACT-SCHEME(WS-OUT-SUB) TO STL-SCHEME-CD
              PERFORM WRITE-SETTL-RECORD
           END-PERFORM.

           INITIALIZE INTL-RECORD.
           MOVE 'H'        TO INT-REC-TYPE.
           MOVE SORTCODE   TO INT-ORIGINATOR-ID.
           MOVE HV-TODAY   TO INT-EXTRACT-DATE.
           MOVE 'PACS.008' TO INT-MESSAGE-TYPE.

           PERFORM WRITE-INTL-RECORD.

       WHR999.
           EXIT.
                      :HV-DEBIT-AC,
                      :HV-CREDIT-AC,
                      :HV-CONSENT-AMOUNT,
                      :HV-CURRENCY-CD,
                      :HV-PAYMENT-SCOPE,
                      :HV-DEBIT-AC-CUSTNAME,
                      :HV-CREDIT-AC-CUSTNAME,
                      :HV-CHARGE-TYPE,
                      :HV-PAY-SCHEME
              END-EXEC

              IF SQLCODE = +100
                 GO TO ESP999
              END-IF

              IF HV-PAYMENT-SCOPE = 'X' OR HV-PAY-SCHEME = 'SWFT'
                 PERFORM WRITE-INTL-MESSAGE
              ELSE
                 PERFORM WRITE-DOMESTIC-DETAIL
              END-IF

              PERFORM TRACK-EXTRACTED-PAYMENT

           END-PERFORM.

       TEP999.
           EXIT.

       WRITE-DOMESTIC-DETAIL SECTION.
       WDD010.

           EVALUATE HV-PAY-SCHEME
              WHEN 'CHPS'
                 MOVE 2 TO WS-OUT-SUB
              WHEN 'BACS'
                 MOVE 3 TO WS-OUT-SUB
              WHEN OTHER
                 MOVE 1 TO WS-OUT-SUB
           END-EVALUATE.

           INITIALIZE SETTL-RECORD.
           MOVE 'D'                TO STL-REC-TYPE.
           MOVE HV-END-TO-END-ID   TO STL-SCHEME-REF.
           MOVE HV-DEBIT-AC        TO STL-DEBIT-AC.
           MOVE HV-CREDIT-AC       TO STL-CREDIT-AC.
           MOVE HV-CONSENT-AMOUNT  TO STL-AMOUNT.
           MOVE HV-CURRENCY-CD     TO STL-CURRENCY-CD.

           PERFORM WRITE-SETTL-RECORD.

           ADD 1 TO WS-EXTRACT-COUNT(WS-OUT-SUB).
           IF HV-CONSENT-AMOUNT < 0
              COMPUTE WS-ABS-AMOUNT = 0 - HV-CONSENT-AMOUNT
           ELSE
              MOVE HV-CONSENT-AMOUNT TO WS-ABS-AMOUNT
           END-IF.
           ADD WS-ABS-AMOUNT TO WS-EXTRACT-HASH(WS-OUT-SUB).

       WDD999.
           EXIT.

      *
      *    One correspondent-bank message for an international
      *    settlement.  CONSENT carries the OBIE charge bearer in
      *    CHARGE_TYPE; it is translated to the ISO ChargeBearer
      *    code here, defaulting to shared when it is not one of the
      *    recognised values.
      *
       WRITE-INTL-MESSAGE SECTION.
       WIM010.

           INITIALIZE INTL-RECORD.
           MOVE 'D'                   TO INT-REC-TYPE.
           MOVE HV-END-TO-END-ID      TO INT-END-TO-END-ID.
           MOVE HV-DEBIT-AC           TO INT-DEBTOR-AC.
           MOVE HV-DEBIT-AC-CUSTNAME  TO INT-DEBTOR-NAME.
           MOVE HV-CREDIT-AC          TO INT-CREDITOR-IBAN.
           MOVE HV-CREDIT-AC-CUSTNAME TO INT-CREDITOR-NAME.
           MOVE HV-CONSENT-AMOUNT     TO INT-AMOUNT.
           MOVE HV-CURRENCY-CD        TO INT-CURRENCY-CD.

           EVALUATE HV-CHARGE-TYPE
              WHEN 'BorneByDebtor'
                 MOVE 'DEBT' TO INT-CHARGE-BEARER
              WHEN 'BorneByCreditor'
                 MOVE 'CRED' TO INT-CHARGE-BEARER
              WHEN 'FollowingServiceLevel'
                 MOVE 'SLEV' TO INT-CHARGE-BEARER
              WHEN OTHER
                 MOVE 'SHAR' TO INT-CHARGE-BEARER
           END-EVALUATE.

           PERFORM WRITE-INTL-RECORD.

           ADD 1 TO WS-INTL-COUNT.
           IF HV-CONSENT-AMOUNT < 0
              COMPUTE WS-ABS-AMOUNT = 0 - HV-CONSENT-AMOUNT
           ELSE
              MOVE HV-CONSENT-AMOUNT TO WS-ABS-AMOUNT
           END-IF.
           ADD WS-ABS-AMOUNT TO WS-INTL-HASH.

       WIM999.
           EXIT.

       WRITE-TRAILER-RECORD SECTION.
       WTR010.

           PERFORM VARYING WS-OUT-SUB FROM 1 BY 1 UNTIL WS-OUT-SUB > 3
              INITIALIZE SETTL-RECORD
              MOVE 'T'               TO STL-REC-TYPE
              MOVE WS-EXTRACT-COUNT(WS-OUT-SUB)
                                     TO STL-TRAILER-COUNT
              MOVE WS-EXTRACT-HASH(WS-OUT-SUB)
                                     TO STL-TRAILER-HASH
              PERFORM WRITE-SETTL-RECORD
           END-PERFORM.

           INITIALIZE INTL-RECORD.
           MOVE 'T'               TO INT-REC-TYPE.
           MOVE WS-INTL-COUNT     TO INT-TRAILER-COUNT.
           MOVE WS-INTL-HASH      TO INT-TRAILER-HASH.

           PERFORM WRITE-INTL-RECORD.

       WTR999.
           EXIT.

      *
      *    Write the record built in SETTL-RECORD to the scheme file
      *    WS-OUT-SUB selects.
      *
       WRITE-SETTL-RECORD SECTION.
       WSR010.

           EVALUATE WS-OUT-SUB
              WHEN 2
                 WRITE CHAPS-RECORD FROM SETTL-RECORD
                 IF CHAPS-FILE-STATUS NOT EQUAL '00' THEN
                    DISPLAY 'Error writing to SETTLEX CHAPS file, '
                            'status=' CHAPS-FILE-STATUS
                    MOVE 12 TO RETURN-CODE
                    PERFORM PROGRAM-DONE
                 END-IF
              WHEN 3
                 WRITE BACS-RECORD FROM SETTL-RECORD
                 IF BACS-FILE-STATUS NOT EQUAL '00' THEN
                    DISPLAY 'Error writing to SETTLEX Bacs file, '
                            'status=' BACS-FILE-STATUS
                    MOVE 12 TO RETURN-CODE
                    PERFORM PROGRAM-DONE
                 END-IF
              WHEN OTHER
                 WRITE SETTL-RECORD
                 IF SETTL-FILE-STATUS NOT EQUAL '00' THEN
                    DISPLAY 'Error writing to SETTLEX settlement file, '
                            'status=' SETTL-FILE-STATUS
                    MOVE 12 TO RETURN-CODE
                    PERFORM PROGRAM-DONE
                 END-IF
           END-EVALUATE.

       WSR999.
           EXIT.

       WRITE-INTL-RECORD SECTION.
       WIR010.

           WRITE INTL-RECORD.

           IF INTL-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to SETTLEX international file, '
                      'status=' INTL-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WIR999.
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

           MOVE 'SETTLEX'  TO OFR-PROGRAM.
           CALL WS-OUTFREG-PGM USING WS-OUTFREG-PARMS.

           IF OFR-RETURN-CD NOT = 0
              MOVE OFR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'SETTLEX unable to register outbound file '
                      OFR-FILE-NAME ', SQLCODE=' WS-SQLCODE-DISPLAY
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

       ROF999.
           EXIT.

      *
