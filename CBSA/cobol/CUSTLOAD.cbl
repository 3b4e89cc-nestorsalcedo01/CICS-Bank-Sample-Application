      *              already exists and inserted when not, so the     *
      *              onboarding feed and an address change run        *
      *              through the same load.  STMTGEN, CUSTRPT and     *
      *              ANONBAT read and erase what this loads.  Up to   *
      *              three tax residencies (country and taxpayer      *
      *              identification number) ride on the same record   *
      *              and replace the customer's CUSTOMER_TAX_RES set  *
      *              when any is supplied, for the CRSRET return.     *
      *              The customer's contact preference (post, email,  *
      *              SMS or opted out) rides on it too, for COMMRTE   *
      *              to route their notices by.                       *
      *                                                                *
      *              The online services that create consents and     *
      *              payments (CONSENT, DPAYAPI) must be read-only or *
      *              closed before it starts (see SVCCHK); otherwise  *
      *              it refuses to run, RC 12.                        *
      *                                                                *
      * Input: The standing-data file CUSTIN                           *
      *                                                                *
           05 CST-PHONE                     PIC X(20).
           05 CST-EMAIL                     PIC X(50).
           05 CST-FX-TIER                   PIC X(1).
      *    Tax residencies for CRS/FATCA.  All blank leaves the
      *    customer's recorded residencies as they are.
           05 CST-TAX-RESIDENCY OCCURS 3 TIMES.
              10 CST-TAX-COUNTRY            PIC X(2).
              10 CST-TAX-TIN                PIC X(20).
      *    How the customer wants notices: 'P' post, 'E' email, 'S'
      *    SMS, 'O' opted out.  Blank leaves the recorded choice as
      *    it is (post for a new customer).
           05 CST-CONTACT-PREF              PIC X(1).

      *****************************************************************
      *** Working storage                                           ***
              INCLUDE CUSTDB2
           END-EXEC.

      * Get the CUSTOMER_TAX_RES DB2 copybook
           EXEC SQL
              INCLUDE TAXRDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
          10 HV-CUST-PHONE              PIC X(20).
          10 HV-CUST-EMAIL              PIC X(50).
          10 HV-CUST-FX-TIER            PIC X(1).
          10 HV-CUST-CONTACT-PREF       PIC X(1).

      * CUSTOMER_TAX_RES host variables for DB2
       01 HOST-TAX-RES-ROW.
          10 HV-TAXR-SEQ                PIC S9(4) COMP.
          10 HV-TAXR-COUNTRY            PIC X(2).
          10 HV-TAXR-TIN                PIC X(20).

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.
       01  CUST-FILE-STATUS             PIC XX.

       01  WS-EOF                       PIC X VALUE 'N'.
       01  WS-TAX-IDX                   PIC S9(4) COMP.
       01  WS-TAX-SUPPLIED              PIC X VALUE 'N'.
       01  WS-TAX-INVALID               PIC X VALUE 'N'.

      *    The customer-number resolver - a record still quoting a
      *    number retired by a customer merge maintains the
      *    customer it was merged into.
       01  WS-CUSTRES-PGM               PIC X(8) VALUE 'CUSTRES'.
       01  WS-CUSTRES-PARMS.
           COPY CUSTRES.

       01  NUMBER-OF-RECORDS-READ        PIC 9(8) VALUE 0.
       01  NUMBER-OF-CUSTOMERS-ADDED     PIC 9(8) VALUE 0.
       01  NUMBER-OF-CUSTOMERS-UPDATED   PIC 9(8) VALUE 0.
       01  NUMBER-OF-RECORDS-REJECTED    PIC 9(8) VALUE 0.

      *    The online services this run needs quiesced before it
      *    starts (see SVCCHK): 'R' read-only or closed, 'U' closed.
       01 WS-QUIESCE-TABLE.
          05 FILLER                     PIC X(9) VALUE 'CONSENT R'.
          05 FILLER                     PIC X(9) VALUE 'DPAYAPI R'.
       01 WS-QUIESCE-REDEF REDEFINES WS-QUIESCE-TABLE.
          05 WS-QUIESCE-ENTRY OCCURS 2 TIMES.
             10 WS-QUIESCE-SERVICE     PIC X(8).
             10 WS-QUIESCE-REQUIRED    PIC X(1).
       01 WS-QUIESCE-COUNT              PIC 9(2) VALUE 2.
       01 WS-QUIESCE-IDX                PIC 9(2) VALUE 0.
       01 WS-SVCCHK-PGM                 PIC X(8) VALUE 'SVCCHK'.
       01 WS-SVCCHK-PARMS.
           COPY SVCCHK.

      *****************************************************************
      *** Linkage Storage                                           ***
      *****************************************************************
       PREMIERE SECTION.
       A010.

           PERFORM CHECK-SERVICES-QUIESCED.

           OPEN INPUT CUST-PARM-FILE.
           IF CUST-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the CUSTLOAD data file, '
              GO TO MOC999
           END-IF.

           MOVE 'N' TO WS-TAX-SUPPLIED.
           MOVE 'N' TO WS-TAX-INVALID.
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > 3
              IF CST-TAX-COUNTRY(WS-TAX-IDX) NOT = SPACES
                 MOVE 'Y' TO WS-TAX-SUPPLIED
              ELSE
                 IF CST-TAX-TIN(WS-TAX-IDX) NOT = SPACES
                    MOVE 'Y' TO WS-TAX-INVALID
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-TAX-INVALID = 'Y'
              DISPLAY 'CUSTLOAD record for ' CST-NUMBER
                      ' has a TIN with no residency country - '
                      'record skipped'
              ADD 1 TO NUMBER-OF-RECORDS-REJECTED
              GO TO MOC999
           END-IF.

           IF CST-CONTACT-PREF NOT = SPACE AND NOT = 'P'
              AND NOT = 'E' AND NOT = 'S' AND NOT = 'O'
              DISPLAY 'CUSTLOAD record for ' CST-NUMBER
                      ' has an unknown contact preference '
                      CST-CONTACT-PREF ' - record skipped'
              ADD 1 TO NUMBER-OF-RECORDS-REJECTED
              GO TO MOC999
           END-IF.

           MOVE CST-NUMBER   TO CRS-CUSTOMER.
           CALL WS-CUSTRES-PGM USING WS-CUSTRES-PARMS.

           IF CRS-RETURN-CD NOT = 0 AND CRS-RETURN-CD NOT = 4
              MOVE CRS-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTLOAD unable to resolve customer number '
                      CST-NUMBER ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE CRS-SURVIVOR TO HV-CUST-NUMBER.
           MOVE CST-NAME     TO HV-CUST-NAME.
           MOVE CST-ADDR1    TO HV-CUST-ADDR1.
           MOVE CST-ADDR2    TO HV-CUST-ADDR2.
           MOVE CST-POSTCODE TO HV-CUST-POSTCODE.
           MOVE CST-PHONE    TO HV-CUST-PHONE.
           MOVE CST-EMAIL    TO HV-CUST-EMAIL.
           MOVE CST-CONTACT-PREF TO HV-CUST-CONTACT-PREF.
           IF CST-FX-TIER = SPACES
              MOVE 'S' TO HV-CUST-FX-TIER
           ELSE
                       CUST_PHONE        = :HV-CUST-PHONE,
                       CUST_EMAIL        = :HV-CUST-EMAIL,
                       CUST_FX_TIER      = :HV-CUST-FX-TIER,
                       CUST_CONTACT_PREF =
                          CASE WHEN :HV-CUST-CONTACT-PREF = ' '
                               THEN COALESCE(CUST_CONTACT_PREF, 'P')
                               ELSE :HV-CUST-CONTACT-PREF END,
                       CUST_STATUS       = 'A',
                       CUST_UPDATED_DATE = CURRENT DATE
                WHERE  CUST_NUMBER = :HV-CUST-NUMBER

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              ADD 1 TO NUMBER-OF-CUSTOMERS-UPDATED
              PERFORM MERGE-TAX-RESIDENCY
              GO TO MOC999
           END-IF.

           IF HV-CUST-CONTACT-PREF = SPACE
              MOVE 'P' TO HV-CUST-CONTACT-PREF
           END-IF.

           EXEC SQL
                INSERT INTO CUSTOMER_DATA
                (
                  CUST_PHONE        ,
                  CUST_EMAIL        ,
                  CUST_FX_TIER      ,
                  CUST_CONTACT_PREF ,
                  CUST_STATUS       ,
                  CUST_UPDATED_DATE
                )
                  :HV-CUST-PHONE    ,
                  :HV-CUST-EMAIL    ,
                  :HV-CUST-FX-TIER  ,
                  :HV-CUST-CONTACT-PREF ,
                  'A'               ,
                  CURRENT DATE
                )
              ADD 1 TO NUMBER-OF-RECORDS-REJECTED
           ELSE
              ADD 1 TO NUMBER-OF-CUSTOMERS-ADDED
              PERFORM MERGE-TAX-RESIDENCY
           END-IF.

       MOC999.
           EXIT.

      *
      *    The record's tax residencies replace whatever set the
      *    customer had, so a residency the customer has given up
      *    drops off the return.  A record carrying none leaves the
      *    recorded set alone - an address change does not wipe it.
      *
       MERGE-TAX-RESIDENCY SECTION.
       MTR010.

           IF WS-TAX-SUPPLIED NOT = 'Y'
              GO TO MTR999
           END-IF.

           EXEC SQL
                DELETE FROM CUSTOMER_TAX_RES
                WHERE  TAXR_CUSTOMER = :HV-CUST-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTLOAD unable to replace the tax residency '
                      'of customer ' HV-CUST-NUMBER
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 0 TO HV-TAXR-SEQ.

           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > 3
              IF CST-TAX-COUNTRY(WS-TAX-IDX) NOT = SPACES
                 ADD 1 TO HV-TAXR-SEQ
                 MOVE CST-TAX-COUNTRY(WS-TAX-IDX) TO HV-TAXR-COUNTRY
                 MOVE CST-TAX-TIN(WS-TAX-IDX)     TO HV-TAXR-TIN
                 PERFORM INSERT-TAX-RESIDENCY
              END-IF
           END-PERFORM.

       MTR999.
           EXIT.

       INSERT-TAX-RESIDENCY SECTION.
       ITR010.

           EXEC SQL
                INSERT INTO CUSTOMER_TAX_RES
                (
                  TAXR_CUSTOMER     ,
                  TAXR_SEQ          ,
                  TAXR_COUNTRY      ,
                  TAXR_TIN          ,
                  TAXR_UPDATED_DATE
                )
                VALUES
                (
                  :HV-CUST-NUMBER   ,
                  :HV-TAXR-SEQ      ,
                  :HV-TAXR-COUNTRY  ,
                  :HV-TAXR-TIN      ,
                  CURRENT DATE
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTLOAD unable to record the tax residency '
                      'of customer ' HV-CUST-NUMBER
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       ITR999.
           EXIT.

      *
      *    The online services this run must not race - lock
      *    contention, and balances moving under it - have to be
      *    quiesced first: put read-only or closed by the SCHEDULE
      *    driver's window entries or the duty operator (SVCSWRK).
      *    If they are not, or the switch cannot be read, the run
      *    refuses to start rather than run against live traffic.
      *
       CHECK-SERVICES-QUIESCED SECTION.
       CSQ010.

           INITIALIZE WS-SVCCHK-PARMS.
           MOVE 'V'              TO SVC-REQUEST.
           MOVE WS-QUIESCE-COUNT TO SVC-QUIESCE-COUNT.

           PERFORM COPY-ONE-QUIESCE
              VARYING WS-QUIESCE-IDX FROM 1 BY 1
                UNTIL WS-QUIESCE-IDX > WS-QUIESCE-COUNT.

           CALL WS-SVCCHK-PGM USING WS-SVCCHK-PARMS.

           IF SVC-RETURN-CD NOT = 0
              MOVE SVC-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTLOAD unable to read the online service '
                      'switch, SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF SVC-RESULT NOT = 'Y'
              DISPLAY 'CUSTLOAD refused to start - online service '
                      SVC-SERVICE ' is in state ' SVC-STATE
                      ' and must be quiesced first'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CSQ999.
           EXIT.

       COPY-ONE-QUIESCE SECTION.
       COQ010.

           MOVE WS-QUIESCE-SERVICE (WS-QUIESCE-IDX)
                           TO SVC-Q-SERVICE (WS-QUIESCE-IDX).
           MOVE WS-QUIESCE-REQUIRED (WS-QUIESCE-IDX)
                           TO SVC-Q-REQUIRED (WS-QUIESCE-IDX).

       COQ999.
           EXIT.

      *
      * Finish
      *
