      *              figures accumulated month to date - so treasury  *
      *              can hedge from actual flows rather than          *
      *              estimates.                                       *
      *              With the PDYSRC switch set to 'F' the day's      *
      *              figures come from the credit legs in the PRODEXT *
      *              day file, each looked up on CONSENT by its       *
      *              reference, for the file's ledger date; the month *
      *              to date and margin figures are still read from   *
      *              Db2.                                             *
      *                                                                *
      * Input:  The day-source switch PDYSRC and the day file PRODAY   *
      * Output: The populated report file FXRPT                        *
      *                                                                *
      ******************************************************************
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

      *    'F' reads the day's ledger from the PRODEXT day file
      *    rather than PROCTRAN; missing or anything else reads Db2.
           SELECT PDYSRC-PARM-FILE
                  ASSIGN TO PDYSRC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PDYSRC-FILE-STATUS.

           SELECT DAY-FILE
                  ASSIGN TO PRODAY
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DAY-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
           05 FILLER                        PIC X    VALUE SPACE.
           05 RPT-EFFECTIVE-RATE            PIC 9(5).9(6).

       FD  PDYSRC-PARM-FILE.
       01  PDYSRC-PARM-RECORD               PIC X(1).

       FD  DAY-FILE.
       01  DAY-RECORD.
           COPY PRODAY.

      *****************************************************************
      *** Working storage                                           ***
      *****************************************************************
       01  NUMBER-OF-CURRENCIES-DAY      PIC 9(8) VALUE 0.
       01  NUMBER-OF-CURRENCIES-MTD      PIC 9(8) VALUE 0.

      *    The day file, when PDYSRC selects it, and what has been
      *    read from it so far to prove against its trailer.
       01  PDYSRC-FILE-STATUS            PIC XX.
       01  DAY-FILE-STATUS               PIC XX.
       01  WS-DAY-SOURCE                 PIC X VALUE 'D'.
           88 DAY-FROM-FILE              VALUE 'F'.
       01  WS-DAY-EOF                    PIC X VALUE 'N'.
       01  WS-DAY-LEDGER-DATE            PIC X(10).
       01  WS-DAY-ROWS-READ              PIC 9(9) VALUE 0.
       01  WS-DAY-AMOUNT-READ            PIC S9(13)V99 VALUE 0.

      *    The consent a day-file credit leg settled, found by the
      *    leg's reference.
       01 HV-LEG-REF                     PIC X(12).
       01 HV-LEG-CURRENCY-CD             PIC X(3).
       01 HV-LEG-CONSENT-AMOUNT          PIC S9(10)V99 COMP-3.

      *    The day's flow built from the day file, by currency in
      *    currency order as FX-DAY-CURSOR returns it.  A day with
      *    more currencies than this stops the run.
       01  WS-FXD-TABLE.
           05 WS-FXD-COUNT               PIC 9(3) VALUE 0.
           05 WS-FXD-ENTRY               OCCURS 50 TIMES.
              10 WS-FXD-CURRENCY-CD        PIC X(3).
              10 WS-FXD-PAYMENT-COUNT      PIC S9(8) COMP.
              10 WS-FXD-ORIGINAL-TOTAL     PIC S9(13)V99 COMP-3.
              10 WS-FXD-GBP-TOTAL          PIC S9(13)V99 COMP-3.
       01  WS-FXD-SUB                    PIC 9(3).
       01  WS-FXD-POS                    PIC 9(3).

      *****************************************************************
      *** Linkage Storage                                           ***
      *****************************************************************
           MOVE PYST-ACCEPTED-SETTLEMENT-COMPLETED
                                        TO HV-SETTLED-STATUS.

           PERFORM LOAD-DAY-SOURCE.

           OPEN OUTPUT FX-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the FXRPT report file, '
           END-IF.

           MOVE 'D' TO WS-PERIOD-FLAG.
           IF DAY-FROM-FILE
              PERFORM REPORT-DAY-FILE-FLOW
           ELSE
              PERFORM REPORT-DAY-FLOW
           END-IF.

           MOVE 'M' TO WS-PERIOD-FLAG.
           PERFORM REPORT-MTD-FLOW.
       RDF999.
           EXIT.

      *
      *    The day's flow from the day file: every credit leg of a
      *    transfer whose reference is a non-GBP consent settled on
      *    the file's ledger date, totalled by the consent's
      *    currency.
      *
       REPORT-DAY-FILE-FLOW SECTION.
       RDY010.

           PERFORM OPEN-DAY-FILE.
           PERFORM READ-DAY-FILE.
           PERFORM CONSIDER-ONE-DAY-ROW UNTIL WS-DAY-EOF = 'Y'.

           PERFORM WRITE-DAY-FILE-LINE
              VARYING WS-FXD-SUB FROM 1 BY 1
                UNTIL WS-FXD-SUB > WS-FXD-COUNT.

       RDY999.
           EXIT.

       CONSIDER-ONE-DAY-ROW SECTION.
       CDR010.

           IF PDY-TYPE NOT = 'TFR'
              OR PDY-AMOUNT NOT > 0
              GO TO CDR090
           END-IF.

           MOVE PDY-REF TO HV-LEG-REF.

           EXEC SQL
                SELECT CURRENCY_CD,
                       CONSENT_AMOUNT
                INTO   :HV-LEG-CURRENCY-CD,
                       :HV-LEG-CONSENT-AMOUNT
                FROM   CONSENT
                WHERE  END_TO_END_ID = :HV-LEG-REF
                AND    DOMESTIC_PAY_STATUS = :HV-SETTLED-STATUS
                AND    CURRENCY_CD <> 'GBP'
                AND    DATE(LAST_UPDATE_TS) = :WS-DAY-LEDGER-DATE
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 100
              GO TO CDR090
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'FXRPT unable to read the consent for '
                      HV-LEG-REF ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

      *    The first entry not below the currency is where it goes.
           MOVE 1 TO WS-FXD-POS.
           PERFORM STEP-FXD-POSITION
              UNTIL WS-FXD-POS > WS-FXD-COUNT
                 OR WS-FXD-CURRENCY-CD (WS-FXD-POS)
                       NOT < HV-LEG-CURRENCY-CD.

           IF WS-FXD-POS > WS-FXD-COUNT
              OR WS-FXD-CURRENCY-CD (WS-FXD-POS)
                    NOT = HV-LEG-CURRENCY-CD
              PERFORM INSERT-FXD-ENTRY
           END-IF.

           ADD 1 TO WS-FXD-PAYMENT-COUNT (WS-FXD-POS).
           ADD HV-LEG-CONSENT-AMOUNT
             TO WS-FXD-ORIGINAL-TOTAL (WS-FXD-POS).
           ADD PDY-AMOUNT TO WS-FXD-GBP-TOTAL (WS-FXD-POS).

       CDR090.
           PERFORM READ-DAY-FILE.

       CDR999.
           EXIT.

       STEP-FXD-POSITION SECTION.
       SFP010.

           ADD 1 TO WS-FXD-POS.

       SFP999.
           EXIT.

      *
      *    Open a slot at WS-FXD-POS for the new currency, moving
      *    the entries above it up one.
      *
       INSERT-FXD-ENTRY SECTION.
       IFE010.

           IF WS-FXD-COUNT >= 50
              DISPLAY 'FXRPT currency table full - run stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM SHIFT-ONE-FXD-ENTRY
              VARYING WS-FXD-SUB FROM WS-FXD-COUNT BY -1
                UNTIL WS-FXD-SUB < WS-FXD-POS.

           ADD 1 TO WS-FXD-COUNT.
           MOVE HV-LEG-CURRENCY-CD TO WS-FXD-CURRENCY-CD (WS-FXD-POS).
           MOVE 0 TO WS-FXD-PAYMENT-COUNT (WS-FXD-POS).
           MOVE 0 TO WS-FXD-ORIGINAL-TOTAL (WS-FXD-POS).
           MOVE 0 TO WS-FXD-GBP-TOTAL (WS-FXD-POS).

       IFE999.
           EXIT.

       SHIFT-ONE-FXD-ENTRY SECTION.
       SFE010.

           MOVE WS-FXD-ENTRY (WS-FXD-SUB)
             TO WS-FXD-ENTRY (WS-FXD-SUB + 1).

       SFE999.
           EXIT.

       WRITE-DAY-FILE-LINE SECTION.
       WDL010.

           MOVE WS-FXD-CURRENCY-CD (WS-FXD-SUB)    TO HV-CURRENCY-CD.
           MOVE WS-FXD-PAYMENT-COUNT (WS-FXD-SUB)  TO HV-PAYMENT-COUNT.
           MOVE WS-FXD-ORIGINAL-TOTAL (WS-FXD-SUB)
             TO HV-ORIGINAL-TOTAL.
           MOVE WS-FXD-GBP-TOTAL (WS-FXD-SUB)      TO HV-GBP-TOTAL.

           ADD 1 TO NUMBER-OF-CURRENCIES-DAY.

           PERFORM WRITE-FLOW-LINE.

       WDL999.
           EXIT.

       REPORT-MTD-FLOW SECTION.
       RMF010.

       WFL999.
           EXIT.

      *
      *    PDYSRC says where the day's ledger is read from: 'F' the
      *    PRODEXT day file, anything else - or no PDYSRC at all -
      *    PROCTRAN as before.
      *
       LOAD-DAY-SOURCE SECTION.
       LDS010.

           MOVE 'D' TO WS-DAY-SOURCE.

           OPEN INPUT PDYSRC-PARM-FILE.

           IF PDYSRC-FILE-STATUS NOT = '00'
              GO TO LDS999
           END-IF.

           READ PDYSRC-PARM-FILE
              AT END
                 MOVE SPACES TO PDYSRC-PARM-RECORD
           END-READ.

           IF PDYSRC-PARM-RECORD = 'F'
              MOVE 'F' TO WS-DAY-SOURCE
              DISPLAY 'FXRPT reading the day''s ledger from the '
                      'PRODAY day file'
           END-IF.

           CLOSE PDYSRC-PARM-FILE.

       LDS999.
           EXIT.

      *
      *    Open the day file and take its ledger date from the
      *    header, leaving the first row read.  A file that does not
      *    start with a header is not a day file.
      *
       OPEN-DAY-FILE SECTION.
       ODF010.

           OPEN INPUT DAY-FILE.

           IF DAY-FILE-STATUS NOT = '00'
              DISPLAY 'FXRPT unable to open the day file PRODAY, '
                      'status=' DAY-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           READ DAY-FILE
              AT END
                 MOVE SPACES TO PDY-REC-TYPE
           END-READ.

           IF NOT PDY-HEADER
              DISPLAY 'FXRPT day file PRODAY has no header record'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE PDY-HDR-LEDGER-DATE TO WS-DAY-LEDGER-DATE.
           MOVE 0   TO WS-DAY-ROWS-READ.
           MOVE 0   TO WS-DAY-AMOUNT-READ.
           MOVE 'N' TO WS-DAY-EOF.

           DISPLAY 'FXRPT day file ledger date ' WS-DAY-LEDGER-DATE.

       ODF999.
           EXIT.

      *
      *    The next row of the day file.  At the trailer the rows
      *    read must agree with its count and total, or the file is
      *    not the whole day and the run stops; a file that ends
      *    without a trailer is as bad.
      *
       READ-DAY-FILE SECTION.
       RDR010.

           READ DAY-FILE
              AT END
                 DISPLAY 'FXRPT day file PRODAY ended without its '
                         'trailer'
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
           END-READ.

           IF PDY-DETAIL
              ADD 1          TO WS-DAY-ROWS-READ
              ADD PDY-AMOUNT TO WS-DAY-AMOUNT-READ
              GO TO RDR999
           END-IF.

           IF NOT PDY-TRAILER
              DISPLAY 'FXRPT day file PRODAY record type '
                      PDY-REC-TYPE ' not recognised'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF PDY-TRL-COUNT NOT = WS-DAY-ROWS-READ
              OR PDY-TRL-AMOUNT NOT = WS-DAY-AMOUNT-READ
              DISPLAY 'FXRPT day file PRODAY does not prove - '
                      'trailer ' PDY-TRL-COUNT ' rows '
                      PDY-TRL-AMOUNT ', read ' WS-DAY-ROWS-READ
                      ' rows ' WS-DAY-AMOUNT-READ
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'Y' TO WS-DAY-EOF.
           CLOSE DAY-FILE.

       RDR999.
           EXIT.

      *
      * Finish
      *
