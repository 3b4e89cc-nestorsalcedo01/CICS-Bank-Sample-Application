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
      * Title: CASHFCST                                                *
      *                                                                *
      *                                                                *
      * Description: Daily vault cash ordering.  For each open branch *
      *              the net counter demand (withdrawals less         *
      *              deposits) is averaged by weekday over eight      *
      *              weeks of BRANCH_CASH_MOVE, leaving out bank      *
      *              holidays, and summed over the days until the     *
      *              branch's next cover of working days has passed,  *
      *              by the GETBDAY calendar rule.  The vault         *
      *              position plus deliveries still on the way, less  *
      *              that demand, is held against the branch's        *
      *              minimum and maximum: below the minimum a         *
      *              delivery, above the maximum a collection, back   *
      *              to the middle of the band in whole hundreds with *
      *              a note mix.  Orders are kept in CASH_ORDER for   *
      *              the next working day and the carrier's           *
      *              confirmations are applied by CASHRCPT.           *
      *                                                                *
      * Output: The carrier order file CASHORD                         *
      *         The forecast report CASHFRPT                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE
                  ASSIGN TO CASHORD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ORD-FILE-STATUS.

           SELECT FCST-RPT-FILE
                  ASSIGN TO CASHFRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

      *    One record per delivery or collection for the carrier,
      *    with the note mix to make up or expect.
       FD  ORDER-FILE.
       01  ORDER-RECORD.
           05 ORD-ORDER-ID                  PIC 9(9).
           05 ORD-SORTCODE                  PIC X(6).
           05 ORD-BRANCH-NAME               PIC X(35).
           05 ORD-POSTCODE                  PIC X(8).
           05 ORD-DELIVERY-DATE             PIC X(10).
      *    'D' deliver to the branch, 'C' collect from it.
           05 ORD-DIRECTION                 PIC X(1).
           05 ORD-AMOUNT                    PIC 9(11)V99.
           05 ORD-NOTES-50                  PIC 9(7).
           05 ORD-NOTES-20                  PIC 9(7).
           05 ORD-NOTES-10                  PIC 9(7).
           05 ORD-NOTES-5                   PIC 9(7).

       FD  FCST-RPT-FILE.
       01  FCST-RPT-RECORD.
           05 RPT-SORTCODE               PIC X(6).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-BRANCH-NAME            PIC X(20).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-POSITION               PIC -(10)9.99.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-IN-TRANSIT             PIC -(10)9.99.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-DEMAND                 PIC -(10)9.99.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-PROJECTED              PIC -(10)9.99.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-CASH-MIN               PIC Z(10)9.99.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-CASH-MAX               PIC Z(10)9.99.
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-ACTION                 PIC X(8).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 RPT-ORDER-AMOUNT           PIC Z(10)9.99.

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

      * Get the BANK_CALENDAR DB2 copybook
           EXEC SQL
              INCLUDE CALDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * Host variables for the branch being forecast
       01 HOST-BRANCH-ROW.
          03 HV-BRANCH-SORTCODE            PIC X(6).
          03 HV-BRANCH-NAME                PIC X(35).
          03 HV-BRANCH-CASH-MIN            PIC S9(11)V99 COMP-3.
          03 HV-BRANCH-CASH-MAX            PIC S9(11)V99 COMP-3.
          03 HV-BRANCH-CASH-COVER          PIC S9(4) COMP.
          03 HV-BCSH-POSITION              PIC S9(13)V99 COMP-3.

      * Host variables for one weekday of the demand history
       01 HOST-DEMAND-ROW.
          03 HV-DEMAND-DOW                 PIC S9(4) COMP.
          03 HV-DEMAND-NET                 PIC S9(13)V99 COMP-3.
          03 HV-DEMAND-DAYS                PIC S9(8) COMP.

      * Host variables for the order being raised
       01 HOST-ORDER-ROW.
          03 HV-CORD-ID                    PIC S9(9) COMP.
          03 HV-CORD-DIRECTION             PIC X(1).
          03 HV-CORD-AMOUNT                PIC S9(11)V99 COMP-3.
          03 HV-CORD-NOTES-50              PIC S9(9) COMP.
          03 HV-CORD-NOTES-20              PIC S9(9) COMP.
          03 HV-CORD-NOTES-10              PIC S9(9) COMP.
          03 HV-CORD-NOTES-5               PIC S9(9) COMP.
          03 HV-CORD-DEMAND                PIC S9(13)V99 COMP-3.
          03 HV-BRANCH-POSTCODE            PIC X(8).

       01 HV-IN-TRANSIT                    PIC S9(13)V99 COMP-3.
       01 HV-RAISED-TODAY                  PIC S9(8) COMP.
       01 HV-TODAY                         PIC X(10).
       01 HV-DELIVERY-DATE                 PIC X(10).
       01 HV-WORK-DATE                     PIC X(10).
       01 HV-DAY-OF-WEEK                   PIC S9(4) COMP.
       01 HV-HOLIDAY-COUNT                 PIC S9(9) COMP.
       01 WS-DAY-IS-WORKING                PIC X VALUE 'N'.

      *    The history the weekday averages are drawn from - eight
      *    whole weeks, so every weekday is seen the same number of
      *    times.
       01 WS-HISTORY-DAYS                  PIC S9(4) COMP VALUE 56.

      *    An order the carrier has not confirmed within this many
      *    days of its delivery date no longer counts as cash on
      *    the way - it is left to the cash office to chase.
       01 WS-ORDER-GRACE-DAYS              PIC S9(4) COMP VALUE 5.

      *    Cover when the branch master gives none, and the most
      *    working days any order may cover.
       01 WS-DEFAULT-COVER-DAYS            PIC S9(4) COMP VALUE 2.
       01 WS-MAXIMUM-COVER-DAYS            PIC S9(4) COMP VALUE 10.

      *    Orders are placed in whole hundreds, and made up in notes
      *    by value in these shares - fifties 20%, twenties 60%,
      *    tens 15% and the balance in fives.
       01 WS-ORDER-UNIT                    PIC S9(5)V99 COMP-3
                                            VALUE 100.
       01 WS-SHARE-50                      PIC V99 VALUE .20.
       01 WS-SHARE-20                      PIC V99 VALUE .60.
       01 WS-SHARE-10                      PIC V99 VALUE .15.

      *    Net demand (withdrawals less deposits) by ISO weekday,
      *    1 Monday .. 7 Sunday, averaged over the history.
       01 WS-DOW-TABLE.
          03 WS-DOW-DEMAND                 PIC S9(13)V99 COMP-3
                                            OCCURS 7 TIMES.
       01 WS-DOW-SUB                       PIC S9(4) COMP.

      *    The days from tomorrow to the last working day any order
      *    can cover, with each one's weekday and whether the bank
      *    is open; built once for the run.
       01 WS-WINDOW-TABLE.
          03 WS-WINDOW-COUNT               PIC S9(4) COMP VALUE 0.
          03 WS-WINDOW-DAY                 OCCURS 31 TIMES.
             05 WS-WINDOW-DOW              PIC S9(4) COMP.
             05 WS-WINDOW-WORKING          PIC X(1).
       01 WS-WINDOW-SUB                    PIC S9(4) COMP.
       01 WS-WORKING-DAYS-SEEN             PIC S9(4) COMP.

      *    The forecast for the branch in hand.
       01 WS-FORECAST.
          03 WS-COVER-DAYS                 PIC S9(4) COMP.
          03 WS-COVER-DAYS-COUNTED         PIC S9(4) COMP.
          03 WS-DEMAND                     PIC S9(13)V99 COMP-3.
          03 WS-PROJECTED                  PIC S9(13)V99 COMP-3.
          03 WS-TARGET                     PIC S9(13)V99 COMP-3.
          03 WS-ORDER-RAW                  PIC S9(13)V99 COMP-3.
          03 WS-ORDER-UNITS                PIC S9(11) COMP-3.
          03 WS-NOTES-VALUE                PIC S9(13)V99 COMP-3.
          03 WS-ACTION                     PIC X(8).

      *    The carrier order file's trailer figures, for the
      *    outbound file register.
       01 WS-ORDER-HASH                    PIC S9(13)V99 VALUE 0.
       01 WS-OUTFREG-PGM                 PIC X(8) VALUE 'OUTFREG'.
       01 WS-OUTFREG-PARMS.
           COPY OUTFREG.

      * Declare the CURSOR for every open branch with its vault
      * position, held across the commit each order takes.
           EXEC SQL DECLARE BRANCH-CURSOR CURSOR WITH HOLD FOR
              SELECT B.BRANCH_SORTCODE,
                     B.BRANCH_NAME,
                     COALESCE(B.BRANCH_CASH_MIN, 0),
                     COALESCE(B.BRANCH_CASH_MAX, 0),
                     COALESCE(B.BRANCH_CASH_COVER, 0),
                     COALESCE(C.BCSH_POSITION, 0)
                     FROM BRANCH B
                     LEFT OUTER JOIN BRANCH_CASH C
                     ON C.BCSH_SORTCODE = B.BRANCH_SORTCODE
                     WHERE B.BRANCH_STATUS = 'O'
                     ORDER BY B.BRANCH_SORTCODE
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for the branch's net counter demand by
      * weekday.  Bank holidays are left out, so a closed day does
      * not drag its weekday's average down, as is the day a
      * merged branch's vault was taken into this one.
           EXEC SQL DECLARE DEMAND-CURSOR CURSOR FOR
              SELECT DAYOFWEEK_ISO(M.BMOV_DATE),
                     SUM(M.BMOV_WITHDRAWALS - M.BMOV_DEPOSITS),
                     COUNT(DISTINCT M.BMOV_DATE)
                     FROM BRANCH_CASH_MOVE M
                     WHERE M.BMOV_SORTCODE = :HV-BRANCH-SORTCODE
                     AND   M.BMOV_DATE >= DATE(:HV-TODAY)
                                          - :WS-HISTORY-DAYS DAYS
                     AND   M.BMOV_DATE <  DATE(:HV-TODAY)
                     AND   NOT EXISTS
                           ( SELECT 1 FROM BANK_CALENDAR H
                             WHERE H.CAL_DATE = M.BMOV_DATE
                             AND   H.DAY_TYPE = 'H' )
                     AND   NOT EXISTS
                           ( SELECT 1 FROM BRANCH G
                             WHERE G.BRANCH_MERGED_INTO =
                                      M.BMOV_SORTCODE
                             AND   G.BRANCH_STATUS = 'M'
                             AND   G.BRANCH_CLOSED_DATE = M.BMOV_DATE )
                     GROUP BY DAYOFWEEK_ISO(M.BMOV_DATE)
                     FOR FETCH ONLY
           END-EXEC.

      * Declare the CURSOR for the orders raised today - all of
      * them, so a rerun after a failure writes the complete file.
           EXEC SQL DECLARE ORDER-CURSOR CURSOR FOR
              SELECT O.CORD_ID,
                     O.CORD_SORTCODE,
                     COALESCE(B.BRANCH_NAME, ' '),
                     COALESCE(B.BRANCH_POSTCODE, ' '),
                     CHAR(O.CORD_DELIVERY_DATE, ISO),
                     O.CORD_DIRECTION,
                     O.CORD_AMOUNT,
                     O.CORD_NOTES_50,
                     O.CORD_NOTES_20,
                     O.CORD_NOTES_10,
                     O.CORD_NOTES_5
                     FROM CASH_ORDER O
                     LEFT OUTER JOIN BRANCH B
                     ON B.BRANCH_SORTCODE = O.CORD_SORTCODE
                     WHERE O.CORD_RAISED_DATE = :HV-TODAY
                     AND   O.CORD_STATUS = 'O'
                     ORDER BY O.CORD_ID
                     FOR FETCH ONLY
           END-EXEC.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  ORD-FILE-STATUS               PIC XX.
       01  RPT-FILE-STATUS               PIC XX.

       01  WS-EOF                        PIC X VALUE 'N'.
       01  WS-DEMAND-EOF                 PIC X VALUE 'N'.
       01  WS-ORDER-EOF                  PIC X VALUE 'N'.

       01  NUMBER-OF-BRANCHES-FORECAST   PIC 9(8) VALUE 0.
       01  NUMBER-OF-DELIVERIES          PIC 9(8) VALUE 0.
       01  NUMBER-OF-COLLECTIONS         PIC 9(8) VALUE 0.
       01  NUMBER-OF-BRANCHES-NO-LIMIT   PIC 9(8) VALUE 0.
       01  NUMBER-OF-ORDERS-WRITTEN      PIC 9(8) VALUE 0.

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
                      'CASHFCST. SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM BUILD-COVER-WINDOW.

           OPEN OUTPUT FCST-RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the CASHFRPT report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL OPEN
              BRANCH-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CASHFCST unable to open BRANCH-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM FORECAST-ONE-BRANCH UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              BRANCH-CURSOR
           END-EXEC.

           CLOSE FCST-RPT-FILE.

           PERFORM WRITE-ORDER-FILE.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'CASHFCST forecast ' NUMBER-OF-BRANCHES-FORECAST
                   ' branch(es) for delivery on ' HV-DELIVERY-DATE
                   ': ordered ' NUMBER-OF-DELIVERIES
                   ' delivery(ies) and ' NUMBER-OF-COLLECTIONS
                   ' collection(s); ' NUMBER-OF-BRANCHES-NO-LIMIT
                   ' branch(es) have no holding limits; '
                   NUMBER-OF-ORDERS-WRITTEN
                   ' order(s) on the carrier file.'.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    The calendar the forecasts walk: each day from tomorrow
      *    until the most working days an order may cover have
      *    passed, with its weekday and whether it is a working
      *    day on the GETBDAY rule - Monday to Friday and not a
      *    BANK_CALENDAR holiday.  The first working day is when
      *    the carrier delivers.
      *
       BUILD-COVER-WINDOW SECTION.
       BCW010.

           MOVE HV-TODAY TO HV-WORK-DATE.
           MOVE SPACES   TO HV-DELIVERY-DATE.
           MOVE 0        TO WS-WINDOW-COUNT.
           MOVE 0        TO WS-WORKING-DAYS-SEEN.

           PERFORM ADD-WINDOW-DAY
              UNTIL WS-WORKING-DAYS-SEEN > WS-MAXIMUM-COVER-DAYS
                 OR WS-WINDOW-COUNT = 31.

       BCW999.
           EXIT.

       ADD-WINDOW-DAY SECTION.
       AWD010.

           EXEC SQL
              SELECT CHAR(DATE(:HV-WORK-DATE) + 1 DAY, ISO)
              INTO   :HV-WORK-DATE
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CASHFCST unable to step the calendar from '
                      HV-WORK-DATE ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM CHECK-WORKING-DAY.

           ADD 1 TO WS-WINDOW-COUNT.
           MOVE HV-DAY-OF-WEEK    TO WS-WINDOW-DOW (WS-WINDOW-COUNT).
           MOVE WS-DAY-IS-WORKING
              TO WS-WINDOW-WORKING (WS-WINDOW-COUNT).

           IF WS-DAY-IS-WORKING = 'Y'
              ADD 1 TO WS-WORKING-DAYS-SEEN
              IF HV-DELIVERY-DATE = SPACES
                 MOVE HV-WORK-DATE TO HV-DELIVERY-DATE
              END-IF
           END-IF.

       AWD999.
           EXIT.

       CHECK-WORKING-DAY SECTION.
       CWD010.

           MOVE 'N' TO WS-DAY-IS-WORKING.

           EXEC SQL
              SELECT DAYOFWEEK_ISO(DATE(:HV-WORK-DATE))
              INTO   :HV-DAY-OF-WEEK
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CASHFCST unable to read the weekday of '
                      HV-WORK-DATE ', SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-DAY-OF-WEEK >= 6
              GO TO CWD999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :HV-HOLIDAY-COUNT
              FROM   BANK_CALENDAR
              WHERE  CAL_DATE = :HV-WORK-DATE
              AND    DAY_TYPE = 'H'
           END-EXEC.

           IF SQLCODE = 0 AND HV-HOLIDAY-COUNT = 0
              MOVE 'Y' TO WS-DAY-IS-WORKING
           END-IF.

       CWD999.
           EXIT.

      *
      *    One branch: its vault position plus cash already on the
      *    way, less the net demand forecast over the days its next
      *    order must cover, against its holding limits.  Below the
      *    minimum it is delivered, above the maximum collected,
      *    each time back to the middle of the band.  A branch with
      *    an order already raised today (a rerun) is only
      *    reported.
      *
       FORECAST-ONE-BRANCH SECTION.
       FOB010.

           EXEC SQL FETCH FROM BRANCH-CURSOR
              INTO :HV-BRANCH-SORTCODE,
                   :HV-BRANCH-NAME,
                   :HV-BRANCH-CASH-MIN,
                   :HV-BRANCH-CASH-MAX,
                   :HV-BRANCH-CASH-COVER,
                   :HV-BCSH-POSITION
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO FOB999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CASHFCST failure fetching BRANCH-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-BRANCHES-FORECAST.
           MOVE 0 TO WS-ORDER-RAW.

           PERFORM LOAD-WEEKDAY-DEMAND.
           PERFORM TOTAL-COVER-DEMAND.

           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN CORD_DIRECTION = 'D'
                                         THEN CORD_AMOUNT
                                         ELSE 0 - CORD_AMOUNT END),
                                0)
                INTO   :HV-IN-TRANSIT
                FROM   CASH_ORDER
                WHERE  CORD_SORTCODE = :HV-BRANCH-SORTCODE
                AND    CORD_STATUS   = 'O'
                AND    CORD_DELIVERY_DATE >= DATE(:HV-TODAY)
                                         - :WS-ORDER-GRACE-DAYS DAYS
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CASHFCST failure reading CASH_ORDER for '
                      HV-BRANCH-SORTCODE ', SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           COMPUTE WS-PROJECTED =
              HV-BCSH-POSITION + HV-IN-TRANSIT - WS-DEMAND.

           IF HV-BRANCH-CASH-MAX = 0
              MOVE 'NO LIMIT' TO WS-ACTION
              ADD 1 TO NUMBER-OF-BRANCHES-NO-LIMIT
              GO TO FOB900
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :HV-RAISED-TODAY
                FROM   CASH_ORDER
                WHERE  CORD_SORTCODE    = :HV-BRANCH-SORTCODE
                AND    CORD_RAISED_DATE = :HV-TODAY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CASHFCST failure reading CASH_ORDER for '
                      HV-BRANCH-SORTCODE ', SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-RAISED-TODAY > 0
              MOVE 'ORDERED ' TO WS-ACTION
              GO TO FOB900
           END-IF.

           COMPUTE WS-TARGET =
              (HV-BRANCH-CASH-MIN + HV-BRANCH-CASH-MAX) / 2.

           MOVE 'WITHIN  ' TO WS-ACTION.

           IF WS-PROJECTED < HV-BRANCH-CASH-MIN
              COMPUTE WS-ORDER-UNITS =
                 (WS-TARGET - WS-PROJECTED + WS-ORDER-UNIT - 0.01)
                    / WS-ORDER-UNIT
              COMPUTE WS-ORDER-RAW = WS-ORDER-UNITS * WS-ORDER-UNIT
              MOVE 'D'        TO HV-CORD-DIRECTION
              MOVE 'DELIVER ' TO WS-ACTION
           END-IF.

           IF WS-PROJECTED > HV-BRANCH-CASH-MAX
              COMPUTE WS-ORDER-RAW = WS-PROJECTED - WS-TARGET
              IF WS-ORDER-RAW > HV-BCSH-POSITION + HV-IN-TRANSIT
                 COMPUTE WS-ORDER-RAW =
                    HV-BCSH-POSITION + HV-IN-TRANSIT
              END-IF
              COMPUTE WS-ORDER-UNITS = WS-ORDER-RAW / WS-ORDER-UNIT
              COMPUTE WS-ORDER-RAW = WS-ORDER-UNITS * WS-ORDER-UNIT
              MOVE 'C'        TO HV-CORD-DIRECTION
              MOVE 'COLLECT ' TO WS-ACTION
           END-IF.

           IF WS-ORDER-RAW > 0
              PERFORM RAISE-CASH-ORDER
           ELSE
              MOVE 'WITHIN  ' TO WS-ACTION
           END-IF.

       FOB900.
           PERFORM WRITE-FORECAST-LINE.

       FOB999.
           EXIT.

       LOAD-WEEKDAY-DEMAND SECTION.
       LWD010.

           INITIALIZE WS-DOW-TABLE.
           MOVE 'N' TO WS-DEMAND-EOF.

           EXEC SQL OPEN
              DEMAND-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CASHFCST unable to open DEMAND-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM FETCH-WEEKDAY-DEMAND UNTIL WS-DEMAND-EOF = 'Y'.

           EXEC SQL CLOSE
              DEMAND-CURSOR
           END-EXEC.

       LWD999.
           EXIT.

       FETCH-WEEKDAY-DEMAND SECTION.
       FWD010.

           EXEC SQL FETCH FROM DEMAND-CURSOR
              INTO :HV-DEMAND-DOW,
                   :HV-DEMAND-NET,
                   :HV-DEMAND-DAYS
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-DEMAND-EOF
              GO TO FWD999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CASHFCST failure fetching DEMAND-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF HV-DEMAND-DOW >= 1 AND HV-DEMAND-DOW <= 7
              AND HV-DEMAND-DAYS > 0
              COMPUTE WS-DOW-DEMAND (HV-DEMAND-DOW) ROUNDED =
                 HV-DEMAND-NET / HV-DEMAND-DAYS
           END-IF.

       FWD999.
           EXIT.

      *
      *    The demand the order must cover: every day from tomorrow
      *    to the branch's last covered working day takes its
      *    weekday's average.  A holiday inside the window still
      *    counts - the branch is shut, but the cash its customers
      *    would have drawn is drawn either side of it - and it
      *    stretches the window, because the cover is counted in
      *    working days.
      *
       TOTAL-COVER-DEMAND SECTION.
       TCD010.

           MOVE HV-BRANCH-CASH-COVER TO WS-COVER-DAYS.
           IF WS-COVER-DAYS <= 0
              MOVE WS-DEFAULT-COVER-DAYS TO WS-COVER-DAYS
           END-IF.
           IF WS-COVER-DAYS > WS-MAXIMUM-COVER-DAYS
              MOVE WS-MAXIMUM-COVER-DAYS TO WS-COVER-DAYS
           END-IF.

           MOVE 0 TO WS-DEMAND.
           MOVE 0 TO WS-COVER-DAYS-COUNTED.
           MOVE 0 TO WS-WINDOW-SUB.

           PERFORM ADD-ONE-DAY-DEMAND
              UNTIL WS-COVER-DAYS-COUNTED >= WS-COVER-DAYS
                 OR WS-WINDOW-SUB >= WS-WINDOW-COUNT.

       TCD999.
           EXIT.

       ADD-ONE-DAY-DEMAND SECTION.
       AOD010.

           ADD 1 TO WS-WINDOW-SUB.
           MOVE WS-WINDOW-DOW (WS-WINDOW-SUB) TO WS-DOW-SUB.

           IF WS-DOW-SUB >= 1 AND WS-DOW-SUB <= 7
              ADD WS-DOW-DEMAND (WS-DOW-SUB) TO WS-DEMAND
           END-IF.

           IF WS-WINDOW-WORKING (WS-WINDOW-SUB) = 'Y'
              ADD 1 TO WS-COVER-DAYS-COUNTED
           END-IF.

       AOD999.
           EXIT.

      *
      *    Record the order with its note mix, in its own unit of
      *    work.  The fives take whatever the larger notes leave,
      *    so the mix always adds up to the order.
      *
       RAISE-CASH-ORDER SECTION.
       RCO010.

           MOVE WS-ORDER-RAW TO HV-CORD-AMOUNT.
           MOVE WS-DEMAND    TO HV-CORD-DEMAND.

           COMPUTE HV-CORD-NOTES-50 =
              HV-CORD-AMOUNT * WS-SHARE-50 / 50.
           COMPUTE HV-CORD-NOTES-20 =
              HV-CORD-AMOUNT * WS-SHARE-20 / 20.
           COMPUTE HV-CORD-NOTES-10 =
              HV-CORD-AMOUNT * WS-SHARE-10 / 10.
           COMPUTE WS-NOTES-VALUE =
              HV-CORD-NOTES-50 * 50 + HV-CORD-NOTES-20 * 20
                 + HV-CORD-NOTES-10 * 10.
           COMPUTE HV-CORD-NOTES-5 =
              (HV-CORD-AMOUNT - WS-NOTES-VALUE) / 5.

           EXEC SQL
              SELECT COALESCE(MAX(CORD_ID), 0) + 1
              INTO   :HV-CORD-ID
              FROM   CASH_ORDER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CASHFCST unable to number a cash order, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
                INSERT INTO CASH_ORDER
                (
                  CORD_ID              ,
                  CORD_SORTCODE        ,
                  CORD_RAISED_DATE     ,
                  CORD_DELIVERY_DATE   ,
                  CORD_DIRECTION       ,
                  CORD_AMOUNT          ,
                  CORD_NOTES_50        ,
                  CORD_NOTES_20        ,
                  CORD_NOTES_10        ,
                  CORD_NOTES_5         ,
                  CORD_FORECAST_DEMAND ,
                  CORD_STATUS
                )
                VALUES
                (
                  :HV-CORD-ID          ,
                  :HV-BRANCH-SORTCODE  ,
                  :HV-TODAY            ,
                  :HV-DELIVERY-DATE    ,
                  :HV-CORD-DIRECTION   ,
                  :HV-CORD-AMOUNT      ,
                  :HV-CORD-NOTES-50    ,
                  :HV-CORD-NOTES-20    ,
                  :HV-CORD-NOTES-10    ,
                  :HV-CORD-NOTES-5     ,
                  :HV-CORD-DEMAND      ,
                  'O'
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CASHFCST unable to raise a cash order for '
                      HV-BRANCH-SORTCODE ', SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           IF HV-CORD-DIRECTION = 'D'
              ADD 1 TO NUMBER-OF-DELIVERIES
           ELSE
              ADD 1 TO NUMBER-OF-COLLECTIONS
           END-IF.

       RCO999.
           EXIT.

       WRITE-FORECAST-LINE SECTION.
       WFL010.

           MOVE SPACES              TO FCST-RPT-RECORD.
           MOVE HV-BRANCH-SORTCODE  TO RPT-SORTCODE.
           MOVE HV-BRANCH-NAME      TO RPT-BRANCH-NAME.
           MOVE HV-BCSH-POSITION    TO RPT-POSITION.
           MOVE HV-IN-TRANSIT       TO RPT-IN-TRANSIT.
           MOVE WS-DEMAND           TO RPT-DEMAND.
           MOVE WS-PROJECTED        TO RPT-PROJECTED.
           MOVE HV-BRANCH-CASH-MIN  TO RPT-CASH-MIN.
           MOVE HV-BRANCH-CASH-MAX  TO RPT-CASH-MAX.
           MOVE WS-ACTION           TO RPT-ACTION.
           MOVE WS-ORDER-RAW        TO RPT-ORDER-AMOUNT.

           WRITE FCST-RPT-RECORD.

           IF RPT-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the CASHFRPT report file, '
                      ' status=' RPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WFL999.
           EXIT.

      *
      *    The carrier's file: every order raised today, read back
      *    from CASH_ORDER, registered as an outbound file with its
      *    count and the sum of its amounts.
      *
       WRITE-ORDER-FILE SECTION.
       WOF010.

           OPEN OUTPUT ORDER-FILE.
           IF ORD-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the CASHORD order file, '
                      ' status=' ORD-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-ORDER-EOF.

           EXEC SQL OPEN
              ORDER-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CASHFCST unable to open ORDER-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM WRITE-ONE-ORDER UNTIL WS-ORDER-EOF = 'Y'.

           EXEC SQL CLOSE
              ORDER-CURSOR
           END-EXEC.

           CLOSE ORDER-FILE.

           INITIALIZE WS-OUTFREG-PARMS.
           MOVE 'CASHORD'                TO OFR-FILE-NAME.
           MOVE HV-TODAY                 TO OFR-BUSINESS-DATE.
           MOVE NUMBER-OF-ORDERS-WRITTEN TO OFR-RECORD-COUNT.
           MOVE WS-ORDER-HASH            TO OFR-HASH-TOTAL.
           PERFORM REGISTER-OUTBOUND-FILE.

       WOF999.
           EXIT.

       WRITE-ONE-ORDER SECTION.
       WOO010.

           EXEC SQL FETCH FROM ORDER-CURSOR
              INTO :HV-CORD-ID,
                   :HV-BRANCH-SORTCODE,
                   :HV-BRANCH-NAME,
                   :HV-BRANCH-POSTCODE,
                   :HV-WORK-DATE,
                   :HV-CORD-DIRECTION,
                   :HV-CORD-AMOUNT,
                   :HV-CORD-NOTES-50,
                   :HV-CORD-NOTES-20,
                   :HV-CORD-NOTES-10,
                   :HV-CORD-NOTES-5
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-ORDER-EOF
              GO TO WOO999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CASHFCST failure fetching ORDER-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE HV-CORD-ID         TO ORD-ORDER-ID.
           MOVE HV-BRANCH-SORTCODE TO ORD-SORTCODE.
           MOVE HV-BRANCH-NAME     TO ORD-BRANCH-NAME.
           MOVE HV-BRANCH-POSTCODE TO ORD-POSTCODE.
           MOVE HV-WORK-DATE       TO ORD-DELIVERY-DATE.
           MOVE HV-CORD-DIRECTION  TO ORD-DIRECTION.
           MOVE HV-CORD-AMOUNT     TO ORD-AMOUNT.
           MOVE HV-CORD-NOTES-50   TO ORD-NOTES-50.
           MOVE HV-CORD-NOTES-20   TO ORD-NOTES-20.
           MOVE HV-CORD-NOTES-10   TO ORD-NOTES-10.
           MOVE HV-CORD-NOTES-5    TO ORD-NOTES-5.

           WRITE ORDER-RECORD.

           IF ORD-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error writing to the CASHORD order file, '
                      ' status=' ORD-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO NUMBER-OF-ORDERS-WRITTEN.
           ADD HV-CORD-AMOUNT TO WS-ORDER-HASH.

       WOO999.
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

           MOVE 'CASHFCST' TO OFR-PROGRAM.
           CALL WS-OUTFREG-PGM USING WS-OUTFREG-PARMS.

           IF OFR-RETURN-CD NOT = 0
              MOVE OFR-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'CASHFCST unable to register outbound file '
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
