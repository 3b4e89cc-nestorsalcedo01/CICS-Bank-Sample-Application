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
      * Title: PRODEXT                                                 *
      *                                                                *
      *                                                                *
      * Description: Nightly PROCTRAN day extract.  Runs first in the  *
      *              reporting window and reads the day's PROCTRAN     *
      *              rows once, in sort code, account number, time and *
      *              reference order, into the sequential day file     *
      *              (see PRODAY): a header carrying the ledger date,  *
      *              one record per row, and a trailer with the row    *
      *              count, signed total and absolute total.  GLEXTR,  *
      *              IBSETTL, FXRPT, AMLSCAN and VELRECON read the     *
      *              file instead of Db2 when their PDYSRC switch says *
      *              so.  The file is written to a new generation each *
      *              night and kept, so a report can be rerun for a    *
      *              past day after PROARCH has purged its rows.       *
      *                                                                *
      *              The ledger date is today's, or the ISO date on    *
      *              the optional PDYDATE parameter file to re-extract *
      *              a day still held live.                            *
      *                                                                *
      * Input:  The optional ledger date parameter file PDYDATE        *
      * Output: The PROCTRAN day file PRODAY                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODEXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-PARM-FILE
                  ASSIGN TO PDYDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PRM-FILE-STATUS.

           SELECT DAY-FILE
                  ASSIGN TO PRODAY
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DAY-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  DATE-PARM-FILE.
       01  DATE-PARM-RECORD                 PIC X(10).

       FD  DAY-FILE.
       01  DAY-RECORD.
           COPY PRODAY.

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

      *    Declare the PROCTRAN table, matching the 9-byte account
      *    number and DATE/TIME column types PROLOAD/PROARCH already
      *    use against the current schema, with the value date
      *    VALADJ and INBPAY carry.
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
               PROCTRAN_COUNTER_ACC_NO         CHAR(9),
               PROCTRAN_VALUE_DATE             DATE
              )
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 HV-LEDGER-DATE                PIC X(10).
       01 HV-CREATED-TS                 PIC X(26).

      * PROCTRAN host variables for DB2
       01 HOST-PROCTRAN-ROW.
          03 HV-PROCTRAN-EYECATCHER     PIC X(4).
          03 HV-PROCTRAN-SORTCODE       PIC X(6).
          03 HV-PROCTRAN-NUMBER         PIC X(9).
          03 HV-PROCTRAN-DATE           PIC X(10).
          03 HV-PROCTRAN-TIME           PIC X(6).
          03 HV-PROCTRAN-REF            PIC X(12).
          03 HV-PROCTRAN-TYPE           PIC X(3).
          03 HV-PROCTRAN-DESC           PIC X(40).
          03 HV-PROCTRAN-AMOUNT         PIC S9(10)V99 COMP-3.
          03 HV-PROCTRAN-CONSENT-ID     PIC S9(9) COMP.
          03 HV-PROCTRAN-COUNTER-ACC-NO PIC X(9).
          03 HV-PROCTRAN-VALUE-DATE     PIC X(10).

      * Declare the CURSOR over the day's rows in day-file order
           EXEC SQL DECLARE DAY-CURSOR CURSOR FOR
              SELECT COALESCE(PROCTRAN_EYECATCHER, ' '),
                     PROCTRAN_SORTCODE,
                     PROCTRAN_NUMBER,
                     CHAR(PROCTRAN_DATE, ISO),
                     COALESCE(PROCTRAN_TIME, ' '),
                     COALESCE(PROCTRAN_REF, ' '),
                     COALESCE(PROCTRAN_TYPE, ' '),
                     COALESCE(PROCTRAN_DESC, ' '),
                     COALESCE(PROCTRAN_AMOUNT, 0),
                     PROCTRAN_CONSENT_ID,
                     COALESCE(PROCTRAN_COUNTER_ACC_NO, ' '),
                     COALESCE(CHAR(PROCTRAN_VALUE_DATE, ISO), ' ')
                     FROM PROCTRAN
                     WHERE PROCTRAN_DATE = DATE(:HV-LEDGER-DATE)
                     ORDER BY PROCTRAN_SORTCODE,
                              PROCTRAN_NUMBER,
                              PROCTRAN_TIME,
                              PROCTRAN_REF
                     FOR FETCH ONLY
           END-EXEC.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  PRM-FILE-STATUS              PIC XX.
       01  DAY-FILE-STATUS              PIC XX.

       01  WS-EOF                       PIC X VALUE 'N'.

       01  WS-DAY-AMOUNT                PIC S9(13)V99 VALUE 0.
       01  WS-DAY-ABS-AMOUNT            PIC 9(13)V99 VALUE 0.

       01  NUMBER-OF-ROWS-EXTRACTED     PIC 9(9) VALUE 0.

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

           PERFORM LOAD-LEDGER-DATE.

           OPEN OUTPUT DAY-FILE.
           IF DAY-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the PRODAY day file, '
                      ' status=' DAY-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE SPACES         TO DAY-RECORD.
           MOVE 'H'            TO PDY-REC-TYPE.
           MOVE HV-LEDGER-DATE TO PDY-HDR-LEDGER-DATE.
           MOVE HV-CREATED-TS  TO PDY-HDR-CREATED-TS.
           PERFORM WRITE-DAY-RECORD.

           EXEC SQL OPEN
              DAY-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PRODEXT unable to open DAY-CURSOR, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM EXTRACT-ONE-ROW UNTIL WS-EOF = 'Y'.

           EXEC SQL CLOSE
              DAY-CURSOR
           END-EXEC.

           MOVE SPACES                   TO DAY-RECORD.
           MOVE 'T'                      TO PDY-REC-TYPE.
           MOVE HV-LEDGER-DATE           TO PDY-TRL-LEDGER-DATE.
           MOVE NUMBER-OF-ROWS-EXTRACTED TO PDY-TRL-COUNT.
           MOVE WS-DAY-AMOUNT            TO PDY-TRL-AMOUNT.
           MOVE WS-DAY-ABS-AMOUNT        TO PDY-TRL-ABS-AMOUNT.
           PERFORM WRITE-DAY-RECORD.

           CLOSE DAY-FILE.

           DISPLAY 'PRODEXT extracted ' NUMBER-OF-ROWS-EXTRACTED
                   ' PROCTRAN row(s) for ' HV-LEDGER-DATE
                   ', total ' WS-DAY-AMOUNT '.'.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

      *
      *    Today, unless the PDYDATE parameter file names another
      *    day.  Db2 validates the date it is given.
      *
       LOAD-LEDGER-DATE SECTION.
       LLD010.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO),
                       CHAR(CURRENT TIMESTAMP)
                INTO   :HV-LEDGER-DATE,
                       :HV-CREATED-TS
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PRODEXT unable to read the date, SQLCODE='
                      WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT DATE-PARM-FILE.
           IF PRM-FILE-STATUS NOT = '00'
              GO TO LLD999
           END-IF.

           READ DATE-PARM-FILE.
           IF PRM-FILE-STATUS = '00'
              AND DATE-PARM-RECORD NOT = SPACES
              MOVE DATE-PARM-RECORD TO HV-LEDGER-DATE
              EXEC SQL
                   SELECT CHAR(DATE(:HV-LEDGER-DATE), ISO)
                   INTO   :HV-LEDGER-DATE
                   FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'PRODEXT PDYDATE ' DATE-PARM-RECORD
                         ' is not a date - nothing extracted'
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
              DISPLAY 'PDYDATE found - extracting ledger date '
                      HV-LEDGER-DATE
           END-IF.

           CLOSE DATE-PARM-FILE.

       LLD999.
           EXIT.

       EXTRACT-ONE-ROW SECTION.
       EOR010.

           EXEC SQL FETCH FROM DAY-CURSOR
              INTO :HV-PROCTRAN-EYECATCHER,
                   :HV-PROCTRAN-SORTCODE,
                   :HV-PROCTRAN-NUMBER,
                   :HV-PROCTRAN-DATE,
                   :HV-PROCTRAN-TIME,
                   :HV-PROCTRAN-REF,
                   :HV-PROCTRAN-TYPE,
                   :HV-PROCTRAN-DESC,
                   :HV-PROCTRAN-AMOUNT,
                   :HV-PROCTRAN-CONSENT-ID,
                   :HV-PROCTRAN-COUNTER-ACC-NO,
                   :HV-PROCTRAN-VALUE-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
              GO TO EOR999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'PRODEXT failure fetching DAY-CURSOR, '
                      'SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE SPACES                     TO DAY-RECORD.
           MOVE 'D'                        TO PDY-REC-TYPE.
           MOVE HV-PROCTRAN-EYECATCHER     TO PDY-EYECATCHER.
           MOVE HV-PROCTRAN-SORTCODE       TO PDY-SORTCODE.
           MOVE HV-PROCTRAN-NUMBER         TO PDY-NUMBER.
           MOVE HV-PROCTRAN-DATE           TO PDY-DATE.
           MOVE HV-PROCTRAN-TIME           TO PDY-TIME.
           MOVE HV-PROCTRAN-REF            TO PDY-REF.
           MOVE HV-PROCTRAN-TYPE           TO PDY-TYPE.
           MOVE HV-PROCTRAN-DESC           TO PDY-DESC.
           MOVE HV-PROCTRAN-AMOUNT         TO PDY-AMOUNT.
           MOVE HV-PROCTRAN-CONSENT-ID     TO PDY-CONSENT-ID.
           MOVE HV-PROCTRAN-COUNTER-ACC-NO TO PDY-COUNTER-ACC-NO.
           MOVE HV-PROCTRAN-VALUE-DATE     TO PDY-VALUE-DATE.
           PERFORM WRITE-DAY-RECORD.

           ADD 1                  TO NUMBER-OF-ROWS-EXTRACTED.
           ADD HV-PROCTRAN-AMOUNT TO WS-DAY-AMOUNT.
           IF HV-PROCTRAN-AMOUNT < 0
              SUBTRACT HV-PROCTRAN-AMOUNT FROM WS-DAY-ABS-AMOUNT
           ELSE
              ADD HV-PROCTRAN-AMOUNT TO WS-DAY-ABS-AMOUNT
           END-IF.

       EOR999.
           EXIT.

       WRITE-DAY-RECORD SECTION.
       WDR010.

           WRITE DAY-RECORD.

           IF DAY-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'Error writing the PRODAY day file, '
                      ' status=' DAY-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WDR999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
