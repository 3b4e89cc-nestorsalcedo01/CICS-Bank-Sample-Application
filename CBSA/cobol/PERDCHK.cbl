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
      * Title: PERDCHK                                                 *
      *                                                                *
      *                                                                *
      * Description: Accounting period check, CALLed as a subprogram   *
      *              by the programs that can post or value a ledger   *
      *              entry before today (VALADJ, INBPAY, PROLOAD).     *
      *              Says whether a date falls in a period finance     *
      *              has closed through PERDMNT and, if it does, the   *
      *              first open date after it, so the caller can       *
      *              refuse the entry or move it there.  Also writes   *
      *              the LATE_POSTING register row for a back-dated    *
      *              or moved posting, which GLEXTR's prior-period     *
      *              adjustments section works from.                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDCHK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.

       DATA DIVISION.
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

      * Get the ACCOUNTING_PERIOD / LATE_POSTING DB2 copybook
           EXEC SQL
              INCLUDE PERDDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * ACCOUNTING_PERIOD host variables for DB2
       01 HOST-PERIOD-ROW.
          03 HV-PERIOD-DATE                PIC X(10).
          03 HV-PERIOD-ID                  PIC X(6).
          03 HV-PERIOD-STATUS              PIC X(1).
          03 HV-OPEN-DATE                  PIC X(10).

      * LATE_POSTING host variables for DB2
       01 HOST-LATE-ROW.
          03 HV-LATE-SORTCODE              PIC X(6).
          03 HV-LATE-NUMBER                PIC X(9).
          03 HV-LATE-TYPE                  PIC X(3).
          03 HV-LATE-AMOUNT                PIC S9(10)V99 COMP-3.
          03 HV-LATE-REQUESTED-DATE        PIC X(10).
          03 HV-LATE-APPLIED-DATE          PIC X(10).
          03 HV-LATE-POSTED-DATE           PIC X(10).
          03 HV-LATE-ACTION                PIC X(1).
          03 HV-LATE-CLOSED-PERIOD         PIC X(6).
          03 HV-LATE-SOURCE                PIC X(8).

       01 HV-CLOSED-PERIOD-IND             PIC S9(4) COMP.

       LINKAGE SECTION.
       01 PERDCHK-PARMS.
           COPY PERDCHK.

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION USING PERDCHK-PARMS.
       PREMIERE SECTION.
       A010.

           MOVE 0 TO PDC-RETURN-CD.

           EVALUATE PDC-REQUEST
              WHEN 'Q'
                 PERFORM CHECK-PERIOD
              WHEN 'R'
                 PERFORM REGISTER-LATE-POSTING
              WHEN OTHER
                 MOVE -1 TO PDC-RETURN-CD
           END-EVALUATE.

       A999.
           GOBACK.

      *
      *    The period PDC-DATE falls in.  Periods close in order, so
      *    every closed period lies before every open one and the
      *    first open date after a closed period is the day after
      *    the last period closed.
      *
       CHECK-PERIOD SECTION.
       CP010.

           MOVE 'O'      TO PDC-RESULT.
           MOVE SPACES   TO PDC-PERIOD-ID.
           MOVE PDC-DATE TO PDC-OPEN-DATE.

           MOVE PDC-DATE TO HV-PERIOD-DATE.

           EXEC SQL
                SELECT PERIOD_ID,
                       PERIOD_STATUS
                INTO   :HV-PERIOD-ID,
                       :HV-PERIOD-STATUS
                FROM   ACCOUNTING_PERIOD
                WHERE  DATE(:HV-PERIOD-DATE)
                          BETWEEN PERIOD_START AND PERIOD_END
           END-EXEC.

           IF SQLCODE = 100
              GO TO CP999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO PDC-RETURN-CD
              GO TO CP999
           END-IF.

           IF HV-PERIOD-STATUS NOT = 'C'
              GO TO CP999
           END-IF.

           EXEC SQL
                SELECT CHAR(MAX(PERIOD_END) + 1 DAY, ISO)
                INTO   :HV-OPEN-DATE
                FROM   ACCOUNTING_PERIOD
                WHERE  PERIOD_STATUS = 'C'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO PDC-RETURN-CD
              GO TO CP999
           END-IF.

           MOVE 'C'          TO PDC-RESULT.
           MOVE HV-PERIOD-ID TO PDC-PERIOD-ID.
           MOVE HV-OPEN-DATE TO PDC-OPEN-DATE.

       CP999.
           EXIT.

       REGISTER-LATE-POSTING SECTION.
       RLP010.

           MOVE PDC-LATE-SORTCODE    TO HV-LATE-SORTCODE.
           MOVE PDC-LATE-NUMBER      TO HV-LATE-NUMBER.
           MOVE PDC-LATE-TYPE        TO HV-LATE-TYPE.
           MOVE PDC-LATE-AMOUNT      TO HV-LATE-AMOUNT.
           MOVE PDC-DATE             TO HV-LATE-REQUESTED-DATE.
           MOVE PDC-OPEN-DATE        TO HV-LATE-APPLIED-DATE.
           MOVE PDC-LATE-POSTED-DATE TO HV-LATE-POSTED-DATE.
           MOVE PDC-LATE-ACTION      TO HV-LATE-ACTION.
           MOVE PDC-LATE-SOURCE      TO HV-LATE-SOURCE.

           IF PDC-PERIOD-ID = SPACES
              MOVE SPACES        TO HV-LATE-CLOSED-PERIOD
              MOVE -1            TO HV-CLOSED-PERIOD-IND
           ELSE
              MOVE PDC-PERIOD-ID TO HV-LATE-CLOSED-PERIOD
              MOVE 0             TO HV-CLOSED-PERIOD-IND
           END-IF.

           EXEC SQL
                INSERT INTO LATE_POSTING
                (
                  LATE_SORTCODE       ,
                  LATE_NUMBER         ,
                  LATE_TYPE           ,
                  LATE_AMOUNT         ,
                  LATE_REQUESTED_DATE ,
                  LATE_APPLIED_DATE   ,
                  LATE_POSTED_DATE    ,
                  LATE_ACTION         ,
                  LATE_CLOSED_PERIOD  ,
                  LATE_SOURCE         ,
                  LATE_RECORDED_TS    ,
                  LATE_JOURNAL_DATE
                )
                VALUES
                (
                  :HV-LATE-SORTCODE       ,
                  :HV-LATE-NUMBER         ,
                  :HV-LATE-TYPE           ,
                  :HV-LATE-AMOUNT         ,
                  :HV-LATE-REQUESTED-DATE ,
                  :HV-LATE-APPLIED-DATE   ,
                  :HV-LATE-POSTED-DATE    ,
                  :HV-LATE-ACTION         ,
                  :HV-LATE-CLOSED-PERIOD :HV-CLOSED-PERIOD-IND ,
                  :HV-LATE-SOURCE         ,
                  CURRENT TIMESTAMP       ,
                  NULL
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO PDC-RETURN-CD
           END-IF.

       RLP999.
           EXIT.
