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
      * Title: TPPQTA                                                  *
      *                                                                *
      *                                                                *
      * Description: Per-provider API call quota, CALLed as a         *
      *              subprogram. The online APIs (CONSENT, DPAYAPI,   *
      *              ACCINFO) pass it each call a registered third-   *
      *              party provider makes; it counts the call on the  *
      *              provider's hourly TPP_USAGE row and, when the    *
      *              provider's TPP_QUOTA for the API and request     *
      *              type is already used up for the hour or the day, *
      *              counts it as refused instead and tells the       *
      *              caller to refuse it, with the time the quota     *
      *              next has room. TPPUSE reports the usage daily.   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPQTA.

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

      * Get the TPP_REG, TPP_QUOTA and TPP_USAGE DB2 copybook
           EXEC SQL
              INCLUDE TPPDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * TPP_USAGE key host variables for DB2
       01 HOST-USAGE-KEY.
          03 HV-TPU-TPP-ID                 PIC X(10).
          03 HV-TPU-API                    PIC X(8).
          03 HV-TPU-REQ-TYPE               PIC X(1).
          03 HV-TPU-DATE                   PIC X(10).
          03 HV-TPU-HOUR                   PIC S9(4) COMP.

      * TPP_QUOTA host variables for DB2
       01 HOST-QUOTA-ROW.
          03 HV-TPQ-REQ-TYPE               PIC X(1).
          03 HV-TPQ-HOURLY-LIMIT           PIC S9(9) COMP.
          03 HV-TPQ-DAILY-LIMIT            PIC S9(9) COMP.

       01 HV-CALLS-THIS-HOUR               PIC S9(9) COMP.
       01 HV-CALLS-TODAY                   PIC S9(9) COMP.
       01 HV-NEXT-HOUR-TS                  PIC X(26).
       01 HV-NEXT-DAY-TS                   PIC X(26).

       01 WS-REFUSED                       PIC X VALUE 'N'.

       LINKAGE SECTION.
       01 TPPQTA-PARMS.
           COPY TPPQTA.

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION USING TPPQTA-PARMS.
       PREMIERE SECTION.
       A010.

           MOVE 0      TO TQC-RETURN-CD.
           MOVE 'Y'    TO TQC-RESULT.
           MOVE SPACES TO TQC-LIMIT-HIT.
           MOVE SPACES TO TQC-RETRY-AFTER-TS.
           MOVE 'N'    TO WS-REFUSED.

           IF TQC-TPP-ID = SPACES
              OR TQC-TPP-ID = 'INTERNAL'
              OR TQC-TPP-ID = 'BRANCH'
              GO TO A999
           END-IF.

           MOVE TQC-TPP-ID   TO HV-TPU-TPP-ID.
           MOVE TQC-API      TO HV-TPU-API.
           MOVE TQC-REQ-TYPE TO HV-TPU-REQ-TYPE.

           EXEC SQL
                SELECT CURRENT DATE,
                       HOUR(CURRENT TIMESTAMP),
                       CHAR(CURRENT TIMESTAMP
                            - MINUTE(CURRENT TIMESTAMP) MINUTES
                            - SECOND(CURRENT TIMESTAMP) SECONDS
                            - MICROSECOND(CURRENT TIMESTAMP)
                                 MICROSECONDS
                            + 1 HOUR),
                       CHAR(TIMESTAMP(CURRENT DATE + 1 DAY,
                                      '00.00.00'))
                INTO   :HV-TPU-DATE,
                       :HV-TPU-HOUR,
                       :HV-NEXT-HOUR-TS,
                       :HV-NEXT-DAY-TS
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TQC-RETURN-CD
              GO TO A999
           END-IF.

           PERFORM CHECK-QUOTA.

           IF TQC-RETURN-CD NOT = 0
              GO TO A999
           END-IF.

           PERFORM COUNT-THE-CALL.

       A999.
           GOBACK.

      *
      *    The provider's own row for this request type wins over
      *    its '*' row for the whole API.  The calls already served
      *    this clock hour and today are held against the limits -
      *    for a '*' row, the calls of every request type of the
      *    API; the refused calls do not use up the quota.
      *
       CHECK-QUOTA SECTION.
       CQ010.

           EXEC SQL
                SELECT TPQ_REQ_TYPE,
                       TPQ_HOURLY_LIMIT,
                       TPQ_DAILY_LIMIT
                INTO   :HV-TPQ-REQ-TYPE,
                       :HV-TPQ-HOURLY-LIMIT,
                       :HV-TPQ-DAILY-LIMIT
                FROM   TPP_QUOTA
                WHERE  TPQ_TPP_ID = :HV-TPU-TPP-ID
                AND    TPQ_API    = :HV-TPU-API
                AND   (TPQ_REQ_TYPE = :HV-TPU-REQ-TYPE
                    OR TPQ_REQ_TYPE = '*')
                ORDER BY CASE WHEN TPQ_REQ_TYPE = '*'
                              THEN 1 ELSE 0 END
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 100
              GO TO CQ999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TQC-RETURN-CD
              GO TO CQ999
           END-IF.

           IF HV-TPQ-HOURLY-LIMIT = 0 AND HV-TPQ-DAILY-LIMIT = 0
              GO TO CQ999
           END-IF.

           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN TPU_HOUR = :HV-TPU-HOUR
                                         THEN TPU_CALLS
                                         ELSE 0 END), 0),
                       COALESCE(SUM(TPU_CALLS), 0)
                INTO   :HV-CALLS-THIS-HOUR,
                       :HV-CALLS-TODAY
                FROM   TPP_USAGE
                WHERE  TPU_TPP_ID = :HV-TPU-TPP-ID
                AND    TPU_API    = :HV-TPU-API
                AND    TPU_DATE   = :HV-TPU-DATE
                AND   (TPU_REQ_TYPE = :HV-TPU-REQ-TYPE
                    OR :HV-TPQ-REQ-TYPE = '*')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO TQC-RETURN-CD
              GO TO CQ999
           END-IF.

           IF HV-TPQ-DAILY-LIMIT > 0
              AND HV-CALLS-TODAY NOT < HV-TPQ-DAILY-LIMIT
              MOVE 'Y'            TO WS-REFUSED
              MOVE 'D'            TO TQC-LIMIT-HIT
              MOVE HV-NEXT-DAY-TS TO TQC-RETRY-AFTER-TS
              GO TO CQ999
           END-IF.

           IF HV-TPQ-HOURLY-LIMIT > 0
              AND HV-CALLS-THIS-HOUR NOT < HV-TPQ-HOURLY-LIMIT
              MOVE 'Y'             TO WS-REFUSED
              MOVE 'H'             TO TQC-LIMIT-HIT
              MOVE HV-NEXT-HOUR-TS TO TQC-RETRY-AFTER-TS
           END-IF.

       CQ999.
           EXIT.

      *
      *    Count the call as served or refused on the provider's
      *    row for this hour, starting the row with the hour's
      *    first call.  Two first calls racing for the same hour
      *    leave the loser to count on the winner's row.
      *
       COUNT-THE-CALL SECTION.
       CTC010.

           PERFORM UPDATE-USAGE-ROW.

           IF TQC-RETURN-CD NOT = 0 OR SQLERRD(3) > 0
              GO TO CTC900
           END-IF.

           EXEC SQL
                INSERT INTO TPP_USAGE
                (
                  TPU_TPP_ID   ,
                  TPU_API      ,
                  TPU_REQ_TYPE ,
                  TPU_DATE     ,
                  TPU_HOUR     ,
                  TPU_CALLS    ,
                  TPU_REFUSED
                )
                VALUES
                (
                  :HV-TPU-TPP-ID   ,
                  :HV-TPU-API      ,
                  :HV-TPU-REQ-TYPE ,
                  :HV-TPU-DATE     ,
                  :HV-TPU-HOUR     ,
                  CASE WHEN :WS-REFUSED = 'Y' THEN 0 ELSE 1 END,
                  CASE WHEN :WS-REFUSED = 'Y' THEN 1 ELSE 0 END
                )
           END-EXEC.

           IF SQLCODE = -803
              PERFORM UPDATE-USAGE-ROW
           ELSE
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO TQC-RETURN-CD
              END-IF
           END-IF.

       CTC900.
      *
      *    A refusal is only given once it has been counted: should
      *    the count fail, the call goes ahead - the quota must
      *    never be the reason the service is down.
      *
           IF WS-REFUSED = 'Y' AND TQC-RETURN-CD = 0
              MOVE 'N' TO TQC-RESULT
           ELSE
              MOVE SPACES TO TQC-LIMIT-HIT
              MOVE SPACES TO TQC-RETRY-AFTER-TS
           END-IF.

       CTC999.
           EXIT.

       UPDATE-USAGE-ROW SECTION.
       UUR010.

           EXEC SQL
                UPDATE TPP_USAGE
                SET    TPU_CALLS   = TPU_CALLS +
                          CASE WHEN :WS-REFUSED = 'Y' THEN 0 ELSE 1 END,
                       TPU_REFUSED = TPU_REFUSED +
                          CASE WHEN :WS-REFUSED = 'Y' THEN 1 ELSE 0 END
                WHERE  TPU_TPP_ID   = :HV-TPU-TPP-ID
                AND    TPU_API      = :HV-TPU-API
                AND    TPU_REQ_TYPE = :HV-TPU-REQ-TYPE
                AND    TPU_DATE     = :HV-TPU-DATE
                AND    TPU_HOUR     = :HV-TPU-HOUR
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO TQC-RETURN-CD
           END-IF.

       UUR999.
           EXIT.
