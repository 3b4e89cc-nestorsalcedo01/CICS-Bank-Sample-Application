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
      * Title: TPQLOAD                                                 *
      *                                                                *
      *                                                                *
      * Description: Ops maintenance batch for the TPP_QUOTA call     *
      *              quotas. Reads a file of quota records (TPP ID,   *
      *              API program name, request type or '*' for every  *
      *              request type of the API, calls allowed per hour  *
      *              and per day, zero meaning no limit) and merges   *
      *              each into TPP_QUOTA - a new quota is added, an   *
      *              existing one has its limits replaced. The        *
      *              provider must already be on TPP_REG. The online  *
      *              APIs hold every call to the new limits at once,  *
      *              through TPPQTA.                                  *
      *                                                                *
      * Input: The TPP quota maintenance file TPQIN                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPQLOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TPQ-MAINT-FILE
                  ASSIGN TO TPQIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS TPQ-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  TPQ-MAINT-FILE.
       01  TPQ-MAINT-RECORD.
           05 TQM-TPP-ID                    PIC X(10).
           05 TQM-API                       PIC X(8).
           05 TQM-REQ-TYPE                  PIC X(1).
           05 TQM-HOURLY-LIMIT              PIC 9(7).
           05 TQM-DAILY-LIMIT               PIC 9(7).

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

      * Get the TPP_REG and TPP_QUOTA DB2 copybook
           EXEC SQL
              INCLUDE TPPDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * TPP_QUOTA host variables for DB2
       01 HOST-QUOTA-ROW.
          10 HV-TPQ-TPP-ID              PIC X(10).
          10 HV-TPQ-API                 PIC X(8).
          10 HV-TPQ-REQ-TYPE            PIC X(1).
          10 HV-TPQ-HOURLY-LIMIT        PIC S9(9) COMP.
          10 HV-TPQ-DAILY-LIMIT         PIC S9(9) COMP.
          10 HV-TODAY                   PIC X(10).

       01 HV-TPP-COUNT                   PIC S9(9) COMP.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  TPQ-FILE-STATUS.
           05 TPQ-STATUS1               PIC X.
           05 TPQ-STATUS2               PIC X.

       01  WS-EOF                       PIC X VALUE 'N'.

       01  NUMBER-OF-QUOTAS-READ         PIC 9(8) VALUE 0.
       01  NUMBER-OF-QUOTAS-ADDED        PIC 9(8) VALUE 0.
       01  NUMBER-OF-QUOTAS-UPDATED      PIC 9(8) VALUE 0.
       01  NUMBER-OF-QUOTAS-REJECTED     PIC 9(8) VALUE 0.

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
              DISPLAY 'FAILED TO READ CURRENT DATE IN PGM TPQLOAD.'
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT TPQ-MAINT-FILE.
           IF TPQ-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the TPQLOAD maintenance file, '
                      ' status=' TPQ-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM READ-NEXT-QUOTA.

           PERFORM MERGE-ONE-QUOTA UNTIL WS-EOF = 'Y'.

           CLOSE TPQ-MAINT-FILE.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'TPQLOAD read ' NUMBER-OF-QUOTAS-READ
                   ' record(s), added ' NUMBER-OF-QUOTAS-ADDED
                   ', updated ' NUMBER-OF-QUOTAS-UPDATED
                   ', rejected ' NUMBER-OF-QUOTAS-REJECTED.

           IF NUMBER-OF-QUOTAS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       READ-NEXT-QUOTA SECTION.
       RNQ010.

           READ TPQ-MAINT-FILE.

           IF TPQ-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF TPQ-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the TPQLOAD maintenance file, '
                         ' status=' TPQ-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              ELSE
                 ADD 1 TO NUMBER-OF-QUOTAS-READ
              END-IF
           END-IF.

       RNQ999.
           EXIT.

      *
      *    Merge one maintenance record: insert a quota the provider
      *    does not have yet for the API and request type, replace
      *    the limits of one it has.  The provider must be on the
      *    registry; this bank's own channels are never limited.
      *    Limits of zero leave the provider unlimited on the API.
      *
       MERGE-ONE-QUOTA SECTION.
       MOQ010.

           IF TQM-TPP-ID = SPACES
              OR TQM-TPP-ID = 'INTERNAL'
              OR TQM-TPP-ID = 'BRANCH'
              OR (TQM-API NOT = 'CONSENT'
                  AND TQM-API NOT = 'DPAYAPI'
                  AND TQM-API NOT = 'ACCINFO')
              OR TQM-REQ-TYPE = SPACES
              OR TQM-HOURLY-LIMIT NOT NUMERIC
              OR TQM-DAILY-LIMIT NOT NUMERIC
              DISPLAY 'TPQLOAD invalid maintenance record for TPP '
                      TQM-TPP-ID ' API ' TQM-API
                      ' request ' TQM-REQ-TYPE
                      ' - record skipped'
              ADD 1 TO NUMBER-OF-QUOTAS-REJECTED
              GO TO MOQ900
           END-IF.

           MOVE TQM-TPP-ID       TO HV-TPQ-TPP-ID.
           MOVE TQM-API          TO HV-TPQ-API.
           MOVE TQM-REQ-TYPE     TO HV-TPQ-REQ-TYPE.
           MOVE TQM-HOURLY-LIMIT TO HV-TPQ-HOURLY-LIMIT.
           MOVE TQM-DAILY-LIMIT  TO HV-TPQ-DAILY-LIMIT.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :HV-TPP-COUNT
                FROM   TPP_REG
                WHERE  TPP_ID = :HV-TPQ-TPP-ID
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-TPP-COUNT = 0
              DISPLAY 'TPQLOAD TPP ' TQM-TPP-ID
                      ' is not registered - record skipped'
              ADD 1 TO NUMBER-OF-QUOTAS-REJECTED
              GO TO MOQ900
           END-IF.

           EXEC SQL
                UPDATE TPP_QUOTA
                SET    TPQ_HOURLY_LIMIT = :HV-TPQ-HOURLY-LIMIT,
                       TPQ_DAILY_LIMIT  = :HV-TPQ-DAILY-LIMIT,
                       TPQ_CHANGED_DATE = :HV-TODAY
                WHERE  TPQ_TPP_ID   = :HV-TPQ-TPP-ID
                AND    TPQ_API      = :HV-TPQ-API
                AND    TPQ_REQ_TYPE = :HV-TPQ-REQ-TYPE
           END-EXEC.

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              ADD 1 TO NUMBER-OF-QUOTAS-UPDATED
              GO TO MOQ900
           END-IF.

           EXEC SQL
                INSERT INTO TPP_QUOTA
                (
                  TPQ_TPP_ID       ,
                  TPQ_API          ,
                  TPQ_REQ_TYPE     ,
                  TPQ_HOURLY_LIMIT ,
                  TPQ_DAILY_LIMIT  ,
                  TPQ_CHANGED_DATE
                )
                VALUES
                (
                  :HV-TPQ-TPP-ID       ,
                  :HV-TPQ-API          ,
                  :HV-TPQ-REQ-TYPE     ,
                  :HV-TPQ-HOURLY-LIMIT ,
                  :HV-TPQ-DAILY-LIMIT  ,
                  :HV-TODAY
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'Unable to add the quota for TPP ' TQM-TPP-ID
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
                      ' - record skipped'
              ADD 1 TO NUMBER-OF-QUOTAS-REJECTED
           ELSE
              ADD 1 TO NUMBER-OF-QUOTAS-ADDED
           END-IF.

       MOQ900.
           PERFORM READ-NEXT-QUOTA.

       MOQ999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
