       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
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
      *
      *    Account master change journal enquiry over the
      *    ACCOUNT_JOURNAL table - the question a customer asks
      *    ("when did my rate or limit change, and why") answered
      *    for one account over a date range: every non-balance
      *    column that moved, old and new value, the program and
      *    operator or job that moved it, the reason and the time,
      *    optionally narrowed to one column, a page at a time.
      *    Commarea-driven, the same channel shape as OPSAENQ.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCJENQ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.

       DATA DIVISION.
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

      * Get the ACCOUNT_JOURNAL DB2 copybook
           EXEC SQL
              INCLUDE ACCJDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * ACCOUNT_JOURNAL host variables for DB2
       01 HOST-JOURNAL-ROW.
          10 HV-AJN-ID                  PIC S9(9) USAGE COMP.
          10 HV-AJN-COLUMN              PIC X(24).
          10 HV-AJN-OLD-VALUE           PIC X(26).
          10 HV-AJN-NEW-VALUE           PIC X(26).
          10 HV-AJN-PROGRAM             PIC X(8).
          10 HV-AJN-CHANGED-BY          PIC X(8).
          10 HV-AJN-REASON              PIC X(40).
          10 HV-AJN-TS                  PIC X(26).
          10 HV-FILTER-SORTCODE         PIC X(6).
          10 HV-FILTER-NUMBER           PIC X(8).
          10 HV-FILTER-COLUMN           PIC X(24).
          10 HV-FROM-DATE               PIC X(10).
          10 HV-TO-DATE                 PIC X(10).
          10 HV-AFTER-ID                PIC S9(9) USAGE COMP.

      * Declare the CURSOR over one account's journal, filtered by
      * column (spaces = any) and date range, a page at a time.
           EXEC SQL DECLARE JOURNAL-CURSOR CURSOR FOR
              SELECT AJN_ID,
                     AJN_COLUMN,
                     AJN_OLD_VALUE,
                     AJN_NEW_VALUE,
                     AJN_PROGRAM,
                     AJN_CHANGED_BY,
                     AJN_REASON,
                     CHAR(AJN_TS)
                     FROM ACCOUNT_JOURNAL
                     WHERE AJN_SORTCODE = :HV-FILTER-SORTCODE
                     AND   AJN_NUMBER   = :HV-FILTER-NUMBER
                     AND   (:HV-FILTER-COLUMN = ' '
                            OR AJN_COLUMN = :HV-FILTER-COLUMN)
                     AND   DATE(AJN_TS) >= :HV-FROM-DATE
                     AND   DATE(AJN_TS) <= :HV-TO-DATE
                     AND   AJN_ID > :HV-AFTER-ID
                     ORDER BY AJN_ID
                     FOR FETCH ONLY
           END-EXEC.

       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP               PIC S9(8) COMP VALUE 0.
          03 WS-CICS-RESP2              PIC S9(8) COMP VALUE 0.

       01 WS-FETCH-DONE                 PIC X VALUE 'N'.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY ACCJENQ.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.

           MOVE 0      TO AJQ-RETURN-CD.
           MOVE SPACES TO AJQ-ERROR-MSG.

           IF AJQ-SORTCODE = SPACES OR AJQ-NUMBER = SPACES
              MOVE  10  TO AJQ-RETURN-CD
              MOVE  'SORT CODE AND ACCOUNT NUMBER REQUIRED'
                          TO AJQ-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF AJQ-FROM-DATE = SPACES OR AJQ-TO-DATE = SPACES
              MOVE  11  TO AJQ-RETURN-CD
              MOVE  'FROM AND TO DATES REQUIRED'
                          TO AJQ-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE AJQ-SORTCODE  TO HV-FILTER-SORTCODE.
           MOVE AJQ-NUMBER    TO HV-FILTER-NUMBER.
           MOVE AJQ-COLUMN    TO HV-FILTER-COLUMN.
           MOVE AJQ-FROM-DATE TO HV-FROM-DATE.
           MOVE AJQ-TO-DATE   TO HV-TO-DATE.
           MOVE AJQ-AFTER-ID  TO HV-AFTER-ID.
           MOVE 0             TO AJQ-ENTRY-COUNT.
           MOVE 'N'           TO AJQ-MORE-FLAG.

           EXEC SQL OPEN
              JOURNAL-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE  TO AJQ-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT FROM ACCOUNT_JOURNAL'
                   TO AJQ-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM FETCH-JOURNAL-ROW
              UNTIL WS-FETCH-DONE = 'Y'
                 OR AJQ-MORE-FLAG = 'Y'.

           EXEC SQL CLOSE
              JOURNAL-CURSOR
           END-EXEC.

           PERFORM GET-ME-OUT-OF-HERE.

       A999.
           EXIT.

      *
      *    One journal row onto the page; the eleventh only says
      *    there is more.
      *
       FETCH-JOURNAL-ROW SECTION.
       FJR010.

           EXEC SQL FETCH FROM JOURNAL-CURSOR
              INTO :HV-AJN-ID,
                   :HV-AJN-COLUMN,
                   :HV-AJN-OLD-VALUE,
                   :HV-AJN-NEW-VALUE,
                   :HV-AJN-PROGRAM,
                   :HV-AJN-CHANGED-BY,
                   :HV-AJN-REASON,
                   :HV-AJN-TS
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FETCH-DONE
              IF SQLCODE NOT = 100
                 MOVE SQLCODE  TO AJQ-RETURN-CD
                 MOVE 'DATABASE ERROR - WHEN FETCH FROM ACCOUNT_JOURNAL'
                      TO AJQ-ERROR-MSG
              END-IF
              GO TO FJR999
           END-IF.

           IF AJQ-ENTRY-COUNT >= 10
              MOVE 'Y' TO AJQ-MORE-FLAG
              GO TO FJR999
           END-IF.

           ADD 1 TO AJQ-ENTRY-COUNT.
           MOVE HV-AJN-ID TO
              AJQ-JE-ID (AJQ-ENTRY-COUNT).
           MOVE HV-AJN-COLUMN TO
              AJQ-JE-COLUMN (AJQ-ENTRY-COUNT).
           MOVE HV-AJN-OLD-VALUE TO
              AJQ-JE-OLD-VALUE (AJQ-ENTRY-COUNT).
           MOVE HV-AJN-NEW-VALUE TO
              AJQ-JE-NEW-VALUE (AJQ-ENTRY-COUNT).
           MOVE HV-AJN-PROGRAM TO
              AJQ-JE-PROGRAM (AJQ-ENTRY-COUNT).
           MOVE HV-AJN-CHANGED-BY TO
              AJQ-JE-CHANGED-BY (AJQ-ENTRY-COUNT).
           MOVE HV-AJN-REASON TO
              AJQ-JE-REASON (AJQ-ENTRY-COUNT).
           MOVE HV-AJN-TS TO
              AJQ-JE-TS (AJQ-ENTRY-COUNT).

       FJR999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.

           EXEC CICS RETURN
           END-EXEC.

           GOBACK.

       GMOOH999.
           EXIT.
