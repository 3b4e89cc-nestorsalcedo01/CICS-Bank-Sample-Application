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
      * Title: ACCJRNL                                                 *
      *                                                                *
      *                                                                *
      * Description: Account master change journal, CALLed as a        *
      *              subprogram by every program that changes an       *
      *              ACCOUNT column other than the balances.  The      *
      *              caller takes the row's before-image ahead of its  *
      *              UPDATE and hands it back afterwards; each column  *
      *              that moved is written to ACCOUNT_JOURNAL with its *
      *              old and new value, the program, the operator or   *
      *              job, why, and when.  An account opened is         *
      *              journalled column by column from blank, one       *
      *              about to be ended column by column to blank.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCJRNL.

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

      * Get the ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCDB2
           END-EXEC.

      * Get the ACCOUNT_JOURNAL DB2 copybook
           EXEC SQL
              INCLUDE ACCJDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * The account's non-balance columns in character form, in the
      * order of the column names below.
       01 HOST-ACCOUNT-IMAGE.
          03 HV-IMG-CUSTOMER-NUMBER        PIC X(26).
          03 HV-IMG-TYPE                   PIC X(26).
          03 HV-IMG-INTEREST-RATE          PIC X(26).
          03 HV-IMG-OPENED                 PIC X(26).
          03 HV-IMG-OVERDRAFT-LIMIT        PIC X(26).
          03 HV-IMG-LAST-STATEMENT         PIC X(26).
          03 HV-IMG-NEXT-STATEMENT         PIC X(26).
          03 HV-IMG-CURRENCY-CD            PIC X(26).
       01 HOST-ACCOUNT-IMAGE-R REDEFINES HOST-ACCOUNT-IMAGE.
          03 HV-IMG-VALUE                  PIC X(26) OCCURS 8 TIMES.

       01 WS-JOURNAL-COLUMNS.
          03 FILLER   PIC X(24) VALUE 'ACCOUNT_CUSTOMER_NUMBER'.
          03 FILLER   PIC X(24) VALUE 'ACCOUNT_TYPE'.
          03 FILLER   PIC X(24) VALUE 'ACCOUNT_INTEREST_RATE'.
          03 FILLER   PIC X(24) VALUE 'ACCOUNT_OPENED'.
          03 FILLER   PIC X(24) VALUE 'ACCOUNT_OVERDRAFT_LIMIT'.
          03 FILLER   PIC X(24) VALUE 'ACCOUNT_LAST_STATEMENT'.
          03 FILLER   PIC X(24) VALUE 'ACCOUNT_NEXT_STATEMENT'.
          03 FILLER   PIC X(24) VALUE 'ACCOUNT_CURRENCY_CD'.
       01 WS-JOURNAL-COLUMNS-R REDEFINES WS-JOURNAL-COLUMNS.
          03 WS-JOURNAL-COLUMN             PIC X(24) OCCURS 8 TIMES.

      * ACCOUNT_JOURNAL host variables for DB2
       01 HOST-JOURNAL-ROW.
          03 HV-AJN-SORTCODE               PIC X(6).
          03 HV-AJN-NUMBER                 PIC X(8).
          03 HV-AJN-COLUMN                 PIC X(24).
          03 HV-AJN-OLD-VALUE              PIC X(26).
          03 HV-AJN-NEW-VALUE              PIC X(26).
          03 HV-AJN-PROGRAM                PIC X(8).
          03 HV-AJN-CHANGED-BY             PIC X(8).
          03 HV-AJN-REASON                 PIC X(40).

       01 WS-COL-IDX                       PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       01 ACCJRNL-PARMS.
           COPY ACCJRNL.

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION USING ACCJRNL-PARMS.
       PREMIERE SECTION.
       A010.

           MOVE 0 TO AJR-RETURN-CD.
           MOVE 0 TO AJR-ROWS-WRITTEN.

           MOVE AJR-SORTCODE   TO HV-AJN-SORTCODE.
           MOVE AJR-NUMBER     TO HV-AJN-NUMBER.
           MOVE AJR-PROGRAM    TO HV-AJN-PROGRAM.
           MOVE AJR-CHANGED-BY TO HV-AJN-CHANGED-BY.
           MOVE AJR-REASON     TO HV-AJN-REASON.

           IF HV-AJN-CHANGED-BY = SPACES
              MOVE AJR-PROGRAM TO HV-AJN-CHANGED-BY
           END-IF.

           EVALUATE AJR-REQUEST
              WHEN 'B'
                 PERFORM READ-ACCOUNT-IMAGE
                 MOVE HOST-ACCOUNT-IMAGE TO AJR-BEFORE
              WHEN 'A'
                 PERFORM READ-ACCOUNT-IMAGE
                 PERFORM JOURNAL-CHANGED-COLUMNS
              WHEN 'O'
                 PERFORM READ-ACCOUNT-IMAGE
                 MOVE SPACES TO AJR-BEFORE
                 PERFORM JOURNAL-CHANGED-COLUMNS
              WHEN 'E'
                 PERFORM READ-ACCOUNT-IMAGE
                 MOVE HOST-ACCOUNT-IMAGE TO AJR-BEFORE
                 MOVE SPACES TO HOST-ACCOUNT-IMAGE
                 PERFORM JOURNAL-CHANGED-COLUMNS
              WHEN OTHER
                 MOVE -1 TO AJR-RETURN-CD
           END-EVALUATE.

       A999.
           GOBACK.

      *
      *    The row's non-balance columns as DB2 shows them, a null
      *    column as blank.
      *
       READ-ACCOUNT-IMAGE SECTION.
       RAI010.

           EXEC SQL
                SELECT COALESCE(ACCOUNT_CUSTOMER_NUMBER, ' '),
                       COALESCE(ACCOUNT_TYPE, ' '),
                       COALESCE(CHAR(ACCOUNT_INTEREST_RATE), ' '),
                       COALESCE(CHAR(ACCOUNT_OPENED, ISO), ' '),
                       COALESCE(CHAR(ACCOUNT_OVERDRAFT_LIMIT), ' '),
                       COALESCE(CHAR(ACCOUNT_LAST_STATEMENT, ISO),
                                ' '),
                       COALESCE(CHAR(ACCOUNT_NEXT_STATEMENT, ISO),
                                ' '),
                       COALESCE(ACCOUNT_CURRENCY_CD, ' ')
                INTO   :HV-IMG-CUSTOMER-NUMBER,
                       :HV-IMG-TYPE,
                       :HV-IMG-INTEREST-RATE,
                       :HV-IMG-OPENED,
                       :HV-IMG-OVERDRAFT-LIMIT,
                       :HV-IMG-LAST-STATEMENT,
                       :HV-IMG-NEXT-STATEMENT,
                       :HV-IMG-CURRENCY-CD
                FROM   ACCOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-AJN-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-AJN-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO AJR-RETURN-CD
              GO TO A999
           END-IF.

       RAI999.
           EXIT.

       JOURNAL-CHANGED-COLUMNS SECTION.
       JCC010.

           PERFORM JOURNAL-ONE-COLUMN
              VARYING WS-COL-IDX FROM 1 BY 1
                UNTIL WS-COL-IDX > 8
                   OR AJR-RETURN-CD NOT = 0.

       JCC999.
           EXIT.

      *
      *    A column that has not moved is not a change and cuts no
      *    row.
      *
       JOURNAL-ONE-COLUMN SECTION.
       JOC010.

           IF HV-IMG-VALUE (WS-COL-IDX) =
              AJR-BEFORE-VALUE (WS-COL-IDX)
              GO TO JOC999
           END-IF.

           MOVE WS-JOURNAL-COLUMN (WS-COL-IDX) TO HV-AJN-COLUMN.
           MOVE AJR-BEFORE-VALUE (WS-COL-IDX)  TO HV-AJN-OLD-VALUE.
           MOVE HV-IMG-VALUE (WS-COL-IDX)      TO HV-AJN-NEW-VALUE.

           EXEC SQL
                INSERT INTO ACCOUNT_JOURNAL
                (
                  AJN_ID         ,
                  AJN_SORTCODE   ,
                  AJN_NUMBER     ,
                  AJN_COLUMN     ,
                  AJN_OLD_VALUE  ,
                  AJN_NEW_VALUE  ,
                  AJN_PROGRAM    ,
                  AJN_CHANGED_BY ,
                  AJN_REASON     ,
                  AJN_TS
                )
                SELECT COALESCE(MAX(AJN_ID), 0) + 1 ,
                       :HV-AJN-SORTCODE             ,
                       :HV-AJN-NUMBER               ,
                       :HV-AJN-COLUMN               ,
                       :HV-AJN-OLD-VALUE            ,
                       :HV-AJN-NEW-VALUE            ,
                       :HV-AJN-PROGRAM              ,
                       :HV-AJN-CHANGED-BY           ,
                       :HV-AJN-REASON               ,
                       CURRENT TIMESTAMP
                FROM   ACCOUNT_JOURNAL
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO AJR-RETURN-CD
              GO TO JOC999
           END-IF.

           ADD 1 TO AJR-ROWS-WRITTEN.

       JOC999.
           EXIT.
