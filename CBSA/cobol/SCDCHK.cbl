       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      * Licensed Materials - Property of IBM                           *
      *                                                                *
      * (c) Copyright IBM Corp. 2026.                                  *
      *                                                                *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with        *
      * IBM Corp.                                                      *
      *                                                                *
      ******************************************************************
      *
      *    Sort code reachability check, in the NAMECHK one-LINK
      *    utility style.  Looks the beneficiary sort code up on the
      *    industry sort code directory SCDLOAD maintains and says
      *    whether a payment can reach it by any of the clearing
      *    schemes the caller offers, so CONSENT and DPAYBCH can
      *    refuse a payment to a closed or non-participating sort
      *    code at capture instead of learning of it from the
      *    scheme's reject the next morning.  The offered schemes
      *    are tried in the caller's order and the first the sort
      *    code participates in is named back.  With no directory
      *    loaded at all the verdict is 'U' and the decision is the
      *    caller's.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCDCHK.

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

      * Get the SORTCODE_DIRECTORY DB2 copybook
           EXEC SQL
              INCLUDE SCDRDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * SORTCODE_DIRECTORY host variables for DB2
       01 HOST-DIRECTORY-ROW.
          10 HV-SCD-SORTCODE            PIC X(6).
          10 HV-SCD-BANK-NAME           PIC X(35).
          10 HV-SCD-BRANCH-NAME         PIC X(35).
          10 HV-SCD-FPS                 PIC X(1).
          10 HV-SCD-BACS                PIC X(1).
          10 HV-SCD-CHAPS               PIC X(1).
          10 HV-SCD-STATUS              PIC X(1).
          10 HV-SCD-CLOSED-DATE         PIC X(10).

       01 HV-BRANCH-NAME-IND            PIC S9(4) COMP.
       01 HV-CLOSED-DATE-IND            PIC S9(4) COMP.
       01 HV-DIRECTORY-COUNT            PIC S9(9) COMP.

       01 WS-SCHEME-SUB                 PIC 9(1).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY SCDCHK.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.

           MOVE 0      TO SCDK-RETURN-CD.
           MOVE 'U'    TO SCDK-RESULT.
           MOVE SPACES TO SCDK-REACH-SCHEME.
           MOVE SPACES TO SCDK-BANK-NAME.
           MOVE SPACES TO SCDK-BRANCH-NAME.
           MOVE SPACES TO SCDK-FPS.
           MOVE SPACES TO SCDK-BACS.
           MOVE SPACES TO SCDK-CHAPS.
           MOVE SPACES TO SCDK-CLOSED-DATE.

           IF SCDK-SORTCODE = SPACES
              OR SCDK-SCHEMES = SPACES
              MOVE  11  TO SCDK-RETURN-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM READ-DIRECTORY-ENTRY.

           IF HV-SCD-STATUS NOT = 'A'
              MOVE 'C' TO SCDK-RESULT
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'S' TO SCDK-RESULT.
           PERFORM TRY-ONE-SCHEME
              VARYING WS-SCHEME-SUB FROM 1 BY 1
              UNTIL WS-SCHEME-SUB > 3
                 OR SCDK-RESULT = 'Y'.

           PERFORM GET-ME-OUT-OF-HERE.

       A999.
           EXIT.

      *
      *    A sort code missing from the directory is 'N' - unless
      *    the directory is empty, when nothing can be said and the
      *    'U' verdict stands.  Any other DB2 failure is likewise
      *    'U' with the return code set, so a directory outage
      *    never stops payments on its own.
      *
       READ-DIRECTORY-ENTRY SECTION.
       RDE010.

           MOVE SCDK-SORTCODE TO HV-SCD-SORTCODE.

           EXEC SQL
                SELECT SCD_BANK_NAME,
                       SCD_BRANCH_NAME,
                       SCD_FPS,
                       SCD_BACS,
                       SCD_CHAPS,
                       SCD_STATUS,
                       SCD_CLOSED_DATE
                INTO   :HV-SCD-BANK-NAME,
                       :HV-SCD-BRANCH-NAME :HV-BRANCH-NAME-IND,
                       :HV-SCD-FPS,
                       :HV-SCD-BACS,
                       :HV-SCD-CHAPS,
                       :HV-SCD-STATUS,
                       :HV-SCD-CLOSED-DATE :HV-CLOSED-DATE-IND
                FROM   SORTCODE_DIRECTORY
                WHERE  SCD_SORTCODE = :HV-SCD-SORTCODE
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                   SELECT COUNT(*)
                   INTO   :HV-DIRECTORY-COUNT
                   FROM   SORTCODE_DIRECTORY
              END-EXEC
              IF SQLCODE = 0 AND HV-DIRECTORY-COUNT > 0
                 MOVE 'N' TO SCDK-RESULT
              END-IF
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF SQLCODE NOT = 0
              MOVE  12  TO SCDK-RETURN-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF HV-BRANCH-NAME-IND < 0
              MOVE SPACES TO HV-SCD-BRANCH-NAME
           END-IF.

           IF HV-CLOSED-DATE-IND < 0
              MOVE SPACES TO HV-SCD-CLOSED-DATE
           END-IF.

           MOVE HV-SCD-BANK-NAME   TO SCDK-BANK-NAME.
           MOVE HV-SCD-BRANCH-NAME TO SCDK-BRANCH-NAME.
           MOVE HV-SCD-FPS         TO SCDK-FPS.
           MOVE HV-SCD-BACS        TO SCDK-BACS.
           MOVE HV-SCD-CHAPS       TO SCDK-CHAPS.
           MOVE HV-SCD-CLOSED-DATE TO SCDK-CLOSED-DATE.

       RDE999.
           EXIT.

      *
      *    The offered scheme WS-SCHEME-SUB against the sort code's
      *    participation flags.
      *
       TRY-ONE-SCHEME SECTION.
       TOS010.

           EVALUATE TRUE
              WHEN SCDK-SCHEME(WS-SCHEME-SUB) = 'FPS '
               AND HV-SCD-FPS = 'Y'
              WHEN SCDK-SCHEME(WS-SCHEME-SUB) = 'BACS'
               AND HV-SCD-BACS = 'Y'
              WHEN SCDK-SCHEME(WS-SCHEME-SUB) = 'CHPS'
               AND HV-SCD-CHAPS = 'Y'
                 MOVE 'Y' TO SCDK-RESULT
                 MOVE SCDK-SCHEME(WS-SCHEME-SUB)
                             TO SCDK-REACH-SCHEME
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       TOS999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.

           EXEC CICS RETURN
           END-EXEC.

           GOBACK.

       GMOOH999.
           EXIT.
