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
      * Title: BRCHLOAD                                                *
      *                                                                *
      *                                                                *
      * Description: Loader for the BRANCH master table.  Reads the   *
      *              branch file - one record per sort code of ours:  *
      *              name, address, region, status and the opening    *
      *              and closing dates - and merges each branch in,   *
      *              so report headers and GETBKPRM name a branch     *
      *              from one place instead of the bare SRTCDPRM      *
      *              sort codes.  A merged branch keeps its merged    *
      *              status.  The file also carries each branch's     *
      *              vault holding limits and order cover for         *
      *              CASHFCST.                                        *
      *                                                                *
      * Input: The branch file BRCHIN                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCHLOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRCH-FILE
                  ASSIGN TO BRCHIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BRCH-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.

       FD  BRCH-FILE.
       01  BRCH-RECORD.
           05 BRI-SORTCODE                  PIC X(6).
           05 BRI-NAME                      PIC X(35).
           05 BRI-ADDRESS-1                 PIC X(35).
           05 BRI-ADDRESS-2                 PIC X(35).
           05 BRI-TOWN                      PIC X(35).
           05 BRI-POSTCODE                  PIC X(8).
           05 BRI-REGION                    PIC X(20).
      *    'O' open, 'C' closed to the public.
           05 BRI-STATUS                    PIC X(1).
      *    YYYY-MM-DD; spaces when not known / not closed.
           05 BRI-OPENED-DATE               PIC X(10).
           05 BRI-CLOSED-DATE               PIC X(10).
      *    Vault holding limits and the working days a cash order
      *    covers; left blank for a branch that orders its own cash.
           05 BRI-CASH-MIN                  PIC 9(11)V99.
           05 BRI-CASH-MAX                  PIC 9(11)V99.
           05 BRI-CASH-COVER-DAYS           PIC 9(2).

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

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * BRANCH host variables for DB2
       01 HOST-BRANCH-ROW.
          10 HV-BRANCH-SORTCODE         PIC X(6).
          10 HV-BRANCH-NAME             PIC X(35).
          10 HV-BRANCH-ADDRESS-1        PIC X(35).
          10 HV-BRANCH-ADDRESS-2        PIC X(35).
          10 HV-BRANCH-TOWN             PIC X(35).
          10 HV-BRANCH-POSTCODE         PIC X(8).
          10 HV-BRANCH-REGION           PIC X(20).
          10 HV-BRANCH-STATUS           PIC X(1).
          10 HV-BRANCH-OPENED-DATE      PIC X(10).
          10 HV-BRANCH-CLOSED-DATE      PIC X(10).
          10 HV-BRANCH-CASH-MIN         PIC S9(11)V99 COMP-3.
          10 HV-BRANCH-CASH-MAX         PIC S9(11)V99 COMP-3.
          10 HV-BRANCH-CASH-COVER       PIC S9(4) COMP.

       01 HV-OPENED-DATE-IND            PIC S9(4) COMP.
       01 HV-CLOSED-DATE-IND            PIC S9(4) COMP.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       01  BRCH-FILE-STATUS.
           05 BRCH-STATUS1              PIC X.
           05 BRCH-STATUS2              PIC X.

       01  WS-EOF                       PIC X VALUE 'N'.

       01  NUMBER-OF-BRANCHES-READ       PIC 9(8) VALUE 0.
       01  NUMBER-OF-BRANCHES-ADDED      PIC 9(8) VALUE 0.
       01  NUMBER-OF-BRANCHES-UPDATED    PIC 9(8) VALUE 0.
       01  NUMBER-OF-BRANCHES-REJECTED   PIC 9(8) VALUE 0.

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

           OPEN INPUT BRCH-FILE.
           IF BRCH-FILE-STATUS NOT EQUAL '00' THEN
              DISPLAY 'Error opening the BRCHLOAD branch file, '
                      ' status=' BRCH-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM READ-NEXT-BRANCH.
           PERFORM MERGE-ONE-BRANCH UNTIL WS-EOF = 'Y'.

           CLOSE BRCH-FILE.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'BRCHLOAD read ' NUMBER-OF-BRANCHES-READ
                   ' branch(es), added ' NUMBER-OF-BRANCHES-ADDED
                   ', updated ' NUMBER-OF-BRANCHES-UPDATED
                   ', rejected ' NUMBER-OF-BRANCHES-REJECTED.

           IF NUMBER-OF-BRANCHES-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       A999.
           EXIT.

       READ-NEXT-BRANCH SECTION.
       RNB010.

           READ BRCH-FILE.

           IF BRCH-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF BRCH-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'Error reading the BRCHLOAD branch file, '
                         ' status=' BRCH-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              ELSE
                 ADD 1 TO NUMBER-OF-BRANCHES-READ
              END-IF
           END-IF.

       RNB999.
           EXIT.

      *
      *    One branch merged in.  A branch BRCHMRG has merged keeps
      *    its 'M' status and closing date whatever the file says -
      *    only its name, address and region can still be
      *    corrected - so a stale file cannot reopen it.
      *
       MERGE-ONE-BRANCH SECTION.
       MOB010.

           IF BRI-SORTCODE NOT NUMERIC
              OR BRI-NAME = SPACES
              OR (BRI-STATUS NOT = 'O' AND BRI-STATUS NOT = 'C')
              DISPLAY 'BRCHLOAD invalid branch record for sort code '
                      BRI-SORTCODE ' - record skipped'
              ADD 1 TO NUMBER-OF-BRANCHES-REJECTED
              GO TO MOB998
           END-IF.

           MOVE BRI-SORTCODE    TO HV-BRANCH-SORTCODE.
           MOVE BRI-NAME        TO HV-BRANCH-NAME.
           MOVE BRI-ADDRESS-1   TO HV-BRANCH-ADDRESS-1.
           MOVE BRI-ADDRESS-2   TO HV-BRANCH-ADDRESS-2.
           MOVE BRI-TOWN        TO HV-BRANCH-TOWN.
           MOVE BRI-POSTCODE    TO HV-BRANCH-POSTCODE.
           MOVE BRI-REGION      TO HV-BRANCH-REGION.
           MOVE BRI-STATUS      TO HV-BRANCH-STATUS.

           IF BRI-CASH-MIN NOT NUMERIC
              OR BRI-CASH-MAX NOT NUMERIC
              OR BRI-CASH-COVER-DAYS NOT NUMERIC
              MOVE 0 TO HV-BRANCH-CASH-MIN
                        HV-BRANCH-CASH-MAX
                        HV-BRANCH-CASH-COVER
           ELSE
              MOVE BRI-CASH-MIN        TO HV-BRANCH-CASH-MIN
              MOVE BRI-CASH-MAX        TO HV-BRANCH-CASH-MAX
              MOVE BRI-CASH-COVER-DAYS TO HV-BRANCH-CASH-COVER
           END-IF.

           IF HV-BRANCH-CASH-MAX > 0
              AND HV-BRANCH-CASH-MAX < HV-BRANCH-CASH-MIN
              DISPLAY 'BRCHLOAD cash maximum below minimum for sort '
                      'code ' BRI-SORTCODE ' - record skipped'
              ADD 1 TO NUMBER-OF-BRANCHES-REJECTED
              GO TO MOB998
           END-IF.

           IF BRI-OPENED-DATE = SPACES
              MOVE SPACES TO HV-BRANCH-OPENED-DATE
              MOVE -1     TO HV-OPENED-DATE-IND
           ELSE
              MOVE BRI-OPENED-DATE TO HV-BRANCH-OPENED-DATE
              MOVE 0               TO HV-OPENED-DATE-IND
           END-IF.

           IF BRI-CLOSED-DATE = SPACES
              MOVE SPACES TO HV-BRANCH-CLOSED-DATE
              MOVE -1     TO HV-CLOSED-DATE-IND
           ELSE
              MOVE BRI-CLOSED-DATE TO HV-BRANCH-CLOSED-DATE
              MOVE 0               TO HV-CLOSED-DATE-IND
           END-IF.

           EXEC SQL
                UPDATE BRANCH
                SET    BRANCH_NAME        = :HV-BRANCH-NAME,
                       BRANCH_ADDRESS_1   = :HV-BRANCH-ADDRESS-1,
                       BRANCH_ADDRESS_2   = :HV-BRANCH-ADDRESS-2,
                       BRANCH_TOWN        = :HV-BRANCH-TOWN,
                       BRANCH_POSTCODE    = :HV-BRANCH-POSTCODE,
                       BRANCH_REGION      = :HV-BRANCH-REGION,
                       BRANCH_CASH_MIN    = :HV-BRANCH-CASH-MIN,
                       BRANCH_CASH_MAX    = :HV-BRANCH-CASH-MAX,
                       BRANCH_CASH_COVER  = :HV-BRANCH-CASH-COVER,
                       BRANCH_OPENED_DATE =
                          :HV-BRANCH-OPENED-DATE :HV-OPENED-DATE-IND,
                       BRANCH_STATUS      =
                          CASE WHEN BRANCH_STATUS = 'M' THEN 'M'
                               ELSE :HV-BRANCH-STATUS END,
                       BRANCH_CLOSED_DATE =
                          CASE WHEN BRANCH_STATUS = 'M'
                               THEN BRANCH_CLOSED_DATE
                               ELSE DATE(:HV-BRANCH-CLOSED-DATE
                                         :HV-CLOSED-DATE-IND) END
                WHERE  BRANCH_SORTCODE = :HV-BRANCH-SORTCODE
           END-EXEC.

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              ADD 1 TO NUMBER-OF-BRANCHES-UPDATED
              GO TO MOB998
           END-IF.

           EXEC SQL
                INSERT INTO BRANCH
                (
                  BRANCH_SORTCODE    ,
                  BRANCH_NAME        ,
                  BRANCH_ADDRESS_1   ,
                  BRANCH_ADDRESS_2   ,
                  BRANCH_TOWN        ,
                  BRANCH_POSTCODE    ,
                  BRANCH_REGION      ,
                  BRANCH_STATUS      ,
                  BRANCH_OPENED_DATE ,
                  BRANCH_CLOSED_DATE ,
                  BRANCH_CASH_MIN    ,
                  BRANCH_CASH_MAX    ,
                  BRANCH_CASH_COVER
                )
                VALUES
                (
                  :HV-BRANCH-SORTCODE    ,
                  :HV-BRANCH-NAME        ,
                  :HV-BRANCH-ADDRESS-1   ,
                  :HV-BRANCH-ADDRESS-2   ,
                  :HV-BRANCH-TOWN        ,
                  :HV-BRANCH-POSTCODE    ,
                  :HV-BRANCH-REGION      ,
                  :HV-BRANCH-STATUS      ,
                  :HV-BRANCH-OPENED-DATE :HV-OPENED-DATE-IND ,
                  :HV-BRANCH-CLOSED-DATE :HV-CLOSED-DATE-IND ,
                  :HV-BRANCH-CASH-MIN    ,
                  :HV-BRANCH-CASH-MAX    ,
                  :HV-BRANCH-CASH-COVER
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'Unable to merge branch ' BRI-SORTCODE
                      ', SQLCODE=' WS-SQLCODE-DISPLAY
              ADD 1 TO NUMBER-OF-BRANCHES-REJECTED
           ELSE
              ADD 1 TO NUMBER-OF-BRANCHES-ADDED
           END-IF.

       MOB998.
           PERFORM READ-NEXT-BRANCH.

       MOB999.
           EXIT.

      *
      * Finish
      *
       PROGRAM-DONE SECTION.
       PD010.

           GOBACK.
       PD999.
           EXIT.
