       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      * Licensed Materials - Property of IBM                           *
      *    constant in a single round trip, and is where any future
      *    bank-level constant should be added instead of writing
      *    another single-field GET* program.
      *
      *    A caller wanting a branch's name and address for its
      *    header passes the branch's sort code in
      *    BKPRM-BRANCH-SORTCODE (zero for this installation's own)
      *    and gets the BRANCH master row back; a branch not on the
      *    master comes back with those fields blank.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GETBKPRM.
       COPY SORTCODE REPLACING ==SORTCODE== BY ==LITERAL-SORTCODE==.
       COPY COMPNAME REPLACING ==COMPNAME== BY ==LITERAL-COMPNAME==.

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
          03 HV-BRANCH-SORTCODE            PIC X(6).
          03 HV-BRANCH-NAME                PIC X(35).
          03 HV-BRANCH-TOWN                PIC X(35).
          03 HV-BRANCH-POSTCODE            PIC X(8).
          03 HV-BRANCH-REGION              PIC X(20).
          03 HV-BRANCH-STATUS              PIC X(1).
          03 HV-BRANCH-MERGED-INTO         PIC X(6).


       LINKAGE SECTION.
       01 DFHCOMMAREA.
           MOVE LITERAL-SORTCODE    TO BKPRM-SORTCODE.
           MOVE LITERAL-COMPNAME    TO BKPRM-COMPANY-NAME.

           PERFORM GET-BRANCH-DETAILS.

           EXEC CICS RETURN
           END-EXEC.

           GOBACK.

       A999.
           EXIT.

       GET-BRANCH-DETAILS SECTION.
       GBD010.

           IF BKPRM-BRANCH-SORTCODE NOT NUMERIC
              OR BKPRM-BRANCH-SORTCODE = 0
              MOVE LITERAL-SORTCODE TO BKPRM-BRANCH-SORTCODE
           END-IF.

           MOVE SPACES TO BKPRM-BRANCH-NAME
                          BKPRM-BRANCH-TOWN
                          BKPRM-BRANCH-POSTCODE
                          BKPRM-BRANCH-REGION
                          BKPRM-BRANCH-STATUS
                          BKPRM-BRANCH-MERGED-INTO.

           MOVE BKPRM-BRANCH-SORTCODE TO HV-BRANCH-SORTCODE.

           EXEC SQL
                SELECT BRANCH_NAME,
                       COALESCE(BRANCH_TOWN, ' '),
                       COALESCE(BRANCH_POSTCODE, ' '),
                       COALESCE(BRANCH_REGION, ' '),
                       BRANCH_STATUS,
                       COALESCE(BRANCH_MERGED_INTO, ' ')
                INTO   :HV-BRANCH-NAME,
                       :HV-BRANCH-TOWN,
                       :HV-BRANCH-POSTCODE,
                       :HV-BRANCH-REGION,
                       :HV-BRANCH-STATUS,
                       :HV-BRANCH-MERGED-INTO
                FROM   BRANCH
                WHERE  BRANCH_SORTCODE = :HV-BRANCH-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO GBD999
           END-IF.

           MOVE HV-BRANCH-NAME        TO BKPRM-BRANCH-NAME.
           MOVE HV-BRANCH-TOWN        TO BKPRM-BRANCH-TOWN.
           MOVE HV-BRANCH-POSTCODE    TO BKPRM-BRANCH-POSTCODE.
           MOVE HV-BRANCH-REGION      TO BKPRM-BRANCH-REGION.
           MOVE HV-BRANCH-STATUS      TO BKPRM-BRANCH-STATUS.
           MOVE HV-BRANCH-MERGED-INTO TO BKPRM-BRANCH-MERGED-INTO.

       GBD999.
           EXIT.
