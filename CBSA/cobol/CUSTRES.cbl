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
      * Title: CUSTRES                                                 *
      *                                                                *
      *                                                                *
      * Description: Customer-number resolver, CALLed as a subprogram  *
      *              wherever a customer number arrives from outside   *
      *              the system (CUSTLOAD, BULKOPEN, OWNLOAD, BEREAVE, *
      *              CREDORCH, LGLORDR).  A number CUSTMRG retired in  *
      *              a customer merge resolves through its             *
      *              CUSTOMER_ALIAS row to the customer it was merged  *
      *              into, so an old reference lands on the surviving  *
      *              relationship instead of quietly starting a second *
      *              one.  Any other number passes straight through.   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRES.

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

      * Get the CUSTOMER_ALIAS DB2 copybook
           EXEC SQL
              INCLUDE CMRGDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * CUSTOMER_ALIAS host variables for DB2
       01 HOST-ALIAS-ROW.
          03 HV-ALIAS-CUSTOMER             PIC X(10).
          03 HV-ALIAS-SURVIVOR             PIC X(10).

       LINKAGE SECTION.
       01 CUSTRES-PARMS.
           COPY CUSTRES.

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION USING CUSTRES-PARMS.
       PREMIERE SECTION.
       A010.

           MOVE 0            TO CRS-RETURN-CD.
           MOVE CRS-CUSTOMER TO CRS-SURVIVOR.
           MOVE CRS-CUSTOMER TO HV-ALIAS-CUSTOMER.

           EXEC SQL
              SELECT ALIAS_SURVIVOR
              INTO   :HV-ALIAS-SURVIVOR
              FROM   CUSTOMER_ALIAS
              WHERE  ALIAS_CUSTOMER = :HV-ALIAS-CUSTOMER
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-ALIAS-SURVIVOR TO CRS-SURVIVOR
                 MOVE 4                 TO CRS-RETURN-CD
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO CRS-RETURN-CD
           END-EVALUATE.

       A999.
           GOBACK.
