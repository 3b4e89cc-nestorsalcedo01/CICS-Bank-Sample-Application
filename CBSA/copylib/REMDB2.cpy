      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Customer remediation record: one row per account put right
      * under remediation REM_ID, written by REMRUN in the same unit
      * of work as the redress itself, so a rerun of the same
      * remediation passes over every account already dealt with.
      * REM_REFUND is the overcharge (or underpayment) refunded and
      * REM_COMP_INTEREST the compensatory interest on it to the
      * run date.  REM_STATUS 'P' posted to the account as 'RMD'
      * and 'RMI' ledger entries; 'D' diverted - the account had
      * closed, so the redress went to the payable list for paying
      * to the customer by other means.
           EXEC SQL DECLARE REMEDIATION_PAY TABLE
           ( REM_ID                         CHAR(8) NOT NULL,
             REM_SORTCODE                   CHAR(6) NOT NULL,
             REM_NUMBER                     CHAR(9) NOT NULL,
             REM_CUSTOMER                   CHAR(10) NOT NULL,
             REM_REFUND                     DECIMAL(12, 2) NOT NULL,
             REM_COMP_INTEREST              DECIMAL(12, 2) NOT NULL,
             REM_STATUS                     CHAR(1) NOT NULL,
             REM_PAID_DATE                  DATE NOT NULL
           ) END-EXEC.
