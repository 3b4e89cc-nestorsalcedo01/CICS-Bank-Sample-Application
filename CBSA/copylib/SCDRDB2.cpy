      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Industry sort code directory, loaded by SCDLOAD from the
      * directory file the bank receives from the clearing
      * companies - one row per sort code in the country, ours
      * included, with the bank and branch it belongs to and
      * whether it can receive each clearing scheme: 'Y' or 'N' in
      * SCD_FPS (Faster Payments), SCD_BACS and SCD_CHAPS.
      * SCD_STATUS 'A' open, 'C' closed (SCD_CLOSED_DATE the date
      * it closed).  SCDCHK answers reachability from it for
      * CONSENT and DPAYBCH.
           EXEC SQL DECLARE SORTCODE_DIRECTORY TABLE
           ( SCD_SORTCODE                   CHAR(6) NOT NULL,
             SCD_BANK_NAME                  CHAR(35) NOT NULL,
             SCD_BRANCH_NAME                CHAR(35),
             SCD_FPS                        CHAR(1) NOT NULL,
             SCD_BACS                       CHAR(1) NOT NULL,
             SCD_CHAPS                      CHAR(1) NOT NULL,
             SCD_STATUS                     CHAR(1) NOT NULL,
             SCD_CLOSED_DATE                DATE,
             LOAD_TS                        TIMESTAMP NOT NULL
           ) END-EXEC.
