      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Customer tax residency for the CRS/FATCA return: one row per
      * jurisdiction the customer is tax resident in (TAXR_SEQ 1 to
      * 3 in the order CUSTLOAD received them), with the taxpayer
      * identification number that jurisdiction issued.  A US
      * person is recorded with TAXR_COUNTRY 'US'.  TAXR_COUNTRY is
      * the ISO 3166 two-letter code; TAXR_TIN is spaces where the
      * customer has not yet supplied one.  Maintained by CUSTLOAD,
      * which replaces the customer's whole set whenever a record
      * carries any residency; CRSRET reports every account of a
      * customer resident outside the United Kingdom.
           EXEC SQL DECLARE CUSTOMER_TAX_RES TABLE
           ( TAXR_CUSTOMER                  CHAR(10) NOT NULL,
             TAXR_SEQ                       SMALLINT NOT NULL,
             TAXR_COUNTRY                   CHAR(2) NOT NULL,
             TAXR_TIN                       CHAR(20),
             TAXR_UPDATED_DATE              DATE
           ) END-EXEC.
