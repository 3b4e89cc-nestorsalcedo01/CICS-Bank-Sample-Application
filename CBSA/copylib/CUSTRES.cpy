      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *    Parameter area for CUSTRES, the customer-number resolver.
      *    The caller hands over the customer number it was given;
      *    CUSTRES hands back the number to use.  CRS-RETURN-CD 0
      *    means the number is not an alias and comes back
      *    unchanged; 4 means it was retired by a customer merge
      *    and CRS-SURVIVOR is the customer it was merged into; any
      *    other value is the failing SQLCODE, with CRS-SURVIVOR
      *    unchanged.
           05 CRS-CUSTOMER               PIC X(10).
           05 CRS-SURVIVOR               PIC X(10).
           05 CRS-RETURN-CD              PIC S9(4).
