      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Clearing scheme routing table: one row per outbound clearing
      * channel - 'FPS ' Faster Payments, 'CHPS' CHAPS, 'BACS' Bacs
      * and 'SWFT' the correspondent-bank route for international
      * payments - with the largest single payment the scheme will
      * carry (0 for no limit) and its operating hours as HHMM
      * (0000/2400 for a scheme that never closes).  DPAYAPI's
      * ROUTE-PAYMENT-SCHEME picks the scheme for each payment at
      * settlement from this table and stamps it on CONSENT
      * PAY_SCHEME; the scheme's close time also caps that
      * payment's cut-off.  SETTLEX splits its extract by the
      * stamped scheme.  A scheme marked inactive ('N') is never
      * routed to.  Maintained by the SCHMLOAD batch; a missing row
      * leaves DPAYAPI's compiled-in default for that scheme in
      * force.
           EXEC SQL DECLARE PAY_SCHEME TABLE
           ( SCHEME_CD                      CHAR(4) NOT NULL,
             SCHEME_NAME                    CHAR(30),
             SCHEME_MAX_AMOUNT              DECIMAL(12, 2) NOT NULL,
             SCHEME_OPEN_HHMM               SMALLINT NOT NULL,
             SCHEME_CLOSE_HHMM              SMALLINT NOT NULL,
             SCHEME_ACTIVE                  CHAR(1) NOT NULL,
             LAST_UPDATE_TS                 TIMESTAMP NOT NULL
           ) END-EXEC.
