      * (CONSENT, DPAYAPI) sees the held-adjusted position without
      * knowing holds exist.  HOLD_STATUS 'A' active, 'R' released
      * (available restored), 'C' captured (the hold became a real
      * debit), 'E' expired by the HOLDEXP sweep.  HOLDAPI places
      * holds; besides its own release and capture, HOLDEXP expires
      * them and CRDPRES captures them against the card scheme's
      * presentments, matching on HOLD_REFERENCE.
           EXEC SQL DECLARE ACCT_HOLD TABLE
           ( HOLD_EYECATCHER                CHAR(4),
             HOLD_ID                        INTEGER NOT NULL,
