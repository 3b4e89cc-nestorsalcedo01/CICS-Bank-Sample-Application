      *    DFHCA-CREDIT-AC-SCHEMENAME names the Paym scheme -
      *    resolved through the PROXY_ALIAS registry at create.
           10 DFHCA-PROXY-VALUE          PIC X(50).
      *    Scheme cut-off outcome on a DPAYAPI 'P' request: 'I' the
      *    payment was in time for today's cut-off and settles today;
      *    'W' it arrived after the cut-off for its payment scope, or
      *    on a weekend or bank holiday, and has been accepted but
      *    warehoused to DFHCA-SETTLE-DATE, the next business day,
      *    for CONWHSE to release; 'O' it arrived before the routed
      *    scheme opens but in time for today - it settles today,
      *    once the scheme has opened.  DFHCA-SETTLE-DATE is the
      *    date the payment will actually go in every case.
           10 DFHCA-CUTOFF-OUTCOME       PIC X(1).
           10 DFHCA-SETTLE-DATE          PIC X(10).
      *    Urgency of a DPAYAPI 'P' request, one input to scheme
      *    routing: 'U' urgent (CHAPS preferred), 'B' bulk (Bacs
      *    preferred - DPAYBCH sets this), spaces normal.  The
      *    scheme the payment was routed to comes back in
      *    DFHCA-PAY-SCHEME ('FPS ', 'CHPS', 'BACS' or 'SWFT').
           10 DFHCA-PAY-URGENCY          PIC X(1).
           10 DFHCA-PAY-SCHEME           PIC X(4).
      *    When the service switch (SVCCHK) refuses a request - code
      *    55, the service is unavailable, or 56, it is read-only
      *    and the request would change data - or the provider's
      *    call quota (TPPQTA) refuses one - code 57 - the time to
      *    try again.  Spaces otherwise.
           10 DFHCA-RETRY-AFTER-TS       PIC X(26).
