             REG_DATE                       DATE NOT NULL,
             STATUS_DATE                    DATE NOT NULL
           ) END-EXEC.
      *
      * API call quotas, one row per provider per online API
      * (TPQ_API is the program name - CONSENT, DPAYAPI, ACCINFO)
      * and request type, maintained by ops through TPQLOAD.
      * TPQ_REQ_TYPE '*' covers every request type of the API the
      * provider has no row of its own for.  A limit of zero is no
      * limit; an API a provider has no row for is not limited.
      * TPPQTA holds each call against the provider's quota.
           EXEC SQL DECLARE TPP_QUOTA TABLE
           ( TPQ_TPP_ID                     CHAR(10) NOT NULL,
             TPQ_API                        CHAR(8) NOT NULL,
             TPQ_REQ_TYPE                   CHAR(1) NOT NULL,
             TPQ_HOURLY_LIMIT               INTEGER NOT NULL,
             TPQ_DAILY_LIMIT                INTEGER NOT NULL,
             TPQ_CHANGED_DATE               DATE NOT NULL
           ) END-EXEC.
      *
      * API usage, one row per provider, API, request type and
      * clock hour: the calls served and the calls refused as over
      * quota.  Written by TPPQTA on every call a registered
      * provider makes; TPPUSE reports each day's from it.
           EXEC SQL DECLARE TPP_USAGE TABLE
           ( TPU_TPP_ID                     CHAR(10) NOT NULL,
             TPU_API                        CHAR(8) NOT NULL,
             TPU_REQ_TYPE                   CHAR(1) NOT NULL,
             TPU_DATE                       DATE NOT NULL,
             TPU_HOUR                       SMALLINT NOT NULL,
             TPU_CALLS                      INTEGER NOT NULL,
             TPU_REFUSED                    INTEGER NOT NULL
           ) END-EXEC.
