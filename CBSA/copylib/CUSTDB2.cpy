      * addresses each statement from it, CUSTRPT names each
      * portfolio, and ANONBAT erases the row as part of a
      * departure request (CUST_STATUS 'E', every name and contact
      * column overwritten).  CUST_STATUS 'A' active; 'M' merged -
      * CUSTMRG has retired the number into another customer and
      * CUSTOMER_ALIAS names the survivor.
           EXEC SQL DECLARE CUSTOMER_DATA TABLE
           ( CUST_NUMBER                    CHAR(10) NOT NULL,
             CUST_NAME                      CHAR(60) NOT NULL,
             CUST_UPDATED_DATE              DATE,
      *    The customer's FX pricing tier for the FX_MARGIN
      *    schedule - 'S' standard when blank.
             CUST_FX_TIER                   CHAR(1),
      *    Customer due diligence, maintained by the monthly KYCREV
      *    batch.  CUST_RISK_RATING 'L' low, 'M' medium or 'H' high
      *    (null until first rated) with the points and reasons
      *    behind it; CUST_RISK_SINCE the date first rated, the
      *    baseline for a customer never yet reviewed.  The review
      *    falls due a rating-dependent interval after the last
      *    signed-off review, and CUST_KYC_RESTRICTED 'Y' once it is
      *    overdue beyond the grace period - CONSENT then refuses
      *    new payment consents on the customer's accounts until
      *    the review is signed off through KYCREV.
             CUST_RISK_RATING               CHAR(1),
             CUST_RISK_SCORE                SMALLINT,
             CUST_RISK_REASONS              CHAR(60),
             CUST_RISK_SINCE                DATE,
             CUST_LAST_REVIEW_DATE          DATE,
             CUST_REVIEWED_BY               CHAR(8),
             CUST_REVIEW_DUE_DATE           DATE,
             CUST_KYC_RESTRICTED            CHAR(1),
      *    How the customer wants to be told things, applied by the
      *    COMMRTE routing batch to everything on COMMS_QUEUE: 'P'
      *    post (also when null), 'E' email to CUST_EMAIL, 'S' SMS to
      *    CUST_PHONE, 'O' opted out - honoured only for notices the
      *    bank is not obliged to send, which then go by post.
             CUST_CONTACT_PREF              CHAR(1)
           ) END-EXEC.
