           '0014CURRENCY    CONSENT CURRENCY DOES NOT MATCH DEBIT AC'.
           05 FILLER PIC X(76) VALUE
           '0015VALIDATION  PAYMENT SCOPE MUST BE D OR X'.
      *    Codes 16 and 17 are the operator entitlement refusals
      *    (ENTCHK) every ops work transaction raises the same way.
           05 FILLER PIC X(76) VALUE
           '0016AUTH        OPERATOR NOT ENTITLED TO THIS FUNCTION'.
           05 FILLER PIC X(76) VALUE
           '0017AUTH        AMOUNT EXCEEDS OPERATOR AUTHORITY LIMIT'.
           05 FILLER PIC X(76) VALUE
           '0100FUNDS       FUNDS NOT AVAILABLE IN THE ACCOUNT'.
           05 FILLER PIC X(76) VALUE
      *    BLAK_REFUSAL for BLAKRPT.
           05 FILLER PIC X(76) VALUE
           '0048STATE       PAYMENT CANNOT BE PROCESSED AT THIS TIME'.
      *    Code 49 is an acceptance, not a refusal: the payment
      *    missed its scheme cut-off (or arrived on a non-business
      *    day) and has been warehoused to DFHCA-SETTLE-DATE.
           05 FILLER PIC X(76) VALUE
           '0049CUTOFF      PAYMENT WAREHOUSED TO NEXT BUSINESS DAY'.
      *    Code 50 refuses a transfer between two of our accounts
      *    held in different currencies - the ledger transfer posts
      *    one amount to both legs, in the debit account's currency.
           05 FILLER PIC X(76) VALUE
           '0050CURRENCY    ACCOUNTS ARE HELD IN DIFFERENT CURRENCIES'.
      *    Code 51 refuses a debit against an account whose
      *    fixed-term deposit (TERM_DEPOSIT) has not yet matured; the
      *    only way out early is TDEPAPI's early-break request.
           05 FILLER PIC X(76) VALUE
           '0051ELIGIBILITY TERM DEPOSIT HAS NOT YET MATURED'.
      *    Code 52 refuses a new payment consent on an account one
      *    of whose holders KYCREV has restricted for an overdue
      *    customer due-diligence review.
           05 FILLER PIC X(76) VALUE
           '0052KYC         CUSTOMER DUE DILIGENCE REVIEW OVERDUE'.
      *    Codes 53 and 54 refuse a payment to a sort code the
      *    industry sort code directory (SCDCHK) shows as absent or
      *    closed, or as unable to receive any scheme the payment
      *    could be routed by - caught at capture rather than as a
      *    scheme reject the next day.
           05 FILLER PIC X(76) VALUE
           '0053VALIDATION  BENEFICIARY SORT CODE NOT FOUND OR CLOSED'.
           05 FILLER PIC X(76) VALUE
           '0054VALIDATION  SORT CODE CANNOT RECEIVE THIS PAYMENT TYPE'.
      *    Codes 55 and 56 answer a request the service switch
      *    (SVCCHK) will not let through - the service is closed for
      *    the batch window or by the duty operator, or is read-only
      *    and the request would change data.  The caller is given a
      *    retry-after time with either.
           05 FILLER PIC X(76) VALUE
           '0055AVAILABILITYSERVICE TEMPORARILY UNAVAILABLE'.
           05 FILLER PIC X(76) VALUE
           '0056AVAILABILITYSERVICE IS READ-ONLY - UPDATES REFUSED'.
      *    Code 57 refuses a call from a provider that has used up
      *    its call quota for the API (TPPQTA) for the hour or the
      *    day.  The caller is given the time the quota next has
      *    room as its retry-after time.
           05 FILLER PIC X(76) VALUE
           '0057QUOTA       TPP API CALL QUOTA EXCEEDED'.
       01  WS-ERROR-CATALOGUE-REDEF REDEFINES WS-ERROR-CATALOGUE-TABLE.
           05 WS-EC-ENTRY OCCURS 52 TIMES INDEXED BY WS-EC-IDX.
              10 WS-EC-CODE              PIC 9(4).
              10 WS-EC-CATEGORY          PIC X(12).
              10 WS-EC-MESSAGE           PIC X(60).
      *    kept alongside the table itself so growing the catalogue
      *    cannot leave a program scanning short of the newest
      *    entries.
       01  WS-EC-ENTRY-COUNT             PIC 9(4) VALUE 52.
