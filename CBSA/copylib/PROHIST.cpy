      *    until PH-EOF-FLAG comes back 'Y', and finishes with 'C'.
      *    PH-RETURN-CD 4 warns that the account's archived history
      *    overflowed PROHIST's internal table and the oldest rows
      *    beyond it were not served.  Each row also carries the
      *    entry's reference, consent, counterparty account and
      *    value date - an archived row has no value date of its
      *    own and is served with its posting date.
           05 PH-REQUEST                 PIC X(1).
           05 PH-SORTCODE                PIC X(6).
           05 PH-NUMBER                  PIC X(9).
              10 PH-ROW-TYPE             PIC X(3).
              10 PH-ROW-DESC             PIC X(40).
              10 PH-ROW-AMOUNT           PIC S9(10)V99.
              10 PH-ROW-REF              PIC X(12).
              10 PH-ROW-CONSENT-ID       PIC 9(9).
              10 PH-ROW-COUNTER-ACC      PIC X(9).
              10 PH-ROW-VALUE-DATE       PIC X(10).
           05 PH-RETURN-CD               PIC S9(4).
