      *       N - no match: the classic misdirected-payment case
      *       U - the account or its customer record could not be
      *           read, so no verdict could be formed
      *    For a jointly held account the name is checked against
      *    every live holder and the best verdict is returned, with
      *    NCK-REGISTERED-NAME the name of the holder it came from.
           05 NCK-SORTCODE               PIC X(6).
           05 NCK-ACCOUNT-NO             PIC X(8).
           05 NCK-SUPPLIED-NAME          PIC X(50).
