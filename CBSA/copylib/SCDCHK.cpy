      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *    DFHCOMMAREA for SCDCHK, the sort code reachability check
      *    against the industry sort code directory.  Pass the
      *    beneficiary sort code and, in SCDK-SCHEMES, the clearing
      *    schemes the payment may go by in the caller's order of
      *    preference - up to three of 'FPS ', 'BACS' and 'CHPS', as
      *    PAY_SCHEME codes them; unused slots spaces.  SCDK-RESULT
      *    comes back
      *       Y - the sort code is open and can receive at least
      *           one of the schemes; SCDK-REACH-SCHEME is the first
      *           of them it can
      *       N - the sort code is not in the directory
      *       C - the sort code is in the directory but closed
      *       S - the sort code is open but can receive none of the
      *           schemes offered
      *       U - no directory is loaded, so no verdict can be
      *           formed; the caller lets the payment through as
      *           it did before the directory existed
      *    The bank, branch and the sort code's full participation
      *    come back on every verdict but N and U.
           05 SCDK-SORTCODE              PIC X(6).
           05 SCDK-SCHEMES.
              07 SCDK-SCHEME             PIC X(4) OCCURS 3 TIMES.
           05 SCDK-RESULT                PIC X(1).
           05 SCDK-REACH-SCHEME          PIC X(4).
           05 SCDK-BANK-NAME             PIC X(35).
           05 SCDK-BRANCH-NAME           PIC X(35).
           05 SCDK-FPS                   PIC X(1).
           05 SCDK-BACS                  PIC X(1).
           05 SCDK-CHAPS                 PIC X(1).
           05 SCDK-CLOSED-DATE           PIC X(10).
           05 SCDK-RETURN-CD             PIC S9(4).
