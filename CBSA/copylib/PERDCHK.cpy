      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *    Parameter area for PERDCHK, the accounting period check.
      *    PDC-REQUEST 'Q' asks about PDC-DATE (ISO yyyy-mm-dd):
      *    PDC-RESULT comes back 'O' when the date is in an open
      *    period (or in none), 'C' when it is in a closed one - then
      *    PDC-PERIOD-ID names that period and PDC-OPEN-DATE is the
      *    first open date after it, where a caller that moves
      *    rather than refuses puts the entry.  For an open date
      *    PDC-OPEN-DATE is PDC-DATE itself.
      *    PDC-REQUEST 'R' registers a back-dated posting on
      *    LATE_POSTING from the PDC-LATE-xxx fields: the posting as
      *    made, the date asked for and the one applied (PDC-DATE
      *    and PDC-OPEN-DATE, as the 'Q' call left them), and 'M'
      *    (moved out of PDC-PERIOD-ID) or 'L' (late, open period)
      *    in PDC-LATE-ACTION.
      *    PDC-RETURN-CD 0 is success; otherwise the failing SQLCODE.
      *    PERDCHK never commits - the register row belongs to the
      *    caller's unit of work with the posting it records.
           05 PDC-REQUEST                PIC X(1).
           05 PDC-DATE                   PIC X(10).
           05 PDC-RESULT                 PIC X(1).
           05 PDC-PERIOD-ID              PIC X(6).
           05 PDC-OPEN-DATE              PIC X(10).
           05 PDC-LATE-SORTCODE          PIC X(6).
           05 PDC-LATE-NUMBER            PIC X(9).
           05 PDC-LATE-TYPE              PIC X(3).
           05 PDC-LATE-AMOUNT            PIC S9(10)V99.
           05 PDC-LATE-POSTED-DATE       PIC X(10).
           05 PDC-LATE-ACTION            PIC X(1).
           05 PDC-LATE-SOURCE            PIC X(8).
           05 PDC-RETURN-CD              PIC S9(9).
