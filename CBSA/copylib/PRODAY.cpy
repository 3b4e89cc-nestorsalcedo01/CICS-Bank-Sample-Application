      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * PROCTRAN day file, written by PRODEXT once a night: one 'H'
      * header carrying the ledger date, one 'D' record per
      * PROCTRAN row of that date in sort code, account number,
      * time and reference order, and one 'T' trailer carrying the
      * row count, the signed total and the absolute total a reader
      * must arrive at.  Kept as a dated generation, so a report
      * can be rerun for a past day after PROARCH has purged it.
           05 PDY-REC-TYPE                  PIC X(1).
              88 PDY-HEADER                 VALUE 'H'.
              88 PDY-DETAIL                 VALUE 'D'.
              88 PDY-TRAILER                VALUE 'T'.
           05 PDY-REC-BODY                  PIC X(140).
           05 PDY-DETAIL-VIEW REDEFINES PDY-REC-BODY.
              10 PDY-EYECATCHER             PIC X(4).
              10 PDY-SORTCODE               PIC X(6).
              10 PDY-NUMBER                 PIC X(9).
              10 PDY-DATE                   PIC X(10).
              10 PDY-TIME                   PIC X(6).
              10 PDY-REF                    PIC X(12).
              10 PDY-TYPE                   PIC X(3).
              10 PDY-DESC                   PIC X(40).
              10 PDY-AMOUNT                 PIC S9(10)V99.
              10 PDY-CONSENT-ID             PIC 9(9).
              10 PDY-COUNTER-ACC-NO         PIC X(9).
              10 PDY-VALUE-DATE             PIC X(10).
              10 FILLER                     PIC X(10).
           05 PDY-HEADER-VIEW REDEFINES PDY-REC-BODY.
              10 PDY-HDR-LEDGER-DATE        PIC X(10).
              10 PDY-HDR-CREATED-TS         PIC X(26).
              10 FILLER                     PIC X(104).
           05 PDY-TRAILER-VIEW REDEFINES PDY-REC-BODY.
              10 PDY-TRL-LEDGER-DATE        PIC X(10).
              10 PDY-TRL-COUNT              PIC 9(9).
              10 PDY-TRL-AMOUNT             PIC S9(13)V99.
              10 PDY-TRL-ABS-AMOUNT         PIC 9(13)V99.
              10 FILLER                     PIC X(91).
