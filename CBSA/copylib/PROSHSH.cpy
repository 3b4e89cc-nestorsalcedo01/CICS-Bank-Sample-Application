      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *    Parameter area for PROSHSH, the PROCTRAN seal hash.
      *    SLH-REQUEST:
      *       S - start a day's seal from the previous day's seal in
      *           SLH-PREV-SEAL (zeros for the first)
      *       R - fold in the PROCTRAN row in SLH-ROW, as fetched
      *       F - finish: SLH-SEAL comes back with the day's seal
      *    The row is hashed in the shape PROARCH archives it, so a
      *    row hashes the same live or archived.  SLH-STATE carries
      *    the running hash between calls and is the caller's to
      *    keep, not to touch.  SLH-ROW-COUNT and SLH-AMOUNT-TOTAL
      *    come back with the rows and signed total folded in.
           05 SLH-REQUEST                PIC X(1).
           05 SLH-PREV-SEAL              PIC X(20).
           05 SLH-ROW.
              10 SLH-EYECATCHER          PIC X(4).
              10 SLH-SORTCODE            PIC X(6).
              10 SLH-NUMBER              PIC X(9).
              10 SLH-DATE                PIC X(10).
              10 SLH-TIME                PIC X(6).
              10 SLH-REF                 PIC X(12).
              10 SLH-TYPE                PIC X(3).
              10 SLH-DESC                PIC X(40).
              10 SLH-AMOUNT              PIC S9(10)V99 COMP-3.
              10 SLH-CONSENT-ID          PIC S9(9) COMP.
              10 SLH-COUNTER-ACC-NO      PIC X(9).
           05 SLH-STATE.
              10 SLH-HASH-1              PIC S9(10) COMP-3.
              10 SLH-HASH-2              PIC S9(10) COMP-3.
           05 SLH-ROW-COUNT              PIC S9(9) COMP.
           05 SLH-AMOUNT-TOTAL           PIC S9(13)V99 COMP-3.
           05 SLH-SEAL                   PIC X(20).
           05 SLH-RETURN-CD              PIC S9(4).
