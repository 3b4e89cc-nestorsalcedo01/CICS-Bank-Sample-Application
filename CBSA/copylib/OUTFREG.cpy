      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *    Parameter area for OUTFREG, the outbound file register.
      *    The producing step names the file (its DD name) and
      *    itself, gives the file's business date (spaces for
      *    today) and the record count and hash total it wrote in
      *    the trailer.  OFR-GENERATION comes back with the
      *    generation registered.  OFR-RETURN-CD 0 is success;
      *    otherwise the failing SQLCODE.  OUTFREG never commits -
      *    the caller's own commit or normal end carries the row.
           05 OFR-FILE-NAME              PIC X(8).
           05 OFR-PROGRAM                PIC X(8).
           05 OFR-BUSINESS-DATE          PIC X(10).
           05 OFR-RECORD-COUNT           PIC S9(9).
           05 OFR-HASH-TOTAL             PIC S9(13)V99.
           05 OFR-GENERATION             PIC S9(4).
           05 OFR-RETURN-CD              PIC S9(9).
