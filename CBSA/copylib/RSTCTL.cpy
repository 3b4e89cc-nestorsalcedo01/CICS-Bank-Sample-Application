      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *    Parameter area for RSTCTL, the batch restart control.
      *    The caller names itself in RSC-PROGRAM and its input
      *    file in RSC-FILE-ID, then asks:
      *      'B' - begin the file.  RSC-RESULT comes back 'N' for a
      *            file never seen, 'R' for one a failed run left
      *            part-done (RSC-POSITION and RSC-TOTALS then say
      *            how far its committed work reached), or 'D' for
      *            one already run to the end (RSC-COMPLETED-TS
      *            says when), which must not be posted again.
      *      'K' - checkpoint: record RSC-POSITION and RSC-TOTALS
      *            just before the caller commits.
      *      'C' - complete: the same, and mark the file done.
      *    RSC-RETURN-CD 0 is success; otherwise the failing
      *    SQLCODE, or 100 where the file's row was not there to
      *    update.  RSTCTL never commits - the row belongs to the
      *    caller's unit of work with the postings it covers.
           05 RSC-REQUEST                PIC X(1).
           05 RSC-PROGRAM                PIC X(8).
           05 RSC-FILE-ID                PIC X(40).
           05 RSC-POSITION               PIC S9(9).
           05 RSC-TOTALS                 PIC X(200).
           05 RSC-RESULT                 PIC X(1).
           05 RSC-COMPLETED-TS           PIC X(26).
           05 RSC-RETURN-CD              PIC S9(9).
