      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *    Parameter area for ACCJRNL, the account master change
      *    journal.  AJR-REQUEST:
      *       B - before an UPDATE of the account: the row's non-
      *           balance columns are taken into AJR-BEFORE
      *       A - after that UPDATE: each column that now differs
      *           from AJR-BEFORE is journalled
      *       O - after an INSERT: every column is journalled as
      *           new, old value blank
      *       E - before a DELETE: every column is journalled as
      *           ended, new value blank
      *    AJR-CHANGED-BY is the operator, or spaces for the
      *    program itself; AJR-REASON says why.  AJR-ROWS-WRITTEN
      *    comes back with the journal rows cut.  AJR-RETURN-CD 0
      *    is success; otherwise the failing SQLCODE (100 when the
      *    account is not there).  ACCJRNL never commits - the
      *    journal goes with the caller's change or not at all.
           05 AJR-REQUEST                PIC X(1).
           05 AJR-SORTCODE               PIC X(6).
           05 AJR-NUMBER                 PIC X(8).
           05 AJR-PROGRAM                PIC X(8).
           05 AJR-CHANGED-BY             PIC X(8).
           05 AJR-REASON                 PIC X(40).
           05 AJR-BEFORE.
              10 AJR-BEFORE-VALUE        PIC X(26) OCCURS 8 TIMES.
           05 AJR-ROWS-WRITTEN           PIC S9(4).
           05 AJR-RETURN-CD              PIC S9(9).
