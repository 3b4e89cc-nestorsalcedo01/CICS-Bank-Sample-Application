      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *    DFHCOMMAREA for ACCJENQ, the enquiry over the account
      *    master change journal.  "When did my rate or limit
      *    change, and why" for one account: AJQ-SORTCODE/
      *    AJQ-NUMBER, AJQ-FROM-DATE/AJQ-TO-DATE (the day or range
      *    wanted), AJQ-COLUMN to narrow it to one ACCOUNT column
      *    (spaces = every column), paged by feeding the last
      *    AJN_ID back in AJQ-AFTER-ID - the OPSAENQ paging.
           05 AJQ-SORTCODE               PIC X(6).
           05 AJQ-NUMBER                 PIC X(8).
           05 AJQ-FROM-DATE              PIC X(10).
           05 AJQ-TO-DATE                PIC X(10).
           05 AJQ-COLUMN                 PIC X(24).
           05 AJQ-AFTER-ID               PIC 9(9).
           05 AJQ-ENTRY-COUNT            PIC 9(2).
           05 AJQ-MORE-FLAG              PIC X(1).
           05 AJQ-JOURNAL-ENTRY OCCURS 10 TIMES.
              10 AJQ-JE-ID                 PIC 9(9).
              10 AJQ-JE-COLUMN             PIC X(24).
              10 AJQ-JE-OLD-VALUE          PIC X(26).
              10 AJQ-JE-NEW-VALUE          PIC X(26).
              10 AJQ-JE-PROGRAM            PIC X(8).
              10 AJQ-JE-CHANGED-BY         PIC X(8).
              10 AJQ-JE-REASON             PIC X(40).
              10 AJQ-JE-TS                 PIC X(26).
           05 AJQ-RETURN-CD              PIC S9(4).
           05 AJQ-ERROR-MSG              PIC X(60).
