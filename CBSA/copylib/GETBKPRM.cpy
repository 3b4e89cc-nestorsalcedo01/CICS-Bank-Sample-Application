      *    number of single-field GET* utilities.
           05 BKPRM-SORTCODE             PIC 9(6).
           05 BKPRM-COMPANY-NAME         PIC X(30).
      *    The branch whose BRANCH master details are wanted - zero
      *    for this installation's own sort code - and the details.
           05 BKPRM-BRANCH-SORTCODE      PIC 9(6).
           05 BKPRM-BRANCH-NAME          PIC X(35).
           05 BKPRM-BRANCH-TOWN          PIC X(35).
           05 BKPRM-BRANCH-POSTCODE      PIC X(8).
           05 BKPRM-BRANCH-REGION        PIC X(20).
           05 BKPRM-BRANCH-STATUS        PIC X(1).
           05 BKPRM-BRANCH-MERGED-INTO   PIC X(6).
