      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *    DFHCOMMAREA for CMPLAPI, the complaints transaction.
      *    CMA-REQ values:
      *       R - register a complaint: customer, category and
      *           summary in, with any of CMA-SORTCODE/
      *           CMA-ACCOUNT-NO, CMA-CONSENT-ID and CMA-DISPUTE-REF
      *           it concerns; CMA-RECEIVED-DATE defaults to today.
      *           CMA-COMPLAINT-ID and both clocks come back
      *       A - acknowledge complaint CMA-COMPLAINT-ID
      *       F - final response: CMA-OUTCOME and CMA-ROOT-CAUSE in,
      *           with CMA-REDRESS to pay and the
      *           CMA-REDRESS-SORTCODE/-ACCOUNT-NO to pay it to
      *           (blank pays the account the complaint is linked to)
      *           - redress is in sterling, credited to a currency
      *           account in its own currency at the day's rate
      *       G - enquire on complaint CMA-COMPLAINT-ID
           05 CMA-REQ                    PIC X(1).
           05 CMA-COMPLAINT-ID           PIC 9(9).
           05 CMA-CUSTOMER               PIC X(10).
           05 CMA-CATEGORY               PIC X(4).
              88 CMA-CATEGORY-VALID      VALUE 'CHRG' 'PAYM' 'SERV'
                                               'FRAU' 'ACCT' 'LEND'
                                               'CARD' 'OTHR'.
           05 CMA-ROOT-CAUSE             PIC X(4).
              88 CMA-ROOT-CAUSE-VALID    VALUE 'PROC' 'STAF' 'SYST'
                                               'THRD' 'POLC' 'COMM'
                                               'NONE'.
           05 CMA-SORTCODE               PIC X(6).
           05 CMA-ACCOUNT-NO             PIC X(8).
           05 CMA-CONSENT-ID             PIC 9(9).
           05 CMA-DISPUTE-REF            PIC X(12).
           05 CMA-SUMMARY                PIC X(60).
           05 CMA-RECEIVED-DATE          PIC X(10).
           05 CMA-OUTCOME                PIC X(1).
              88 CMA-OUTCOME-VALID       VALUE 'U' 'P' 'N' 'S'.
           05 CMA-REDRESS                PIC S9(10)V99.
           05 CMA-REDRESS-SORTCODE       PIC X(6).
           05 CMA-REDRESS-ACCOUNT-NO     PIC X(8).
           05 CMA-OPERATOR               PIC X(8).
           05 CMA-STATUS                 PIC X(1).
           05 CMA-SRC-DUE                PIC X(10).
           05 CMA-FINAL-DUE              PIC X(10).
           05 CMA-ACK-DATE               PIC X(10).
           05 CMA-CLOSED-DATE            PIC X(10).
           05 CMA-RETURN-CD              PIC S9(4).
           05 CMA-ERROR-MSG              PIC X(60).
