      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Changed-data feed to the data warehouse, written nightly by
      * CDCEXTR: one 'HD' header carrying the run's cut-off, then
      * for each table its changed rows under the table's own
      * record type, each flagged CDC-CHANGE-FLAG 'I' inserted,
      * 'U' updated or 'D' deleted, closed by a 'TR' trailer
      * naming the table, the window it covers, its row counts
      * and the total of its amount column (zero where it has
      * none).  A delete carries the row's key only.  Customers
      * erased under an anonymization request go out with their
      * name and contact details - and any name or description
      * on their accounts' consents, ledger rows and saved payees,
      * and their complaints' summaries - masked.  A feed handed
      * over by a run that failed part way ends with the last
      * table it finished; any rows after that table's trailer
      * belong to one whose mark did not move, and come again in
      * the next run's feed.
           05 CDC-REC-TYPE                  PIC X(2).
              88 CDC-HEADER                 VALUE 'HD'.
              88 CDC-TRAILER                VALUE 'TR'.
              88 CDC-ACCOUNT-ROW            VALUE 'AC'.
              88 CDC-CUSTOMER-ROW           VALUE 'CU'.
              88 CDC-CONSENT-ROW            VALUE 'CN'.
              88 CDC-CONSENT-HIST-ROW       VALUE 'CH'.
              88 CDC-PROCTRAN-ROW           VALUE 'PT'.
              88 CDC-DISPUTE-ROW            VALUE 'DS'.
              88 CDC-LOAN-SCHED-ROW         VALUE 'LS'.
              88 CDC-DD-MANDATE-ROW         VALUE 'DM'.
              88 CDC-ACCT-HOLD-ROW          VALUE 'AH'.
              88 CDC-ACCT-STOP-ROW          VALUE 'ST'.
              88 CDC-WDRW-NOTICE-ROW        VALUE 'WN'.
              88 CDC-SIGN-MANDATE-ROW       VALUE 'SM'.
              88 CDC-SIGNATORY-ROW          VALUE 'MS'.
              88 CDC-CONSENT-SIG-ROW        VALUE 'SG'.
              88 CDC-ACCOUNT-OWNER-ROW      VALUE 'AO'.
              88 CDC-CREDIT-SCORE-ROW       VALUE 'CS'.
              88 CDC-COMPLAINT-ROW          VALUE 'CM'.
              88 CDC-APP-CLAIM-ROW          VALUE 'AP'.
              88 CDC-APP-RECOVERY-ROW       VALUE 'AR'.
              88 CDC-LEGAL-ORDER-ROW        VALUE 'LO'.
              88 CDC-LEGAL-EARMARK-ROW      VALUE 'LE'.
              88 CDC-REQUEST-TO-PAY-ROW     VALUE 'RP'.
              88 CDC-LOAN-TERMS-ROW         VALUE 'LT'.
              88 CDC-LOAN-RECAST-ROW        VALUE 'RC'.
              88 CDC-LOAN-APPL-ROW          VALUE 'LA'.
              88 CDC-TERM-DEPOSIT-ROW       VALUE 'TD'.
              88 CDC-BENEFICIARY-ROW        VALUE 'BF'.
              88 CDC-CHEQUE-ROW             VALUE 'CQ'.
              88 CDC-STOP-CHEQUE-ROW        VALUE 'SQ'.
              88 CDC-SET-OFF-ROW            VALUE 'SO'.
              88 CDC-SWEEP-ROW              VALUE 'SW'.
              88 CDC-DORMANCY-ROW           VALUE 'DO'.
              88 CDC-BEREAVEMENT-ROW        VALUE 'BV'.
              88 CDC-TAX-RESIDENCY-ROW      VALUE 'TX'.
              88 CDC-ESTMT-OPTION-ROW       VALUE 'EO'.
              88 CDC-OD-REVIEW-ROW          VALUE 'OV'.
              88 CDC-PRODUCT-CONV-ROW       VALUE 'PC'.
              88 CDC-PROXY-ALIAS-ROW        VALUE 'PX'.
              88 CDC-ACCT-SWITCH-ROW        VALUE 'SX'.
              88 CDC-AML-CASE-ROW           VALUE 'AM'.
              88 CDC-LOAN-IMPAIRMENT-ROW    VALUE 'LI'.
              88 CDC-LOAN-WRITEOFF-ROW      VALUE 'LW'.
              88 CDC-LOAN-RECOVERY-ROW      VALUE 'LR'.
              88 CDC-ISA-SUBSCRIPTION-ROW   VALUE 'IS'.
              88 CDC-DD-ORIGINATOR-ROW      VALUE 'OG'.
              88 CDC-DD-ORIG-MANDATE-ROW    VALUE 'OM'.
              88 CDC-DD-ORIG-COLL-ROW       VALUE 'DC'.
              88 CDC-CUSTOMER-ALIAS-ROW     VALUE 'CA'.
              88 CDC-ESCHEAT-ROW            VALUE 'ES'.
              88 CDC-REMEDIATION-ROW        VALUE 'RM'.
              88 CDC-ACCT-RESORT-ROW        VALUE 'RS'.
           05 CDC-CHANGE-FLAG               PIC X(1).
              88 CDC-INSERTED               VALUE 'I'.
              88 CDC-UPDATED                VALUE 'U'.
              88 CDC-DELETED                VALUE 'D'.
           05 CDC-REC-BODY                  PIC X(700).
           05 CDC-HEADER-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-HDR-RUN-TS             PIC X(26).
              10 CDC-HDR-RUN-DATE           PIC X(10).
              10 FILLER                     PIC X(664).
           05 CDC-TRAILER-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-TRL-TABLE              PIC X(18).
              10 CDC-TRL-FROM-MARK          PIC X(26).
              10 CDC-TRL-TO-MARK            PIC X(26).
              10 CDC-TRL-ROWS               PIC 9(9).
              10 CDC-TRL-INSERTS            PIC 9(9).
              10 CDC-TRL-UPDATES            PIC 9(9).
              10 CDC-TRL-DELETES            PIC 9(9).
              10 CDC-TRL-AMOUNT             PIC S9(13)V99
                                            SIGN LEADING SEPARATE.
              10 FILLER                     PIC X(578).
           05 CDC-ACCOUNT-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-AC-SORTCODE            PIC X(6).
              10 CDC-AC-NUMBER              PIC X(8).
              10 CDC-AC-CUSTOMER-NUMBER     PIC X(10).
              10 CDC-AC-TYPE                PIC X(8).
              10 CDC-AC-INTEREST-RATE       PIC S9(2)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-AC-OPENED              PIC X(10).
              10 CDC-AC-OVERDRAFT-LIMIT     PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-AC-LAST-STATEMENT      PIC X(10).
              10 CDC-AC-NEXT-STATEMENT      PIC X(10).
              10 CDC-AC-AVAILABLE-BALANCE   PIC S9(8)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-AC-ACTUAL-BALANCE      PIC S9(8)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-AC-CURRENCY-CD         PIC X(3).
              10 FILLER                     PIC X(598).
           05 CDC-CUSTOMER-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-CU-NUMBER              PIC X(10).
              10 CDC-CU-NAME                PIC X(60).
              10 CDC-CU-ADDR1               PIC X(40).
              10 CDC-CU-ADDR2               PIC X(40).
              10 CDC-CU-ADDR3               PIC X(40).
              10 CDC-CU-POSTCODE            PIC X(10).
              10 CDC-CU-PHONE               PIC X(20).
              10 CDC-CU-EMAIL               PIC X(50).
              10 CDC-CU-STATUS              PIC X(1).
              10 CDC-CU-UPDATED-DATE        PIC X(10).
              10 CDC-CU-FX-TIER             PIC X(1).
              10 CDC-CU-RISK-RATING         PIC X(1).
              10 CDC-CU-RISK-SCORE          PIC S9(4)
                                            SIGN LEADING SEPARATE.
              10 CDC-CU-RISK-REASONS        PIC X(60).
              10 CDC-CU-RISK-SINCE          PIC X(10).
              10 CDC-CU-LAST-REVIEW-DATE    PIC X(10).
              10 CDC-CU-REVIEWED-BY         PIC X(8).
              10 CDC-CU-REVIEW-DUE-DATE     PIC X(10).
              10 CDC-CU-KYC-RESTRICTED      PIC X(1).
              10 CDC-CU-CONTACT-PREF        PIC X(1).
              10 FILLER                     PIC X(312).
           05 CDC-CONSENT-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-CN-CONSENT-ID          PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-CN-CONSENT-STATUS      PIC X(1).
              10 CDC-CN-DOMESTIC-PAY-ID     PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-CN-DOMESTIC-PAY-STATUS PIC X(4).
              10 CDC-CN-CREDIT-AC           PIC X(16).
              10 CDC-CN-CREDIT-SCHEMENAME   PIC X(50).
              10 CDC-CN-CREDIT-CUSTNAME     PIC X(50).
              10 CDC-CN-DEBIT-AC            PIC X(16).
              10 CDC-CN-DEBIT-SCHEMENAME    PIC X(50).
              10 CDC-CN-DEBIT-CUSTNAME      PIC X(50).
              10 CDC-CN-AMOUNT              PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-CN-CURRENCY-CD         PIC X(3).
              10 CDC-CN-PAYMENT-SCOPE       PIC X(1).
              10 CDC-CN-CREATE-TS           PIC X(26).
              10 CDC-CN-LAST-UPDATE-TS      PIC X(26).
              10 CDC-CN-EXPIRY-TS           PIC X(26).
              10 CDC-CN-CHARGE-BEARER       PIC X(20).
              10 CDC-CN-CHARGE-TYPE         PIC X(20).
              10 CDC-CN-CHARGE-AMOUNT       PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-CN-CHARGE-CUR-CD       PIC X(3).
              10 CDC-CN-CONSENT-TYPE        PIC X(1).
              10 CDC-CN-RECUR-FREQUENCY     PIC X(1).
              10 CDC-CN-RECUR-NEXT-DUE      PIC X(10).
              10 CDC-CN-RECUR-OCCURS-LEFT   PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-CN-RECUR-END-DATE      PIC X(10).
              10 CDC-CN-RECUR-RETRY-COUNT   PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-CN-TPP-ID              PIC X(10).
              10 CDC-CN-EXEC-DATE           PIC X(10).
              10 CDC-CN-SANCTIONS-CLEARED   PIC X(1).
              10 CDC-CN-PAY-INITIATED-BY    PIC X(8).
              10 CDC-CN-PAY-APPROVED-BY     PIC X(8).
              10 CDC-CN-IDEMPOTENCY-KEY     PIC X(40).
              10 CDC-CN-CONSENT-KIND        PIC X(1).
              10 CDC-CN-INFO-SCOPE          PIC X(1).
              10 CDC-CN-NAME-CHECK-RESULT   PIC X(1).
              10 CDC-CN-END-TO-END-ID       PIC X(12).
              10 CDC-CN-NEW-PAYEE-FLAG      PIC X(1).
              10 CDC-CN-RISK-REASONS        PIC X(60).
              10 CDC-CN-VRP-MAX-PER-PAYMENT PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-CN-VRP-MAX-PER-PERIOD  PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-CN-VRP-PERIOD-UNIT     PIC X(1).
              10 CDC-CN-VRP-PERIOD-USED     PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-CN-VRP-PERIOD-START    PIC X(10).
              10 CDC-CN-PAY-SCHEME          PIC X(4).
              10 FILLER                     PIC X(43).
           05 CDC-CONSENT-HIST-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-CH-CONSENT-ID          PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-CH-OLD-CONSENT-STATUS  PIC X(1).
              10 CDC-CH-NEW-CONSENT-STATUS  PIC X(1).
              10 CDC-CH-OLD-PAY-STATUS      PIC X(4).
              10 CDC-CH-NEW-PAY-STATUS      PIC X(4).
              10 CDC-CH-CHANGE-TS           PIC X(26).
              10 FILLER                     PIC X(654).
           05 CDC-PROCTRAN-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-PT-SORTCODE            PIC X(6).
              10 CDC-PT-NUMBER              PIC X(9).
              10 CDC-PT-DATE                PIC X(10).
              10 CDC-PT-TIME                PIC X(6).
              10 CDC-PT-REF                 PIC X(12).
              10 CDC-PT-TYPE                PIC X(3).
              10 CDC-PT-DESC                PIC X(40).
              10 CDC-PT-AMOUNT              PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-PT-CONSENT-ID          PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-PT-COUNTER-ACC-NO      PIC X(9).
              10 CDC-PT-VALUE-DATE          PIC X(10).
              10 FILLER                     PIC X(572).
           05 CDC-DISPUTE-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-DS-END-TO-END-ID       PIC X(12).
              10 CDC-DS-STATUS              PIC X(1).
              10 CDC-DS-SORTCODE            PIC X(6).
              10 CDC-DS-NUMBER              PIC X(9).
              10 CDC-DS-AMOUNT              PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-DS-RAISED-TS           PIC X(26).
              10 CDC-DS-LAST-UPDATE-TS      PIC X(26).
              10 FILLER                     PIC X(607).
           05 CDC-LOAN-SCHED-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-LS-SORTCODE            PIC X(6).
              10 CDC-LS-NUMBER              PIC X(9).
              10 CDC-LS-PERIOD              PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-LS-DUE-DATE            PIC X(10).
              10 CDC-LS-INSTALLMENT         PIC S9(8)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-LS-PRINCIPAL           PIC S9(8)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-LS-INTEREST            PIC S9(8)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-LS-STATUS              PIC X(1).
              10 CDC-LS-STATUS-DATE         PIC X(10).
              10 CDC-LS-MISSED-COUNT        PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 FILLER                     PIC X(611).
           05 CDC-DD-MANDATE-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-DM-ORIGINATOR-ID       PIC X(6).
              10 CDC-DM-SORTCODE            PIC X(6).
              10 CDC-DM-NUMBER              PIC X(9).
              10 CDC-DM-REFERENCE           PIC X(18).
              10 CDC-DM-STATUS              PIC X(1).
              10 CDC-DM-SETUP-DATE          PIC X(10).
              10 CDC-DM-STATUS-DATE         PIC X(10).
              10 CDC-DM-LAST-COLLECTED      PIC X(10).
              10 FILLER                     PIC X(630).
           05 CDC-ACCT-HOLD-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-AH-ID                  PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-AH-SORTCODE            PIC X(6).
              10 CDC-AH-NUMBER              PIC X(9).
              10 CDC-AH-AMOUNT              PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-AH-REFERENCE           PIC X(20).
              10 CDC-AH-STATUS              PIC X(1).
              10 CDC-AH-PLACED-TS           PIC X(26).
              10 CDC-AH-EXPIRY-TS           PIC X(26).
              10 CDC-AH-STATUS-DATE         PIC X(10).
              10 FILLER                     PIC X(579).
           05 CDC-ACCT-STOP-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-ST-SORTCODE            PIC X(6).
              10 CDC-ST-NUMBER              PIC X(9).
              10 CDC-ST-STATUS              PIC X(1).
              10 CDC-ST-REASON              PIC X(30).
              10 CDC-ST-PLACED-BY           PIC X(8).
              10 CDC-ST-PLACED-TS           PIC X(26).
              10 FILLER                     PIC X(620).
           05 CDC-WDRW-NOTICE-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-WN-ID                  PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-WN-SORTCODE            PIC X(6).
              10 CDC-WN-NUMBER              PIC X(9).
              10 CDC-WN-AMOUNT              PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-WN-STATUS              PIC X(1).
              10 CDC-WN-LODGED-DATE         PIC X(10).
              10 CDC-WN-MATURITY-DATE       PIC X(10).
              10 CDC-WN-STATUS-DATE         PIC X(10).
              10 FILLER                     PIC X(631).
           05 CDC-SIGN-MANDATE-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-SM-SORTCODE            PIC X(6).
              10 CDC-SM-NUMBER              PIC X(9).
              10 CDC-SM-SIGS-REQUIRED       PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-SM-STATUS              PIC X(1).
              10 CDC-SM-SETUP-DATE          PIC X(10).
              10 CDC-SM-STATUS-DATE         PIC X(10).
              10 FILLER                     PIC X(654).
           05 CDC-SIGNATORY-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-MS-SORTCODE            PIC X(6).
              10 CDC-MS-NUMBER              PIC X(9).
              10 CDC-MS-ID                  PIC X(8).
              10 CDC-MS-LIMIT               PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-MS-STATUS              PIC X(1).
              10 CDC-MS-ADDED-DATE          PIC X(10).
              10 FILLER                     PIC X(653).
           05 CDC-CONSENT-SIG-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-SG-CONSENT-ID          PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-SG-SIGNATORY           PIC X(8).
              10 CDC-SG-TS                  PIC X(26).
              10 FILLER                     PIC X(656).
           05 CDC-ACCOUNT-OWNER-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-AO-SORTCODE            PIC X(6).
              10 CDC-AO-NUMBER              PIC X(9).
              10 CDC-AO-CUSTOMER            PIC X(10).
              10 CDC-AO-PRIMARY             PIC X(1).
              10 CDC-AO-STATUS              PIC X(1).
              10 CDC-AO-ADDED-DATE          PIC X(10).
              10 CDC-AO-STATUS-DATE         PIC X(10).
              10 FILLER                     PIC X(653).
           05 CDC-CREDIT-SCORE-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-CS-CUST-NO             PIC X(10).
              10 CDC-CS-CREDIT-SCORE        PIC S9(4)
                                            SIGN LEADING SEPARATE.
              10 CDC-CS-SCORE-TS            PIC X(26).
              10 CDC-CS-HIST-ROW            PIC X(1).
              10 CDC-CS-SCORE-1             PIC S9(4)
                                            SIGN LEADING SEPARATE.
              10 CDC-CS-SCORE-2             PIC S9(4)
                                            SIGN LEADING SEPARATE.
              10 CDC-CS-SCORE-3             PIC S9(4)
                                            SIGN LEADING SEPARATE.
              10 CDC-CS-SCORE-4             PIC S9(4)
                                            SIGN LEADING SEPARATE.
              10 CDC-CS-SCORE-5             PIC S9(4)
                                            SIGN LEADING SEPARATE.
              10 FILLER                     PIC X(633).
           05 CDC-COMPLAINT-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-CM-ID                  PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-CM-CUSTOMER            PIC X(10).
              10 CDC-CM-CATEGORY            PIC X(4).
              10 CDC-CM-ROOT-CAUSE          PIC X(4).
              10 CDC-CM-SORTCODE            PIC X(6).
              10 CDC-CM-NUMBER              PIC X(9).
              10 CDC-CM-CONSENT-ID          PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-CM-DISPUTE-REF         PIC X(12).
              10 CDC-CM-SUMMARY             PIC X(60).
              10 CDC-CM-STATUS              PIC X(1).
              10 CDC-CM-RECEIVED-DATE       PIC X(10).
              10 CDC-CM-SRC-DUE             PIC X(10).
              10 CDC-CM-FINAL-DUE           PIC X(10).
              10 CDC-CM-ACK-DATE            PIC X(10).
              10 CDC-CM-CLOSED-DATE         PIC X(10).
              10 CDC-CM-OUTCOME             PIC X(1).
              10 CDC-CM-REDRESS             PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-CM-REDRESS-SORTCODE    PIC X(6).
              10 CDC-CM-REDRESS-NUMBER      PIC X(9).
              10 CDC-CM-OPERATOR            PIC X(8).
              10 CDC-CM-LAST-UPDATE-TS      PIC X(26).
              10 FILLER                     PIC X(461).
           05 CDC-APP-CLAIM-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-AP-END-TO-END-ID       PIC X(12).
              10 CDC-AP-STATUS              PIC X(1).
              10 CDC-AP-SORTCODE            PIC X(6).
              10 CDC-AP-NUMBER              PIC X(9).
              10 CDC-AP-CUSTOMER            PIC X(10).
              10 CDC-AP-PAYMENT-AMOUNT      PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-AP-CLAIM-AMOUNT        PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-AP-VULNERABLE          PIC X(1).
              10 CDC-AP-RECV-SORTCODE       PIC X(6).
              10 CDC-AP-LOGGED-DATE         PIC X(10).
              10 CDC-AP-DECISION-DUE        PIC X(10).
              10 CDC-AP-DECIDED-DATE        PIC X(10).
              10 CDC-AP-REIMBURSED          PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-AP-EXCESS              PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-AP-OUR-SHARE           PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-AP-RECV-SHARE          PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-AP-OPERATOR            PIC X(8).
              10 CDC-AP-LAST-UPDATE-TS      PIC X(26).
              10 FILLER                     PIC X(513).
           05 CDC-APP-RECOVERY-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-AR-END-TO-END-ID       PIC X(12).
              10 CDC-AR-DIRECTION           PIC X(1).
              10 CDC-AR-COUNTERPARTY        PIC X(6).
              10 CDC-AR-SORTCODE            PIC X(6).
              10 CDC-AR-NUMBER              PIC X(9).
              10 CDC-AR-AMOUNT              PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-AR-STATUS              PIC X(1).
              10 CDC-AR-RAISED-DATE         PIC X(10).
              10 CDC-AR-SENT-DATE           PIC X(10).
              10 CDC-AR-SETTLED-DATE        PIC X(10).
              10 CDC-AR-SETTLED-AMOUNT      PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 FILLER                     PIC X(609).
           05 CDC-LEGAL-ORDER-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-LO-ID                  PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-LO-REFERENCE           PIC X(20).
              10 CDC-LO-COURT               PIC X(30).
              10 CDC-LO-TYPE                PIC X(1).
              10 CDC-LO-CUSTOMER            PIC X(10).
              10 CDC-LO-SORTCODE            PIC X(6).
              10 CDC-LO-NUMBER              PIC X(9).
              10 CDC-LO-AMOUNT              PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-LO-EARMARKED           PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-LO-STATUS              PIC X(1).
              10 CDC-LO-SERVED-DATE         PIC X(10).
              10 CDC-LO-FINAL-DATE          PIC X(10).
              10 CDC-LO-CREDITOR-SORTCODE   PIC X(6).
              10 CDC-LO-CREDITOR-NUMBER     PIC X(9).
              10 CDC-LO-PAID-AMOUNT         PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-LO-STATUS-DATE         PIC X(10).
              10 CDC-LO-OPERATOR            PIC X(8).
              10 FILLER                     PIC X(521).
           05 CDC-LEGAL-EARMARK-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-LE-ORDER-ID            PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-LE-SORTCODE            PIC X(6).
              10 CDC-LE-NUMBER              PIC X(9).
              10 CDC-LE-AMOUNT              PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-LE-STATUS              PIC X(1).
              10 CDC-LE-PLACED-DATE         PIC X(10).
              10 CDC-LE-STATUS-DATE         PIC X(10).
              10 FILLER                     PIC X(641).
           05 CDC-REQUEST-TO-PAY-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-RP-ID                  PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-RP-BILLER-ID           PIC X(10).
              10 CDC-RP-BILLER-REF          PIC X(18).
              10 CDC-RP-BILLER-NAME         PIC X(35).
              10 CDC-RP-CREDIT-SORTCODE     PIC X(6).
              10 CDC-RP-CREDIT-ACCOUNT      PIC X(8).
              10 CDC-RP-PAYER-SORTCODE      PIC X(6).
              10 CDC-RP-PAYER-NUMBER        PIC X(9).
              10 CDC-RP-AMOUNT              PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-RP-CURRENCY-CD         PIC X(3).
              10 CDC-RP-REFERENCE           PIC X(18).
              10 CDC-RP-DUE-DATE            PIC X(10).
              10 CDC-RP-EXPIRY-DATE         PIC X(10).
              10 CDC-RP-STATUS              PIC X(1).
              10 CDC-RP-RECEIVED-DATE       PIC X(10).
              10 CDC-RP-STATUS-DATE         PIC X(10).
              10 CDC-RP-CONSENT-ID          PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-RP-DECLINE-REASON      PIC X(4).
              10 CDC-RP-REPORTED-DATE       PIC X(10).
              10 FILLER                     PIC X(499).
           05 CDC-LOAN-TERMS-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-LT-SORTCODE            PIC X(6).
              10 CDC-LT-NUMBER              PIC X(9).
              10 CDC-LT-PRINCIPAL           PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-LT-RATE                PIC S9(2)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-LT-TERM-MONTHS         PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-LT-PAY-SORTCODE        PIC X(6).
              10 CDC-LT-PAY-NUMBER          PIC X(9).
              10 CDC-LT-START-DATE          PIC X(10).
              10 CDC-LT-STATUS              PIC X(1).
              10 CDC-LT-ARREARS-BUCKET      PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 FILLER                     PIC X(621).
           05 CDC-LOAN-RECAST-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-RC-SORTCODE            PIC X(6).
              10 CDC-RC-NUMBER              PIC X(9).
              10 CDC-RC-SEQ                 PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-RC-DATE                PIC X(10).
              10 CDC-RC-TYPE                PIC X(1).
              10 CDC-RC-AMOUNT              PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-RC-ERC                 PIC S9(8)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-RC-PRIN-BEFORE         PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-RC-PRIN-AFTER          PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-RC-INST-BEFORE         PIC S9(8)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-RC-INST-AFTER          PIC S9(8)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-RC-TERM-BEFORE         PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-RC-TERM-AFTER          PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-RC-USER                PIC X(8).
              10 FILLER                     PIC X(564).
           05 CDC-LOAN-APPL-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-LA-ID                  PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-LA-CUST-NO             PIC X(10).
              10 CDC-LA-SORTCODE            PIC X(6).
              10 CDC-LA-AMOUNT              PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-LA-TERM-MONTHS         PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-LA-PAY-SORTCODE        PIC X(6).
              10 CDC-LA-PAY-NUMBER          PIC X(9).
              10 CDC-LA-RECEIVED-TS         PIC X(26).
              10 CDC-LA-STATUS              PIC X(1).
              10 CDC-LA-DECISION-DATE       PIC X(10).
              10 CDC-LA-DECIDED-BY          PIC X(8).
              10 CDC-LA-REASONS             PIC X(12).
              10 CDC-LA-CREDIT-SCORE        PIC S9(4)
                                            SIGN LEADING SEPARATE.
              10 CDC-LA-MONTHLY-INCOME      PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-LA-REL-POSITION        PIC S9(13)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-LA-LTI                 PIC S9(5)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-LA-RATE                PIC S9(2)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-LA-LOAN-SORTCODE       PIC X(6).
              10 CDC-LA-LOAN-NUMBER         PIC X(9).
              10 FILLER                     PIC X(517).
           05 CDC-TERM-DEPOSIT-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-TD-ID                  PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-TD-SORTCODE            PIC X(6).
              10 CDC-TD-NUMBER              PIC X(9).
              10 CDC-TD-TERM-MONTHS         PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-TD-FIXED-RATE          PIC S9(2)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-TD-PRINCIPAL           PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-TD-START-DATE          PIC X(10).
              10 CDC-TD-MATURITY-DATE       PIC X(10).
              10 CDC-TD-INSTRUCTION         PIC X(1).
              10 CDC-TD-PAY-SORTCODE        PIC X(6).
              10 CDC-TD-PAY-NUMBER          PIC X(9).
              10 CDC-TD-STATUS              PIC X(1).
              10 CDC-TD-REMINDER-DATE       PIC X(10).
              10 CDC-TD-BREAK-PENALTY       PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-TD-STATUS-DATE         PIC X(10).
              10 FILLER                     PIC X(577).
           05 CDC-BENEFICIARY-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-BF-CUSTOMER            PIC X(10).
              10 CDC-BF-ID                  PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-BF-CREDIT-AC           PIC X(16).
              10 CDC-BF-SCHEMENAME          PIC X(50).
              10 CDC-BF-CUSTNAME            PIC X(50).
              10 CDC-BF-NAME-CHECK-RESULT   PIC X(1).
              10 CDC-BF-NAME-CHECKED-DATE   PIC X(10).
              10 CDC-BF-STATUS              PIC X(1).
              10 CDC-BF-FIRST-SAVED         PIC X(10).
              10 CDC-BF-LAST-USED           PIC X(10).
              10 FILLER                     PIC X(532).
           05 CDC-CHEQUE-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-CQ-ID                  PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-CQ-SORTCODE            PIC X(6).
              10 CDC-CQ-NUMBER              PIC X(9).
              10 CDC-CQ-AMOUNT              PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-CQ-TELLER-REF          PIC X(12).
              10 CDC-CQ-DRAWER-REF          PIC X(20).
              10 CDC-CQ-STATUS              PIC X(1).
              10 CDC-CQ-DEPOSIT-DATE        PIC X(10).
              10 CDC-CQ-CLEAR-DATE          PIC X(10).
              10 CDC-CQ-STATUS-DATE         PIC X(10).
              10 CDC-CQ-FACE-AMOUNT         PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 FILLER                     PIC X(586).
           05 CDC-STOP-CHEQUE-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-SQ-ID                  PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-SQ-SORTCODE            PIC X(6).
              10 CDC-SQ-NUMBER              PIC X(9).
              10 CDC-SQ-SERIAL-FROM         PIC X(6).
              10 CDC-SQ-SERIAL-TO           PIC X(6).
              10 CDC-SQ-AMOUNT              PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-SQ-REASON              PIC X(30).
              10 CDC-SQ-STATUS              PIC X(1).
              10 CDC-SQ-PLACED-BY           PIC X(8).
              10 CDC-SQ-PLACED-DATE         PIC X(10).
              10 CDC-SQ-STATUS-DATE         PIC X(10).
              10 FILLER                     PIC X(591).
           05 CDC-SET-OFF-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-SO-ID                  PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-SO-CUSTOMER            PIC X(10).
              10 CDC-SO-SORTCODE            PIC X(6).
              10 CDC-SO-NUMBER              PIC X(9).
              10 CDC-SO-STATUS              PIC X(1).
              10 CDC-SO-NOTICE-DATE         PIC X(10).
              10 CDC-SO-DUE-DATE            PIC X(10).
              10 CDC-SO-ARREARS-AMOUNT      PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-SO-APPLIED-AMOUNT      PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-SO-APPLIED-DATE        PIC X(10).
              10 FILLER                     PIC X(608).
           05 CDC-SWEEP-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-SW-ID                  PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-SW-SOURCE-SORTCODE     PIC X(6).
              10 CDC-SW-SOURCE-NUMBER       PIC X(9).
              10 CDC-SW-TARGET-SORTCODE     PIC X(6).
              10 CDC-SW-TARGET-NUMBER       PIC X(9).
              10 CDC-SW-TRIGGER             PIC X(1).
              10 CDC-SW-THRESHOLD           PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-SW-TARGET-BALANCE      PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-SW-STATUS              PIC X(1).
              10 CDC-SW-CREATED-DATE        PIC X(10).
              10 CDC-SW-LAST-SWEPT-DATE     PIC X(10).
              10 CDC-SW-LAST-AMOUNT         PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 FILLER                     PIC X(599).
           05 CDC-DORMANCY-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-DO-SORTCODE            PIC X(6).
              10 CDC-DO-NUMBER              PIC X(9).
              10 CDC-DO-STATUS              PIC X(1).
              10 CDC-DO-LAST-ACTIVITY-DATE  PIC X(10).
              10 CDC-DO-MARKED-DATE         PIC X(10).
              10 FILLER                     PIC X(664).
           05 CDC-BEREAVEMENT-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-BV-CUSTOMER            PIC X(10).
              10 CDC-BV-DEATH-DATE          PIC X(10).
              10 CDC-BV-NOTIFIED-DATE       PIC X(10).
              10 CDC-BV-STATUS              PIC X(1).
              10 CDC-BV-NOTIFIED-BY         PIC X(8).
              10 CDC-BV-EXECUTOR-SORTCODE   PIC X(6).
              10 CDC-BV-EXECUTOR-NUMBER     PIC X(9).
              10 CDC-BV-SETTLED-DATE        PIC X(10).
              10 CDC-BV-SETTLED-BY          PIC X(8).
              10 FILLER                     PIC X(628).
           05 CDC-TAX-RESIDENCY-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-TX-CUSTOMER            PIC X(10).
              10 CDC-TX-SEQ                 PIC S9(4)
                                            SIGN LEADING SEPARATE.
              10 CDC-TX-COUNTRY             PIC X(2).
              10 CDC-TX-TIN                 PIC X(20).
              10 CDC-TX-UPDATED-DATE        PIC X(10).
              10 FILLER                     PIC X(653).
           05 CDC-ESTMT-OPTION-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-EO-SORTCODE            PIC X(6).
              10 CDC-EO-NUMBER              PIC X(9).
              10 CDC-EO-FORMAT              PIC X(1).
              10 CDC-EO-FREQUENCY           PIC X(1).
              10 CDC-EO-STATUS              PIC X(1).
              10 CDC-EO-START-DATE          PIC X(10).
              10 CDC-EO-LAST-PERIOD-TO      PIC X(10).
              10 CDC-EO-CHANGED-DATE        PIC X(10).
              10 FILLER                     PIC X(652).
           05 CDC-OD-REVIEW-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-OV-SORTCODE            PIC X(6).
              10 CDC-OV-NUMBER              PIC X(9).
              10 CDC-OV-REVIEW-DATE         PIC X(10).
              10 CDC-OV-SCORE               PIC S9(4)
                                            SIGN LEADING SEPARATE.
              10 CDC-OV-DAYS-OVERDRAWN      PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-OV-DAYS-OVER-LIMIT     PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-OV-AVG-TURNOVER        PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-OV-RULE-SEQ            PIC S9(4)
                                            SIGN LEADING SEPARATE.
              10 CDC-OV-ACTION              PIC X(1).
              10 CDC-OV-OLD-LIMIT           PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-OV-NEW-LIMIT           PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-OV-STATUS              PIC X(1).
              10 CDC-OV-EFFECTIVE-DATE      PIC X(10).
              10 CDC-OV-APPLIED-DATE        PIC X(10).
              10 FILLER                     PIC X(590).
           05 CDC-PRODUCT-CONV-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-PC-ID                  PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-PC-SORTCODE            PIC X(6).
              10 CDC-PC-NUMBER              PIC X(9).
              10 CDC-PC-OLD-TYPE            PIC X(8).
              10 CDC-PC-NEW-TYPE            PIC X(8).
              10 CDC-PC-EFFECTIVE-DATE      PIC X(10).
              10 CDC-PC-STATUS              PIC X(1).
              10 CDC-PC-REQUESTED-BY        PIC X(8).
              10 CDC-PC-CAPTURED-DATE       PIC X(10).
              10 CDC-PC-APPLIED-DATE        PIC X(10).
              10 CDC-PC-INTEREST-SETTLED    PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-PC-FEE-CHARGED         PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-PC-REASON              PIC X(40).
              10 FILLER                     PIC X(554).
           05 CDC-PROXY-ALIAS-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-PX-TYPE                PIC X(1).
              10 CDC-PX-VALUE               PIC X(50).
              10 CDC-PX-SORTCODE            PIC X(6).
              10 CDC-PX-NUMBER              PIC X(8).
              10 CDC-PX-STATUS              PIC X(1).
              10 CDC-PX-REGISTERED-DATE     PIC X(10).
              10 CDC-PX-VERIFIED-DATE       PIC X(10).
              10 FILLER                     PIC X(614).
           05 CDC-ACCT-SWITCH-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-SX-ID                  PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-SX-OLD-SORTCODE        PIC X(6).
              10 CDC-SX-OLD-NUMBER          PIC X(9).
              10 CDC-SX-NEW-BANK-SORTCODE   PIC X(6).
              10 CDC-SX-NEW-BANK-ACCOUNT    PIC X(9).
              10 CDC-SX-STATUS              PIC X(1).
              10 CDC-SX-DATE                PIC X(10).
              10 CDC-SX-COMPLETED-DATE      PIC X(10).
              10 CDC-SX-EXPIRY-DATE         PIC X(10).
              10 FILLER                     PIC X(629).
           05 CDC-AML-CASE-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-AM-ID                  PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-AM-PATTERN             PIC X(12).
              10 CDC-AM-SORTCODE            PIC X(6).
              10 CDC-AM-NUMBER              PIC X(9).
              10 CDC-AM-RAISED-DATE         PIC X(10).
              10 CDC-AM-STATUS              PIC X(1).
              10 CDC-AM-DISPOSITION         PIC X(12).
              10 CDC-AM-WORKED-BY           PIC X(8).
              10 CDC-AM-DECIDED-TS          PIC X(26).
              10 FILLER                     PIC X(606).
           05 CDC-LOAN-IMPAIRMENT-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-LI-SORTCODE            PIC X(6).
              10 CDC-LI-NUMBER              PIC X(9).
              10 CDC-LI-RUN-DATE            PIC X(10).
              10 CDC-LI-STAGE               PIC S9(4)
                                            SIGN LEADING SEPARATE.
              10 CDC-LI-BUCKET              PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-LI-DAYS-PAST-DUE       PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-LI-SCORE-ORIG          PIC S9(4)
                                            SIGN LEADING SEPARATE.
              10 CDC-LI-SCORE-NOW           PIC S9(4)
                                            SIGN LEADING SEPARATE.
              10 CDC-LI-EXPOSURE            PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-LI-LOSS-RATE           PIC S9(3)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-LI-PROVISION           PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-LI-MOVEMENT            PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 FILLER                     PIC X(595).
           05 CDC-LOAN-WRITEOFF-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-LW-SORTCODE            PIC X(6).
              10 CDC-LW-NUMBER              PIC X(9).
              10 CDC-LW-DATE                PIC X(10).
              10 CDC-LW-AMOUNT              PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-LW-PROVISION-USED      PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-LW-APPROVED-BY         PIC X(8).
              10 CDC-LW-RECOVERED           PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-LW-LAST-RECOVERY       PIC X(10).
              10 FILLER                     PIC X(618).
           05 CDC-LOAN-RECOVERY-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-LR-SORTCODE            PIC X(6).
              10 CDC-LR-NUMBER              PIC X(9).
              10 CDC-LR-SEQ                 PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-LR-DATE                PIC X(10).
              10 CDC-LR-AMOUNT              PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 FILLER                     PIC X(652).
           05 CDC-ISA-SUBSCRIPTION-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-IS-CUSTOMER            PIC X(10).
              10 CDC-IS-TAX-YEAR            PIC X(7).
              10 CDC-IS-SUBSCRIBED          PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-IS-LAST-UPDATE         PIC X(10).
              10 FILLER                     PIC X(660).
           05 CDC-DD-ORIGINATOR-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-OG-SUN                 PIC X(6).
              10 CDC-OG-SORTCODE            PIC X(6).
              10 CDC-OG-NUMBER              PIC X(9).
              10 CDC-OG-NAME                PIC X(18).
              10 CDC-OG-STATUS              PIC X(1).
              10 CDC-OG-STATUS-DATE         PIC X(10).
              10 FILLER                     PIC X(650).
           05 CDC-DD-ORIG-MANDATE-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-OM-SUN                 PIC X(6).
              10 CDC-OM-PAYER-SORTCODE      PIC X(6).
              10 CDC-OM-PAYER-ACCOUNT       PIC X(8).
              10 CDC-OM-REFERENCE           PIC X(18).
              10 CDC-OM-PAYER-NAME          PIC X(18).
              10 CDC-OM-STATUS              PIC X(1).
              10 CDC-OM-LODGED-DATE         PIC X(10).
              10 CDC-OM-STATUS-DATE         PIC X(10).
              10 CDC-OM-REASON              PIC X(4).
              10 CDC-OM-LAST-COLLECTED      PIC X(10).
              10 FILLER                     PIC X(609).
           05 CDC-DD-ORIG-COLL-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-DC-ID                  PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-DC-SUN                 PIC X(6).
              10 CDC-DC-FILE-REF            PIC X(16).
              10 CDC-DC-PAYER-SORTCODE      PIC X(6).
              10 CDC-DC-PAYER-ACCOUNT       PIC X(8).
              10 CDC-DC-REFERENCE           PIC X(18).
              10 CDC-DC-AMOUNT              PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-DC-DUE-DATE            PIC X(10).
              10 CDC-DC-STATUS              PIC X(1).
              10 CDC-DC-STATUS-DATE         PIC X(10).
              10 CDC-DC-REASON              PIC X(4).
              10 FILLER                     PIC X(598).
           05 CDC-CUSTOMER-ALIAS-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-CA-CUSTOMER            PIC X(10).
              10 CDC-CA-SURVIVOR            PIC X(10).
              10 CDC-CA-MERGE-ID            PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-CA-MERGED-DATE         PIC X(10).
              10 FILLER                     PIC X(660).
           05 CDC-ESCHEAT-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-ES-ID                  PIC S9(9)
                                            SIGN LEADING SEPARATE.
              10 CDC-ES-SORTCODE            PIC X(6).
              10 CDC-ES-NUMBER              PIC X(9).
              10 CDC-ES-CUSTOMER            PIC X(10).
              10 CDC-ES-ACCT-TYPE           PIC X(8).
              10 CDC-ES-INTEREST-RATE       PIC S9(2)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-ES-AMOUNT              PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-ES-ESCHEAT-DATE        PIC X(10).
              10 CDC-ES-STATUS              PIC X(1).
              10 CDC-ES-RECLAIM-DATE        PIC X(10).
              10 CDC-ES-RECLAIM-AMOUNT      PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 FILLER                     PIC X(605).
           05 CDC-REMEDIATION-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-RM-ID                  PIC X(8).
              10 CDC-RM-SORTCODE            PIC X(6).
              10 CDC-RM-NUMBER              PIC X(9).
              10 CDC-RM-CUSTOMER            PIC X(10).
              10 CDC-RM-REFUND              PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-RM-COMP-INTEREST       PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
              10 CDC-RM-STATUS              PIC X(1).
              10 CDC-RM-PAID-DATE           PIC X(10).
              10 FILLER                     PIC X(630).
           05 CDC-ACCT-RESORT-VIEW REDEFINES CDC-REC-BODY.
              10 CDC-RS-OLD-SORTCODE        PIC X(6).
              10 CDC-RS-OLD-NUMBER          PIC X(9).
              10 CDC-RS-NEW-SORTCODE        PIC X(6).
              10 CDC-RS-NEW-NUMBER          PIC X(9).
              10 CDC-RS-DATE                PIC X(10).
              10 CDC-RS-EXPIRY-DATE         PIC X(10).
              10 FILLER                     PIC X(650).
