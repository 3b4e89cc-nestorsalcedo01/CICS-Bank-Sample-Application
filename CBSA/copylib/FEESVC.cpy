      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Fee services for the annual statement of fees: which ledger
      * entries are fees or debit interest, and the service each one
      * is shown under.  An entry is matched on its PROCTRAN type
      * and, where FSV-DESC-KEY is not blank, the description the
      * posting program gives it - every 'CHG' poster uses its own
      * fixed description, so one ledger type breaks out into the
      * separate services that raise it.  The first match wins, so
      * a type's catch-all row (blank key) comes after its specific
      * ones.  Only debits are fees; a credit of the same type is
      * not.  FEESTMT produces the statement from this table and
      * STMTRPR reprints it from the same table.
           05 FEE-SERVICE-VALUES.
              10 FILLER PIC X(3)  VALUE 'CHG'.
              10 FILLER PIC X(24) VALUE 'MONTHLY MAINTENANCE FEE'.
              10 FILLER PIC X(4)  VALUE 'MNTF'.
              10 FILLER PIC X(30) VALUE 'ACCOUNT MAINTENANCE FEE'.
              10 FILLER PIC X(3)  VALUE 'CHG'.
              10 FILLER PIC X(24) VALUE 'PAYMENT CHARGE'.
              10 FILLER PIC X(4)  VALUE 'PAYC'.
              10 FILLER PIC X(30) VALUE 'PAYMENT CHARGES'.
              10 FILLER PIC X(3)  VALUE 'CHG'.
              10 FILLER PIC X(24) VALUE 'LOAN ARREARS FEE'.
              10 FILLER PIC X(4)  VALUE 'ARRF'.
              10 FILLER PIC X(30) VALUE 'LOAN ARREARS FEES'.
              10 FILLER PIC X(3)  VALUE 'CHG'.
              10 FILLER PIC X(24) VALUE 'TERM DEPOSIT EARLY BREAK'.
              10 FILLER PIC X(4)  VALUE 'TDBK'.
              10 FILLER PIC X(30) VALUE 'EARLY WITHDRAWAL CHARGE'.
              10 FILLER PIC X(3)  VALUE 'CHG'.
              10 FILLER PIC X(24) VALUE SPACES.
              10 FILLER PIC X(4)  VALUE 'OCHG'.
              10 FILLER PIC X(30) VALUE 'OTHER CHARGES'.
              10 FILLER PIC X(3)  VALUE 'ODF'.
              10 FILLER PIC X(24) VALUE SPACES.
              10 FILLER PIC X(4)  VALUE 'ODFE'.
              10 FILLER PIC X(30) VALUE 'UNARRANGED OVERDRAFT FEES'.
              10 FILLER PIC X(3)  VALUE 'INT'.
              10 FILLER PIC X(24) VALUE SPACES.
              10 FILLER PIC X(4)  VALUE 'DINT'.
              10 FILLER PIC X(30) VALUE 'DEBIT INTEREST'.
           05 FEE-SERVICE-TABLE REDEFINES FEE-SERVICE-VALUES.
              10 FEE-SERVICE-ENTRY OCCURS 7 TIMES
                                   INDEXED BY FSV-IDX.
                 15 FSV-PROCTRAN-TYPE  PIC X(3).
                 15 FSV-DESC-KEY       PIC X(24).
                 15 FSV-SERVICE-CD     PIC X(4).
                 15 FSV-SERVICE-NAME   PIC X(30).
           05 FEE-SERVICE-COUNT        PIC 9(2) VALUE 7.
