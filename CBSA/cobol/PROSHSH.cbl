      ******************************************************************
      *                                                                *
      * Licensed Materials - Property of IBM                           *
      *                                                                *
      * (c) Copyright IBM Corp. 2026.                                  *
      *                                                                *
      * US Government Users Restricted Rights - Use, duplication       *
      * or disclosure restricted by GSA ADP Schedule Contract          *
      * with IBM Corp.                                                 *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      * Title: PROSHSH                                                 *
      *                                                                *
      *                                                                *
      * Description: PROCTRAN seal hash, CALLed by the PROSEAL sealing *
      *              step and the PROSVFY verification so the two can  *
      *              never disagree about how a day is hashed.  A day  *
      *              is started from the previous day's seal, each of  *
      *              its rows is folded in, in key order, and the      *
      *              finished seal is two polynomial hashes over every *
      *              byte taken to different prime moduli, side by     *
      *              side as twenty digits.  Each row is first put     *
      *              into the shape PROARCH writes it to the archive,  *
      *              so a row hashes the same before and after it is   *
      *              archived.  Pure computation: no DB2, no CICS, the *
      *              SANCMTCH pattern.                                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROSHSH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.

       DATA DIVISION.
      *****************************************************************
      *** Working storage                                           ***
      *****************************************************************
       WORKING-STORAGE SECTION.
      * Copyright statement as a literal to go into the load module
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2026. All Rights Reserved.'.
       77 FILLER PIC X(80) VALUE
           'US Government Users Restricted Rights - Use, duplication '.
       77 FILLER PIC X(80) VALUE
           'or disclosure restricted by GSA ADP Schedule Contract '.
       77 FILLER PIC X(80) VALUE
           'with IBM Corp.'.

      *    The row as PROARCH archives it - the PROCTRAN-RECORD-
      *    STRUCTURE layout of PROOFFL/PROLOAD.
       01  WS-ROW-IMAGE.
           03 WS-IMG-EYE-CATCHER           PIC X(4).
           03 WS-IMG-SORT-CODE             PIC 9(6).
           03 WS-IMG-NUMBER                PIC 9(8).
           03 WS-IMG-DATE                  PIC 9(8).
           03 WS-IMG-TIME                  PIC 9(6).
           03 WS-IMG-REF                   PIC 9(12).
           03 WS-IMG-TYPE                  PIC X(3).
           03 WS-IMG-DESC                  PIC X(40).
           03 WS-IMG-AMOUNT                PIC S9(10)V99.
           03 WS-IMG-CONSENT-ID            PIC 9(9).
           03 WS-IMG-COUNTER-ACC-NO        PIC 9(8).
       01  WS-ROW-IMAGE-R REDEFINES WS-ROW-IMAGE.
           03 WS-IMG-BYTE                  PIC X(1) OCCURS 116 TIMES.
       01  WS-IMAGE-LENGTH                 PIC 9(4) COMP VALUE 116.

       01  WS-SEED-R.
           03 WS-SEED-BYTE                 PIC X(1) OCCURS 20 TIMES.

      *    One byte seen as a halfword, so its code point can be
      *    used as a number.
       01  WS-BYTE-WORK.
           03 WS-BYTE-HIGH                 PIC X(1) VALUE LOW-VALUE.
           03 WS-BYTE-CHAR                 PIC X(1).
       01  WS-BYTE-VALUE REDEFINES WS-BYTE-WORK
                                           PIC 9(4) COMP.

      *    The two hashes: base and prime modulus for each.
       01  WS-HASH-1-BASE                  PIC 9(5) COMP VALUE 257.
       01  WS-HASH-1-MODULUS               PIC 9(10) COMP-3
                                           VALUE 2147483647.
       01  WS-HASH-2-BASE                  PIC 9(5) COMP VALUE 65599.
       01  WS-HASH-2-MODULUS               PIC 9(10) COMP-3
                                           VALUE 999999937.

       01  WS-PRODUCT                      PIC S9(18) COMP-3.
       01  WS-QUOTIENT                     PIC S9(18) COMP-3.
       01  WS-BYTE-IDX                     PIC 9(4) COMP.

       01  WS-SEAL-OUT.
           03 WS-SEAL-HASH-1               PIC 9(10).
           03 WS-SEAL-HASH-2               PIC 9(10).

      *****************************************************************
      *** Linkage Storage                                           ***
      *****************************************************************
       LINKAGE SECTION.
       01  PROSHSH-PARMS.
           COPY PROSHSH.

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION USING PROSHSH-PARMS.
       PREMIERE SECTION.
       A010.

           MOVE 0 TO SLH-RETURN-CD.

           EVALUATE SLH-REQUEST
              WHEN 'S'
                 PERFORM START-DAY-SEAL
              WHEN 'R'
                 PERFORM FOLD-IN-ROW
              WHEN 'F'
                 PERFORM FINISH-DAY-SEAL
              WHEN OTHER
                 MOVE -1 TO SLH-RETURN-CD
           END-EVALUATE.

       A999.
           GOBACK.

      *
      *    The chain: a day's hash starts from the seal before it.
      *
       START-DAY-SEAL SECTION.
       SDS010.

           MOVE 0 TO SLH-HASH-1.
           MOVE 0 TO SLH-HASH-2.
           MOVE 0 TO SLH-ROW-COUNT.
           MOVE 0 TO SLH-AMOUNT-TOTAL.
           MOVE SPACES TO SLH-SEAL.

           MOVE SLH-PREV-SEAL TO WS-SEED-R.

           PERFORM FOLD-IN-SEED-BYTE
              VARYING WS-BYTE-IDX FROM 1 BY 1
                UNTIL WS-BYTE-IDX > 20.

       SDS999.
           EXIT.

       FOLD-IN-SEED-BYTE SECTION.
       FSB010.

           MOVE WS-SEED-BYTE (WS-BYTE-IDX) TO WS-BYTE-CHAR.
           PERFORM FOLD-IN-BYTE.

       FSB999.
           EXIT.

      *
      *    The same moves PROARCH makes writing the archive record,
      *    then every byte of the result.
      *
       FOLD-IN-ROW SECTION.
       FIR010.

           MOVE SLH-EYECATCHER      TO WS-IMG-EYE-CATCHER.
           MOVE SLH-SORTCODE        TO WS-IMG-SORT-CODE.
           MOVE SLH-NUMBER          TO WS-IMG-NUMBER.

           STRING SLH-DATE(9:2) DELIMITED BY SIZE,
                  SLH-DATE(6:2) DELIMITED BY SIZE,
                  SLH-DATE(1:4) DELIMITED BY SIZE
                  INTO WS-IMG-DATE
           END-STRING.

           MOVE SLH-TIME            TO WS-IMG-TIME.
           MOVE SLH-REF             TO WS-IMG-REF.
           MOVE SLH-TYPE            TO WS-IMG-TYPE.
           MOVE SLH-DESC            TO WS-IMG-DESC.
           MOVE SLH-AMOUNT          TO WS-IMG-AMOUNT.
           MOVE SLH-CONSENT-ID      TO WS-IMG-CONSENT-ID.
           MOVE SLH-COUNTER-ACC-NO  TO WS-IMG-COUNTER-ACC-NO.

           PERFORM FOLD-IN-IMAGE-BYTE
              VARYING WS-BYTE-IDX FROM 1 BY 1
                UNTIL WS-BYTE-IDX > WS-IMAGE-LENGTH.

           ADD 1          TO SLH-ROW-COUNT.
           ADD SLH-AMOUNT TO SLH-AMOUNT-TOTAL.

       FIR999.
           EXIT.

       FOLD-IN-IMAGE-BYTE SECTION.
       FIB010.

           MOVE WS-IMG-BYTE (WS-BYTE-IDX) TO WS-BYTE-CHAR.
           PERFORM FOLD-IN-BYTE.

       FIB999.
           EXIT.

      *
      *    hash = (hash * base + byte + 1) mod prime, for each of
      *    the two.  The + 1 keeps a leading low-value from
      *    vanishing.
      *
       FOLD-IN-BYTE SECTION.
       FBY010.

           COMPUTE WS-PRODUCT = SLH-HASH-1 * WS-HASH-1-BASE
                              + WS-BYTE-VALUE + 1.
           DIVIDE WS-PRODUCT BY WS-HASH-1-MODULUS
              GIVING WS-QUOTIENT REMAINDER SLH-HASH-1.

           COMPUTE WS-PRODUCT = SLH-HASH-2 * WS-HASH-2-BASE
                              + WS-BYTE-VALUE + 1.
           DIVIDE WS-PRODUCT BY WS-HASH-2-MODULUS
              GIVING WS-QUOTIENT REMAINDER SLH-HASH-2.

       FBY999.
           EXIT.

       FINISH-DAY-SEAL SECTION.
       FDS010.

           MOVE SLH-HASH-1 TO WS-SEAL-HASH-1.
           MOVE SLH-HASH-2 TO WS-SEAL-HASH-2.
           MOVE WS-SEAL-OUT TO SLH-SEAL.

       FDS999.
           EXIT.
