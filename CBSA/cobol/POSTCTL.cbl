       CBL SQL
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
      * Title: POSTCTL                                                 *
      *                                                                *
      *                                                                *
      * Description: Daily posting control register, CALLed as a       *
      *              subprogram by every program that inserts into     *
      *              PROCTRAN - batch and online alike - straight      *
      *              after each insert.  Adds the row to the calling   *
      *              source's claim on DAILY_POSTING_CONTROL for the   *
      *              row's ledger date and type: one more row, its     *
      *              signed amount and its absolute amount.  The       *
      *              day-end LEDGPRF proof sets the claims of every    *
      *              source against PROCTRAN itself.  The claim is     *
      *              made in the caller's unit of work and never       *
      *              committed here, so a posting backed out takes     *
      *              its claim with it.                                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTCTL.

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

      * Get the DAILY_POSTING_CONTROL DB2 copybook
           EXEC SQL
              INCLUDE PCTLDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * DAILY_POSTING_CONTROL host variables for DB2
       01 HOST-CONTROL-ROW.
          03 HV-CTL-DATE                   PIC X(10).
          03 HV-CTL-SOURCE                 PIC X(8).
          03 HV-CTL-TYPE                   PIC X(3).
          03 HV-CTL-AMOUNT                 PIC S9(10)V99 COMP-3.
          03 HV-CTL-GROSS-AMOUNT           PIC S9(10)V99 COMP-3.

       LINKAGE SECTION.
       01 POSTCTL-PARMS.
           COPY POSTCTL.

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION USING POSTCTL-PARMS.
       PREMIERE SECTION.
       A010.

           MOVE 0 TO PCT-RETURN-CD.

           MOVE PCT-DATE   TO HV-CTL-DATE.
           MOVE PCT-SOURCE TO HV-CTL-SOURCE.
           MOVE PCT-TYPE   TO HV-CTL-TYPE.
           MOVE PCT-AMOUNT TO HV-CTL-AMOUNT.

           IF PCT-AMOUNT < 0
              COMPUTE HV-CTL-GROSS-AMOUNT = 0 - PCT-AMOUNT
           ELSE
              MOVE PCT-AMOUNT TO HV-CTL-GROSS-AMOUNT
           END-IF.

           IF PCT-DATE = SPACES
              EXEC SQL
                 SELECT CHAR(CURRENT DATE, ISO)
                 INTO   :HV-CTL-DATE
                 FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO PCT-RETURN-CD
                 GO TO A999
              END-IF
           END-IF.

           PERFORM ADD-TO-CLAIM.

      *
      *    The source's first posting of the type that day opens
      *    its claim.  Two online tasks can race to open the same
      *    claim; the loser adds to the winner's row instead.
      *
           IF SQLCODE = 0 AND SQLERRD(3) = 0
              PERFORM OPEN-CLAIM
              IF SQLCODE = -803
                 PERFORM ADD-TO-CLAIM
              END-IF
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO PCT-RETURN-CD
           END-IF.

       A999.
           GOBACK.

       ADD-TO-CLAIM SECTION.
       ATC010.

           EXEC SQL
                UPDATE DAILY_POSTING_CONTROL
                SET    CTL_COUNT        = CTL_COUNT + 1,
                       CTL_AMOUNT       = CTL_AMOUNT
                                          + :HV-CTL-AMOUNT,
                       CTL_GROSS_AMOUNT = CTL_GROSS_AMOUNT
                                          + :HV-CTL-GROSS-AMOUNT,
                       CTL_LAST_TS      = CURRENT TIMESTAMP
                WHERE  CTL_DATE   = DATE(:HV-CTL-DATE)
                AND    CTL_SOURCE = :HV-CTL-SOURCE
                AND    CTL_TYPE   = :HV-CTL-TYPE
           END-EXEC.

       ATC999.
           EXIT.

       OPEN-CLAIM SECTION.
       OC010.

           EXEC SQL
                INSERT INTO DAILY_POSTING_CONTROL
                (
                  CTL_DATE         ,
                  CTL_SOURCE       ,
                  CTL_TYPE         ,
                  CTL_COUNT        ,
                  CTL_AMOUNT       ,
                  CTL_GROSS_AMOUNT ,
                  CTL_LAST_TS
                )
                VALUES
                (
                  DATE(:HV-CTL-DATE)   ,
                  :HV-CTL-SOURCE       ,
                  :HV-CTL-TYPE         ,
                  1                    ,
                  :HV-CTL-AMOUNT       ,
                  :HV-CTL-GROSS-AMOUNT ,
                  CURRENT TIMESTAMP
                )
           END-EXEC.

       OC999.
           EXIT.
