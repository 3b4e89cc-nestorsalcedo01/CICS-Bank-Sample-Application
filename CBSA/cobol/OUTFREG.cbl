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
      * Title: OUTFREG                                                 *
      *                                                                *
      *                                                                *
      * Description: Outbound file register, CALLed as a subprogram    *
      *              by every batch step that writes a file for an     *
      *              outside receiver, once the file is closed.        *
      *              Records the file on OUTBOUND_FILE with its        *
      *              business date, the record count and hash total    *
      *              from its trailer and the time it was created.     *
      *              A rerun before the file has been sent replaces    *
      *              the unsent generation; once it has gone out, a    *
      *              rerun registers the next generation, so what      *
      *              was sent and what the receiver said about it      *
      *              are kept.                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTFREG.

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

      * Get the OUTBOUND_FILE DB2 copybook
           EXEC SQL
              INCLUDE OUTFDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * OUTBOUND_FILE host variables for DB2
       01 HOST-OUTBOUND-ROW.
          03 HV-OUTF-NAME                  PIC X(8).
          03 HV-OUTF-BUSINESS-DATE         PIC X(10).
          03 HV-OUTF-GENERATION            PIC S9(4) COMP.
          03 HV-OUTF-PROGRAM               PIC X(8).
          03 HV-OUTF-RECORD-COUNT          PIC S9(9) COMP.
          03 HV-OUTF-HASH-TOTAL            PIC S9(13)V99 COMP-3.

       LINKAGE SECTION.
       01 OUTFREG-PARMS.
           COPY OUTFREG.

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION USING OUTFREG-PARMS.
       PREMIERE SECTION.
       A010.

           MOVE 0 TO OFR-RETURN-CD.
           MOVE 0 TO OFR-GENERATION.

           MOVE OFR-FILE-NAME     TO HV-OUTF-NAME.
           MOVE OFR-BUSINESS-DATE TO HV-OUTF-BUSINESS-DATE.
           MOVE OFR-PROGRAM       TO HV-OUTF-PROGRAM.
           MOVE OFR-RECORD-COUNT  TO HV-OUTF-RECORD-COUNT.
           MOVE OFR-HASH-TOTAL    TO HV-OUTF-HASH-TOTAL.

           IF OFR-BUSINESS-DATE = SPACES
              EXEC SQL
                 SELECT CHAR(CURRENT DATE, ISO)
                 INTO   :HV-OUTF-BUSINESS-DATE
                 FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO OFR-RETURN-CD
                 GO TO A999
              END-IF
           END-IF.

           PERFORM REPLACE-UNSENT-GENERATION.

           IF SQLCODE = 0 AND SQLERRD(3) = 0
              PERFORM ADD-NEXT-GENERATION
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO OFR-RETURN-CD
              GO TO A999
           END-IF.

           EXEC SQL
                SELECT MAX(OUTF_GENERATION)
                INTO   :HV-OUTF-GENERATION
                FROM   OUTBOUND_FILE
                WHERE  OUTF_NAME          = :HV-OUTF-NAME
                AND    OUTF_BUSINESS_DATE =
                          DATE(:HV-OUTF-BUSINESS-DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO OFR-RETURN-CD
           ELSE
              MOVE HV-OUTF-GENERATION TO OFR-GENERATION
           END-IF.

       A999.
           GOBACK.

      *
      *    A file rewritten before the transmission step has picked
      *    it up simply replaces the generation nobody has seen.
      *
       REPLACE-UNSENT-GENERATION SECTION.
       RUG010.

           EXEC SQL
                UPDATE OUTBOUND_FILE
                SET    OUTF_PROGRAM      = :HV-OUTF-PROGRAM,
                       OUTF_RECORD_COUNT = :HV-OUTF-RECORD-COUNT,
                       OUTF_HASH_TOTAL   = :HV-OUTF-HASH-TOTAL,
                       OUTF_CREATED_TS   = CURRENT TIMESTAMP
                WHERE  OUTF_NAME          = :HV-OUTF-NAME
                AND    OUTF_BUSINESS_DATE =
                          DATE(:HV-OUTF-BUSINESS-DATE)
                AND    OUTF_SENT_TS IS NULL
                AND    OUTF_GENERATION    =
                       (SELECT MAX(B.OUTF_GENERATION)
                        FROM   OUTBOUND_FILE B
                        WHERE  B.OUTF_NAME          = :HV-OUTF-NAME
                        AND    B.OUTF_BUSINESS_DATE =
                                  DATE(:HV-OUTF-BUSINESS-DATE))
           END-EXEC.

       RUG999.
           EXIT.

       ADD-NEXT-GENERATION SECTION.
       ANG010.

           EXEC SQL
                INSERT INTO OUTBOUND_FILE
                (
                  OUTF_NAME          ,
                  OUTF_BUSINESS_DATE ,
                  OUTF_GENERATION    ,
                  OUTF_PROGRAM       ,
                  OUTF_RECORD_COUNT  ,
                  OUTF_HASH_TOTAL    ,
                  OUTF_CREATED_TS    ,
                  OUTF_SENT_TS       ,
                  OUTF_ACK_STATUS    ,
                  OUTF_ACK_TS        ,
                  OUTF_ACK_REASON
                )
                SELECT :HV-OUTF-NAME                  ,
                       DATE(:HV-OUTF-BUSINESS-DATE)   ,
                       COALESCE(MAX(OUTF_GENERATION), 0) + 1 ,
                       :HV-OUTF-PROGRAM               ,
                       :HV-OUTF-RECORD-COUNT          ,
                       :HV-OUTF-HASH-TOTAL            ,
                       CURRENT TIMESTAMP              ,
                       NULL                           ,
                       ' '                            ,
                       NULL                           ,
                       ' '
                FROM   OUTBOUND_FILE
                WHERE  OUTF_NAME          = :HV-OUTF-NAME
                AND    OUTF_BUSINESS_DATE =
                          DATE(:HV-OUTF-BUSINESS-DATE)
           END-EXEC.

       ANG999.
           EXIT.
