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
      * Title: COMMQ                                                   *
      *                                                                *
      *                                                                *
      * Description: Customer communications queue, CALLed as a        *
      *              subprogram by every batch step that raises a      *
      *              notice for a customer.  Puts the notice on        *
      *              COMMS_QUEUE under its message type, addressed     *
      *              to the customer - the account's holder when the   *
      *              caller does not name one - for the COMMRTE        *
      *              routing batch to send by the customer's chosen    *
      *              channel.  A notice about an account that is not   *
      *              ours is not queued (RC 4) and the caller carries  *
      *              on.                                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMQ.

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

      * Get the COMMS_QUEUE DB2 copybook
           EXEC SQL
              INCLUDE CMQDB2
           END-EXEC.

      * Get the ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * COMMS_QUEUE host variables for DB2
       01 HOST-COMMS-QUEUE-ROW.
          03 HV-CMQ-MSG-TYPE               PIC X(8).
          03 HV-CMQ-CUSTOMER               PIC X(10).
          03 HV-CMQ-SORTCODE               PIC X(6).
          03 HV-CMQ-NUMBER                 PIC X(8).
          03 HV-CMQ-REQ-CHANNEL            PIC X(1).
          03 HV-CMQ-REFERENCE              PIC X(20).
          03 HV-CMQ-AMOUNT                 PIC S9(10)V99 COMP-3.
          03 HV-CMQ-CURRENCY-CD            PIC X(3).
          03 HV-CMQ-TEXT                   PIC X(80).
          03 HV-CMQ-PROGRAM                PIC X(8).

       LINKAGE SECTION.
       01 COMMQ-PARMS.
           COPY COMMQ.

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION USING COMMQ-PARMS.
       PREMIERE SECTION.
       A010.

           MOVE 0 TO CMQ-RETURN-CD.

           MOVE CMQ-MSG-TYPE    TO HV-CMQ-MSG-TYPE.
           MOVE CMQ-CUSTOMER    TO HV-CMQ-CUSTOMER.
           MOVE CMQ-SORTCODE    TO HV-CMQ-SORTCODE.
           MOVE CMQ-NUMBER      TO HV-CMQ-NUMBER.
           MOVE CMQ-CHANNEL     TO HV-CMQ-REQ-CHANNEL.
           MOVE CMQ-REFERENCE   TO HV-CMQ-REFERENCE.
           MOVE CMQ-AMOUNT      TO HV-CMQ-AMOUNT.
           MOVE CMQ-CURRENCY-CD TO HV-CMQ-CURRENCY-CD.
           MOVE CMQ-TEXT        TO HV-CMQ-TEXT.
           MOVE CMQ-PROGRAM     TO HV-CMQ-PROGRAM.

           IF HV-CMQ-CURRENCY-CD = SPACES
              MOVE 'GBP' TO HV-CMQ-CURRENCY-CD
           END-IF.

           IF HV-CMQ-CUSTOMER = SPACES
              PERFORM FIND-ACCOUNT-HOLDER
              IF CMQ-RETURN-CD NOT = 0
                 GO TO A999
              END-IF
           END-IF.

           PERFORM ADD-QUEUE-ROW.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO CMQ-RETURN-CD
           END-IF.

       A999.
           GOBACK.

      *
      *    The notice goes to the account's holder of record.
      *
       FIND-ACCOUNT-HOLDER SECTION.
       FAH010.

           EXEC SQL
                SELECT ACCOUNT_CUSTOMER_NUMBER
                INTO   :HV-CMQ-CUSTOMER
                FROM   ACCOUNT
                WHERE  ACCOUNT_SORTCODE = :HV-CMQ-SORTCODE
                AND    ACCOUNT_NUMBER   = :HV-CMQ-NUMBER
           END-EXEC.

           IF SQLCODE = 100
              MOVE 4 TO CMQ-RETURN-CD
           ELSE
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO CMQ-RETURN-CD
              END-IF
           END-IF.

       FAH999.
           EXIT.

       ADD-QUEUE-ROW SECTION.
       AQR010.

           EXEC SQL
                INSERT INTO COMMS_QUEUE
                (
                  CMQ_ID          ,
                  CMQ_MSG_TYPE    ,
                  CMQ_CUSTOMER    ,
                  CMQ_SORTCODE    ,
                  CMQ_NUMBER      ,
                  CMQ_REQ_CHANNEL ,
                  CMQ_REFERENCE   ,
                  CMQ_AMOUNT      ,
                  CMQ_CURRENCY_CD ,
                  CMQ_TEXT        ,
                  CMQ_PROGRAM     ,
                  CMQ_RAISED_TS   ,
                  CMQ_STATUS      ,
                  CMQ_CHANNEL     ,
                  CMQ_ROUTED_TS
                )
                SELECT COALESCE(MAX(CMQ_ID), 0) + 1 ,
                       :HV-CMQ-MSG-TYPE             ,
                       :HV-CMQ-CUSTOMER             ,
                       :HV-CMQ-SORTCODE             ,
                       :HV-CMQ-NUMBER               ,
                       :HV-CMQ-REQ-CHANNEL          ,
                       :HV-CMQ-REFERENCE            ,
                       :HV-CMQ-AMOUNT               ,
                       :HV-CMQ-CURRENCY-CD          ,
                       :HV-CMQ-TEXT                 ,
                       :HV-CMQ-PROGRAM              ,
                       CURRENT TIMESTAMP            ,
                       'N'                          ,
                       ' '                          ,
                       NULL
                FROM   COMMS_QUEUE
           END-EXEC.

       AQR999.
           EXIT.
