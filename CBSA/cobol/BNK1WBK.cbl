       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
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
      *
      *    Operator work-basket - one screen in front of every ops
      *    queue, so the teams stop keeping their own front ends on
      *    the commarea-only work transactions.  Enter with the
      *    queue field empty shows each queue the operator is
      *    entitled to work with its item count and the age in days
      *    of its oldest item:
      *       SA  sanctions holds           SANCWRK  R release,
      *                                              X confirm hit
      *       DA  dual authorization        DPAYAUT  A approve,
      *                                              J reject
      *       MC  maker-checker confirms    MKCKWRK  C confirm,
      *                                              J reject
      *       SU  inbound credit suspense   SUSPWRK  P re-post to
      *                                              the account in
      *                                              the parameter,
      *                                              X return
      *       AM  AML cases                 AMLWRK   G show the
      *                                              transactions,
      *                                              W take, D
      *                                              dispose with
      *                                              the parameter
      *       SG  awaiting signatures       SIGNWRK  S sign, J
      *                                              reject, as the
      *                                              signatory in
      *                                              the parameter
      *       OA  unacknowledged alerts     OPALWRK  A acknowledge
      *    Keying a queue code drills into that queue's first page;
      *    PF8 pages forward.  Keying an item number and action
      *    drives the queue's own work transaction through its
      *    commarea with the operator's identity, so its
      *    entitlement, audit and maker-checker controls apply
      *    exactly as they always have; a refusal is shown with
      *    its error-catalogue category.  A queue is shown to an
      *    operator holding either of its functions; SIGN-QUEUE
      *    and ALERT-ACK admit the two queues with no entitlement
      *    of their own.  Pseudo-conversational, with the PF-key
      *    and ABEND conventions the other BNK1* screens use:
      *    PF3/PF12 ends the session, CLEAR repaints, anything else
      *    is refused.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNK1WBK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.

       DATA DIVISION.
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

      * The BNK1WBK map input/output areas
       COPY BNK1WBK.

      * 3270 attention identifiers
       COPY DFHAID.

      * Get the CONSENT DB2 copybook
           EXEC SQL
              INCLUDE CONSTDB2
           END-EXEC.

      * Get the MAKER_CHECKER DB2 copybook
           EXEC SQL
              INCLUDE MKCKDB2
           END-EXEC.

      * Get the INB_SUSPENSE DB2 copybook
           EXEC SQL
              INCLUDE SUSPDB2
           END-EXEC.

      * Get the AML_CASE DB2 copybook
           EXEC SQL
              INCLUDE AMLDB2
           END-EXEC.

      * Get the ACCT_MANDATE DB2 copybook
           EXEC SQL
              INCLUDE SGMDB2
           END-EXEC.

      * Get the OPS_ALERTS DB2 copybook
           EXEC SQL
              INCLUDE OPALDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 WS-PAY-STATUS-DATA.
          COPY PAYSTAT.

      * Queue depth host variables for DB2
       01 HV-QUEUE-COUNT                PIC S9(9) COMP.
       01 HV-OLDEST-DAYS                PIC S9(9) COMP.

      *    The queues the basket fronts: code, work transaction,
      *    the functions that admit an operator to it, and its
      *    description - the FILLER-table-plus-REDEFINES idiom of
      *    the error catalogue.
       01 WS-QUEUE-TABLE.
           05 FILLER PIC X(58) VALUE
           'SASANCWRK REL-HOLD    CONFIRM-HIT SANCTIONS HOLDS'.
           05 FILLER PIC X(58) VALUE
           'DADPAYAUT APPROVE-PAY REJECT-PAY  DUAL AUTHORIZATION'.
           05 FILLER PIC X(58) VALUE
           'MCMKCKWRK LIFT-STOP   REL-HOLD    MAKER-CHECKER CONFIRMS'.
           05 FILLER PIC X(58) VALUE
           'SUSUSPWRK SUSP-REPOST SUSP-RETURN INBOUND CREDIT SUSPENSE'.
           05 FILLER PIC X(58) VALUE
           'AMAMLWRK  AML-TAKE    AML-DISPOSE AML CASES'.
           05 FILLER PIC X(58) VALUE
           'SGSIGNWRK SIGN-QUEUE              AWAITING SIGNATURES'.
           05 FILLER PIC X(58) VALUE
           'OAOPALWRK ALERT-ACK               UNACKNOWLEDGED ALERTS'.
       01 WS-QUEUE-TABLE-REDEF REDEFINES WS-QUEUE-TABLE.
           05 WS-QT-ENTRY OCCURS 7 TIMES INDEXED BY WS-QT-IDX.
              10 WS-QT-CODE              PIC X(2).
              10 WS-QT-PROGRAM           PIC X(8).
              10 WS-QT-FUNCTION-1        PIC X(12).
              10 WS-QT-FUNCTION-2        PIC X(12).
              10 WS-QT-DESC              PIC X(24).
       01 WS-QT-ENTRY-COUNT             PIC 9(4) VALUE 7.

       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP               PIC S9(8) COMP VALUE 0.
          03 WS-CICS-RESP2              PIC S9(8) COMP VALUE 0.

       01 GETBKPRM-COMMAREA.
          COPY GETBKPRM.

      *    The work transactions' own commareas.
       01 WS-SANCWRK-PGM                PIC X(8) VALUE 'SANCWRK'.
       01 WS-SANCWRK-COMMAREA.
          COPY SANCWRK.
       01 WS-DPAYAUT-PGM                PIC X(8) VALUE 'DPAYAUT'.
       01 WS-DPAYAUT-COMMAREA.
          COPY DPAYAUT.
       01 WS-MKCKWRK-PGM                PIC X(8) VALUE 'MKCKWRK'.
       01 WS-MKCKWRK-COMMAREA.
          COPY MKCKWRK.
       01 WS-SUSPWRK-PGM                PIC X(8) VALUE 'SUSPWRK'.
       01 WS-SUSPWRK-COMMAREA.
          COPY SUSPWRK.
       01 WS-AMLWRK-PGM                 PIC X(8) VALUE 'AMLWRK'.
       01 WS-AMLWRK-COMMAREA.
          COPY AMLWRK.
       01 WS-SIGNWRK-PGM                PIC X(8) VALUE 'SIGNWRK'.
       01 WS-SIGNWRK-COMMAREA.
          COPY SIGNWRK.
       01 WS-OPALWRK-PGM                PIC X(8) VALUE 'OPALWRK'.
       01 WS-OPALWRK-COMMAREA.
          COPY OPALWRK.

      *    Operator entitlement check (see ENTCHK): which queues the
      *    operator may see and work.
       01 WS-ENTCHK-PGM                 PIC X(8) VALUE 'ENTCHK'.
       01 WS-ENTCHK-PARMS.
          COPY ENTCHK.

      *  Shared return-code-to-category/message catalogue.
          COPY ERRCATLG.

       01 WS-OPERATOR-ID                PIC X(8).
       01 WS-QUEUE-ENTITLED             PIC X(1).
       01 WS-QUEUE-FOUND                PIC X(1).
       01 WS-FIND-CODE                  PIC X(2).

      *    The request being driven through a work transaction and
      *    what it answered.
       01 WS-REQ                        PIC X(1).
       01 WS-ITEM-ID                    PIC 9(9).
       01 WS-PARM                       PIC X(15).
       01 WS-RESULT-RC                  PIC S9(4).
       01 WS-RESULT-MSG                 PIC X(60).
       01 WS-ERROR-CATEGORY             PIC X(12).
       01 WS-OUTCOME-MSG                PIC X(79).
       01 WS-SCREEN-MESSAGE             PIC X(79).

       01 WS-LINE-SUB                   PIC 9(2).
       01 WS-ENTRY-SUB                  PIC 9(2).
       01 WS-SHOWN-COUNT                PIC 9(4).

       01 WS-LIST-LINE                  PIC X(78).

      *    The screen lines, one layout per queue.
       01 WS-SUMMARY-LINE.
          03 WS-SL-CODE                 PIC X(2).
          03 FILLER                     PIC X(2) VALUE SPACES.
          03 WS-SL-DESC                 PIC X(24).
          03 FILLER                     PIC X(2) VALUE SPACES.
          03 WS-SL-COUNT                PIC Z(6)9.
          03 FILLER                     PIC X(6) VALUE SPACES.
          03 WS-SL-OLDEST               PIC Z(4)9.
          03 FILLER                     PIC X(4) VALUE SPACES.
          03 WS-SL-NOTE                 PIC X(17).

       01 WS-SANC-LINE.
          03 WS-SAL-ID                  PIC 9(9).
          03 FILLER                     PIC X(2) VALUE SPACES.
          03 WS-SAL-AMOUNT              PIC -(9)9.99.
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-SAL-CCY                 PIC X(3).
          03 FILLER                     PIC X(2) VALUE SPACES.
          03 WS-SAL-SCORE               PIC ZZ9.
          03 FILLER                     PIC X(2) VALUE SPACES.
          03 WS-SAL-DEBIT-NAME          PIC X(21).
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-SAL-CREDIT-NAME         PIC X(21).

       01 WS-DPAU-LINE.
          03 WS-DAL-ID                  PIC 9(9).
          03 FILLER                     PIC X(2) VALUE SPACES.
          03 WS-DAL-DEBIT-AC            PIC X(16).
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-DAL-CREDIT-AC           PIC X(16).
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-DAL-AMOUNT              PIC -(9)9.99.
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-DAL-CCY                 PIC X(3).
          03 FILLER                     PIC X(2) VALUE SPACES.
          03 WS-DAL-INITIATED-BY        PIC X(8).

       01 WS-MKCK-LINE.
          03 WS-MCL-ID                  PIC 9(9).
          03 FILLER                     PIC X(2) VALUE SPACES.
          03 WS-MCL-PROGRAM             PIC X(8).
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-MCL-ACTION              PIC X(12).
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-MCL-KEY                 PIC X(20).
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-MCL-MAKER               PIC X(8).
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-MCL-REQUEST-DATE        PIC X(10).

       01 WS-SUSP-LINE.
          03 WS-SUL-ID                  PIC 9(9).
          03 FILLER                     PIC X(2) VALUE SPACES.
          03 WS-SUL-SORTCODE            PIC X(6).
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-SUL-NUMBER              PIC X(9).
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-SUL-AMOUNT              PIC -(9)9.99.
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-SUL-BANK-REF            PIC X(12).
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-SUL-RECEIVED            PIC X(10).
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-SUL-REASON              PIC X(12).

       01 WS-AML-LINE.
          03 WS-AML-ID                  PIC 9(9).
          03 FILLER                     PIC X(2) VALUE SPACES.
          03 WS-AML-PATTERN             PIC X(12).
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-AML-SORTCODE            PIC X(6).
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-AML-NUMBER              PIC X(9).
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-AML-RAISED              PIC X(10).
          03 FILLER                     PIC X(2) VALUE SPACES.
          03 WS-AML-STATUS              PIC X(1).

       01 WS-AMLTXN-LINE.
          03 WS-ATL-DATE                PIC X(10).
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-ATL-TYPE                PIC X(3).
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-ATL-AMOUNT              PIC -(9)9.99.
          03 FILLER                     PIC X(2) VALUE SPACES.
          03 WS-ATL-DESC                PIC X(40).

       01 WS-SIGN-LINE.
          03 WS-SGL-ID                  PIC 9(9).
          03 FILLER                     PIC X(2) VALUE SPACES.
          03 WS-SGL-DEBIT-AC            PIC X(16).
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-SGL-CREDIT-AC           PIC X(16).
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-SGL-AMOUNT              PIC -(9)9.99.
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-SGL-CCY                 PIC X(3).
          03 FILLER                     PIC X(2) VALUE SPACES.
          03 WS-SGL-COLLECTED           PIC 9(1).
          03 FILLER                     PIC X(1) VALUE '/'.
          03 WS-SGL-REQUIRED            PIC 9(1).

       01 WS-OPAL-LINE.
          03 WS-OAL-ID                  PIC 9(9).
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-OAL-SEVERITY            PIC X(1).
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-OAL-AGE                 PIC ZZZ9.
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-OAL-SOURCE              PIC X(8).
          03 FILLER                     PIC X(1) VALUE SPACES.
          03 WS-OAL-TEXT                PIC X(52).

       01 WS-COMM-AREA.
          03 WS-COMM-QUEUE              PIC X(2).
          03 WS-COMM-AFTER-ID           PIC 9(9).
          03 WS-COMM-MORE               PIC X(1).

       01 WS-ABEND-CODE                 PIC X(4) VALUE 'WB01'.

       01 WS-GOODBYE-MESSAGE            PIC X(26) VALUE
           'BNK1WBK session ended     '.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-QUEUE                 PIC X(2).
          03 COMM-AFTER-ID              PIC 9(9).
          03 COMM-MORE                  PIC X(1).

       PROCEDURE DIVISION.
       PREMIERE SECTION.
       A010.

           EXEC CICS HANDLE ABEND
              LABEL(ABEND-HANDLING)
           END-EXEC.

           IF EIBCALEN = 0
              PERFORM PAINT-EMPTY-SCREEN
              PERFORM RETURN-TRANSID
           END-IF.

           MOVE COMM-QUEUE    TO WS-COMM-QUEUE.
           MOVE COMM-AFTER-ID TO WS-COMM-AFTER-ID.
           MOVE COMM-MORE     TO WS-COMM-MORE.

           EXEC CICS ASSIGN
              USERID(WS-OPERATOR-ID)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO WS-OPERATOR-ID
           END-IF.

           EVALUATE EIBAID
              WHEN DFHPF3
              WHEN DFHPF12
                 PERFORM END-THE-SESSION
              WHEN DFHCLEAR
                 PERFORM PAINT-EMPTY-SCREEN
                 PERFORM RETURN-TRANSID
              WHEN DFHPF8
                 PERFORM PAGE-FORWARD
              WHEN DFHENTER
                 PERFORM PROCESS-THE-MAP
              WHEN OTHER
                 MOVE LOW-VALUES TO BNK1WBO
                 MOVE 'Invalid key - use Enter, PF8, PF3 or PF12'
                      TO MESSAGEO
                 PERFORM SEND-THE-MAP-DATAONLY
                 PERFORM RETURN-TRANSID
           END-EVALUATE.

           PERFORM RETURN-TRANSID.

       A999.
           EXIT.

      *
      *    Enter: an empty queue code shows the basket; a queue
      *    code alone opens that queue's first page; a queue code
      *    with an item number and action works the item.
      *
       PROCESS-THE-MAP SECTION.
       PTM010.

           MOVE LOW-VALUES TO BNK1WBI.

           EXEC CICS RECEIVE MAP('BNK1WBK')
              MAPSET('BNK1WBK')
              INTO(BNK1WBI)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              AND WS-CICS-RESP NOT = DFHRESP(MAPFAIL)
              EXEC CICS ABEND
                 ABCODE(WS-ABEND-CODE)
              END-EXEC
           END-IF.

           IF QUEUEL = 0 OR QUEUEI = SPACES
              PERFORM SHOW-BASKET-SUMMARY
              PERFORM RETURN-TRANSID
           END-IF.

           MOVE QUEUEI TO WS-FIND-CODE.
           PERFORM FIND-QUEUE.

           IF WS-QUEUE-FOUND NOT = 'Y'
              MOVE LOW-VALUES TO BNK1WBO
              MOVE 'Unknown queue code - Enter with it empty lists your
      -            ' queues' TO MESSAGEO
              PERFORM SEND-THE-MAP-DATAONLY
              PERFORM RETURN-TRANSID
           END-IF.

           PERFORM CHECK-QUEUE-ENTITLED.

           IF WS-QUEUE-ENTITLED NOT = 'Y'
              MOVE LOW-VALUES TO BNK1WBO
              MOVE 'You are not entitled to work this queue'
                   TO MESSAGEO
              PERFORM SEND-THE-MAP-DATAONLY
              PERFORM RETURN-TRANSID
           END-IF.

           MOVE QUEUEI  TO WS-COMM-QUEUE.
           MOVE SPACES  TO WS-OUTCOME-MSG.

           IF (ITEML = 0 OR ITEMI = SPACES)
              AND (ACTIONL = 0 OR ACTIONI = SPACES)
              MOVE 0 TO WS-COMM-AFTER-ID
              PERFORM LIST-THE-QUEUE
              PERFORM RETURN-TRANSID
           END-IF.

           IF ITEML = 0 OR ITEMI = SPACES
              MOVE LOW-VALUES TO BNK1WBO
              MOVE 'Please enter the item number to action'
                   TO MESSAGEO
              PERFORM SEND-THE-MAP-DATAONLY
              PERFORM RETURN-TRANSID
           END-IF.

           IF ACTIONL = 0 OR ACTIONI = SPACES
              MOVE LOW-VALUES TO BNK1WBO
              MOVE 'Please enter the action for the item'
                   TO MESSAGEO
              PERFORM SEND-THE-MAP-DATAONLY
              PERFORM RETURN-TRANSID
           END-IF.

           MOVE FUNCTION NUMVAL(ITEMI) TO WS-ITEM-ID.
           MOVE ACTIONI TO WS-REQ.
           MOVE SPACES  TO WS-PARM.
           IF PARML > 0 AND PARMI NOT = SPACES
              MOVE PARMI TO WS-PARM
           END-IF.

           PERFORM WORK-THE-ITEM.
           PERFORM RETURN-TRANSID.

       PTM999.
           EXIT.

      *
      *    Drive the item's action through the queue's own work
      *    transaction.  A refusal is shown over the page the
      *    operator is looking at; anything accepted refreshes the
      *    queue from its first page with the outcome.  An AML
      *    case's supporting transactions are shown in place of
      *    the page.
      *
       WORK-THE-ITEM SECTION.
       WTI010.

           MOVE LOW-VALUES TO BNK1WBO.
           MOVE 1 TO WS-LINE-SUB.
           MOVE 0 TO WS-SHOWN-COUNT.

           PERFORM DRIVE-THE-QUEUE.

           IF WS-RESULT-RC = 14 AND WS-COMM-QUEUE = 'SA'
              MOVE WS-RESULT-MSG TO WS-OUTCOME-MSG
              MOVE 0 TO WS-RESULT-RC
           END-IF.

           IF WS-RESULT-RC NOT = 0
              PERFORM SHOW-CATALOGUE-ERROR
              PERFORM RETURN-TRANSID
           END-IF.

           IF WS-COMM-QUEUE = 'AM' AND WS-REQ = 'G'
              PERFORM FETCH-COMPANY-NAME
              MOVE BKPRM-COMPANY-NAME TO COMPANYO
              MOVE WS-COMM-QUEUE      TO QUEUEO
              MOVE 'DATE       TYP        AMOUNT  DESCRIPTION'
                   TO TXT01O
              MOVE SPACES TO WS-SCREEN-MESSAGE
              STRING 'Supporting transactions for case '
                        DELIMITED BY SIZE,
                     WS-ITEM-ID DELIMITED BY SIZE,
                     ' - Enter returns to the queue'
                        DELIMITED BY SIZE
                     INTO WS-SCREEN-MESSAGE
              END-STRING
              MOVE WS-SCREEN-MESSAGE TO MESSAGEO
              PERFORM SEND-THE-MAP-ERASE
              GO TO WTI999
           END-IF.

           IF WS-OUTCOME-MSG = SPACES
              STRING 'Item ' DELIMITED BY SIZE,
                     WS-ITEM-ID DELIMITED BY SIZE,
                     ' actioned (' DELIMITED BY SIZE,
                     WS-REQ DELIMITED BY SIZE,
                     ') - the queue is refreshed below'
                        DELIMITED BY SIZE
                     INTO WS-OUTCOME-MSG
              END-STRING
           END-IF.

           MOVE 0 TO WS-COMM-AFTER-ID.
           PERFORM LIST-THE-QUEUE.

       WTI999.
           EXIT.

      *
      *    PF8: the next page of the open queue.  The alert queue
      *    always answers most severe and oldest first, so its next
      *    items come forward as the ones shown are acknowledged.
      *
       PAGE-FORWARD SECTION.
       PF010.

           IF WS-COMM-QUEUE = SPACES
              MOVE LOW-VALUES TO BNK1WBO
              MOVE 'No queue open - key a queue code first'
                   TO MESSAGEO
              PERFORM SEND-THE-MAP-DATAONLY
              PERFORM RETURN-TRANSID
           END-IF.

           IF WS-COMM-MORE NOT = 'Y'
              MOVE LOW-VALUES TO BNK1WBO
              MOVE 'No more items on this queue'
                   TO MESSAGEO
              PERFORM SEND-THE-MAP-DATAONLY
              PERFORM RETURN-TRANSID
           END-IF.

           IF WS-COMM-QUEUE = 'OA'
              MOVE LOW-VALUES TO BNK1WBO
              MOVE 'Acknowledge the alerts shown to bring the next ones
      -            ' forward' TO MESSAGEO
              PERFORM SEND-THE-MAP-DATAONLY
              PERFORM RETURN-TRANSID
           END-IF.

           MOVE SPACES TO WS-OUTCOME-MSG.
           PERFORM LIST-THE-QUEUE.

       PF999.
           EXIT.

      *
      *    One page of the open queue after WS-COMM-AFTER-ID, with
      *    the queue's column heading on the first line.
      *
       LIST-THE-QUEUE SECTION.
       LTQ010.

           MOVE LOW-VALUES TO BNK1WBO.
           MOVE 1 TO WS-LINE-SUB.
           MOVE 0 TO WS-SHOWN-COUNT.

           EVALUATE WS-COMM-QUEUE
              WHEN 'SA'
                 MOVE 'CONSENT           AMOUNT CCY  SCORE DEBIT NAME
      -               '            CREDIT NAME' TO TXT01O
              WHEN 'DA'
                 MOVE 'CONSENT    DEBIT AC         CREDIT AC
      -               '       AMOUNT CCY  INITIATOR' TO TXT01O
              WHEN 'MC'
                 MOVE 'REQUEST    PROGRAM  ACTION       KEY
      -               '                MAKER    REQUESTED' TO TXT01O
              WHEN 'SU'
                 MOVE 'SUSP ID    SORTCD ACCOUNT          AMOUNT BANK
      -               ' REF     RECEIVED   REASON' TO TXT01O
              WHEN 'AM'
                 MOVE 'CASE       PATTERN      SORTCD ACCOUNT   RAISED
      -               '      STATUS' TO TXT01O
              WHEN 'SG'
                 MOVE 'CONSENT    DEBIT AC         CREDIT AC
      -               '       AMOUNT CCY  SIGNED' TO TXT01O
              WHEN 'OA'
                 MOVE 'ALERT     S  AGE SOURCE   TEXT' TO TXT01O
           END-EVALUATE.

           MOVE 'L' TO WS-REQ.
           MOVE 0   TO WS-ITEM-ID.
           MOVE SPACES TO WS-PARM.
           PERFORM DRIVE-THE-QUEUE.

           IF WS-RESULT-RC NOT = 0
              PERFORM SHOW-CATALOGUE-ERROR
              PERFORM RETURN-TRANSID
           END-IF.

           PERFORM FETCH-COMPANY-NAME.
           MOVE BKPRM-COMPANY-NAME TO COMPANYO.
           MOVE WS-COMM-QUEUE      TO QUEUEO.

           IF WS-OUTCOME-MSG NOT = SPACES
              MOVE WS-OUTCOME-MSG TO MESSAGEO
           ELSE
              IF WS-SHOWN-COUNT = 0
                 MOVE 'The queue is empty - Enter with the queue code
      -               ' empty lists your queues' TO MESSAGEO
              ELSE
                 IF WS-COMM-MORE = 'Y'
                    MOVE 'PF8 pages forward; key item and action, then
      -                  ' Enter' TO MESSAGEO
                 ELSE
                    MOVE 'End of queue; key item and action, then Enter'
                         TO MESSAGEO
                 END-IF
              END-IF
           END-IF.

           PERFORM SEND-THE-MAP-ERASE.

       LTQ999.
           EXIT.

      *
      *    The basket: each queue the operator is entitled to, with
      *    its depth and the age in days of its oldest item, read
      *    straight from the queue's table with the predicate its
      *    work transaction lists by.
      *
       SHOW-BASKET-SUMMARY SECTION.
       SBS010.

           MOVE LOW-VALUES TO BNK1WBO.
           PERFORM FETCH-COMPANY-NAME.
           MOVE BKPRM-COMPANY-NAME TO COMPANYO.

           MOVE 'Q   QUEUE                       ITEMS   OLDEST (DAYS)'
                TO TXT01O.
           MOVE 1 TO WS-LINE-SUB.
           MOVE 0 TO WS-SHOWN-COUNT.

           PERFORM SUMMARISE-ONE-QUEUE
              VARYING WS-QT-IDX FROM 1 BY 1
              UNTIL WS-QT-IDX > WS-QT-ENTRY-COUNT.

           IF WS-SHOWN-COUNT = 0
              MOVE 'You are not entitled to work any queue'
                   TO MESSAGEO
           ELSE
              MOVE 'Key a queue code and press Enter to work it'
                   TO MESSAGEO
           END-IF.

           MOVE SPACES TO WS-COMM-QUEUE.
           MOVE 0      TO WS-COMM-AFTER-ID.
           MOVE 'N'    TO WS-COMM-MORE.

           PERFORM SEND-THE-MAP-ERASE.

       SBS999.
           EXIT.

       SUMMARISE-ONE-QUEUE SECTION.
       SOQ010.

           PERFORM CHECK-QUEUE-ENTITLED.

           IF WS-QUEUE-ENTITLED NOT = 'Y'
              GO TO SOQ999
           END-IF.

           PERFORM COUNT-THE-QUEUE.

           MOVE WS-QT-CODE (WS-QT-IDX) TO WS-SL-CODE.
           MOVE WS-QT-DESC (WS-QT-IDX) TO WS-SL-DESC.

           IF SQLCODE = 0
              MOVE HV-QUEUE-COUNT TO WS-SL-COUNT
              MOVE HV-OLDEST-DAYS TO WS-SL-OLDEST
              MOVE SPACES         TO WS-SL-NOTE
           ELSE
              MOVE 0              TO WS-SL-COUNT
              MOVE 0              TO WS-SL-OLDEST
              MOVE 'DEPTH UNAVAILABLE' TO WS-SL-NOTE
           END-IF.

           ADD 1 TO WS-LINE-SUB.
           ADD 1 TO WS-SHOWN-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-LIST-LINE.
           PERFORM FILL-ONE-SCREEN-LINE.

       SOQ999.
           EXIT.

       COUNT-THE-QUEUE SECTION.
       CTQ010.

           EVALUATE WS-QT-CODE (WS-QT-IDX)
              WHEN 'SA'
                 EXEC SQL
                    SELECT COUNT(*),
                           COALESCE(DAYS(CURRENT DATE) -
                              DAYS(MIN(DATE(LAST_UPDATE_TS))), 0)
                    INTO   :HV-QUEUE-COUNT,
                           :HV-OLDEST-DAYS
                    FROM   CONSENT
                    WHERE  DOMESTIC_PAY_STATUS = :PYST-HELD
                 END-EXEC
              WHEN 'DA'
                 EXEC SQL
                    SELECT COUNT(*),
                           COALESCE(DAYS(CURRENT DATE) -
                              DAYS(MIN(DATE(LAST_UPDATE_TS))), 0)
                    INTO   :HV-QUEUE-COUNT,
                           :HV-OLDEST-DAYS
                    FROM   CONSENT
                    WHERE  DOMESTIC_PAY_STATUS = :PYST-PENDING-AUTH
                 END-EXEC
              WHEN 'MC'
                 EXEC SQL
                    SELECT COUNT(*),
                           COALESCE(DAYS(CURRENT DATE) -
                              DAYS(MIN(DATE(MKC_REQUEST_TS))), 0)
                    INTO   :HV-QUEUE-COUNT,
                           :HV-OLDEST-DAYS
                    FROM   MAKER_CHECKER
                    WHERE  MKC_STATUS = 'P'
                 END-EXEC
              WHEN 'SU'
                 EXEC SQL
                    SELECT COUNT(*),
                           COALESCE(DAYS(CURRENT DATE) -
                              DAYS(MIN(SUSP_RECEIVED_DATE)), 0)
                    INTO   :HV-QUEUE-COUNT,
                           :HV-OLDEST-DAYS
                    FROM   INB_SUSPENSE
                    WHERE  SUSP_STATUS = 'O'
                 END-EXEC
              WHEN 'AM'
                 EXEC SQL
                    SELECT COUNT(*),
                           COALESCE(DAYS(CURRENT DATE) -
                              DAYS(MIN(CASE_RAISED_DATE)), 0)
                    INTO   :HV-QUEUE-COUNT,
                           :HV-OLDEST-DAYS
                    FROM   AML_CASE
                    WHERE  CASE_STATUS IN ('N', 'W')
                 END-EXEC
              WHEN 'SG'
                 EXEC SQL
                    SELECT COUNT(*),
                           COALESCE(DAYS(CURRENT DATE) -
                              DAYS(MIN(DATE(C.LAST_UPDATE_TS))), 0)
                    INTO   :HV-QUEUE-COUNT,
                           :HV-OLDEST-DAYS
                    FROM   CONSENT C,
                           ACCT_MANDATE M
                    WHERE  C.CONSENT_STATUS = 'W'
                    AND    M.MAND_SORTCODE  = SUBSTR(C.DEBIT_AC, 1, 6)
                    AND    M.MAND_NUMBER    =
                              '0' CONCAT SUBSTR(C.DEBIT_AC, 7, 8)
                    AND    M.MAND_STATUS    = 'A'
                 END-EXEC
              WHEN 'OA'
                 EXEC SQL
                    SELECT COUNT(*),
                           COALESCE(DAYS(CURRENT DATE) -
                              DAYS(MIN(DATE(ALRT_RAISED_TS))), 0)
                    INTO   :HV-QUEUE-COUNT,
                           :HV-OLDEST-DAYS
                    FROM   OPS_ALERTS
                    WHERE  ALRT_STATUS = 'N'
                 END-EXEC
           END-EVALUATE.

       CTQ999.
           EXIT.

       FIND-QUEUE SECTION.
       FQ010.

           MOVE 'N' TO WS-QUEUE-FOUND.

           PERFORM MATCH-ONE-QUEUE
              VARYING WS-QT-IDX FROM 1 BY 1
              UNTIL WS-QT-IDX > WS-QT-ENTRY-COUNT
                 OR WS-QUEUE-FOUND = 'Y'.

      *    The VARYING has stepped one past the match.
           IF WS-QUEUE-FOUND = 'Y'
              SET WS-QT-IDX DOWN BY 1
           END-IF.

       FQ999.
           EXIT.

       MATCH-ONE-QUEUE SECTION.
       MOQ010.

           IF WS-QT-CODE (WS-QT-IDX) = WS-FIND-CODE
              MOVE 'Y' TO WS-QUEUE-FOUND
           END-IF.

       MOQ999.
           EXIT.

      *
      *    An operator holding either of the queue's functions may
      *    see and work it; the work transaction still checks the
      *    specific function (and authority limit) of each decision.
      *
       CHECK-QUEUE-ENTITLED SECTION.
       CQE010.

           MOVE 'N' TO WS-QUEUE-ENTITLED.

           MOVE WS-QT-FUNCTION-1 (WS-QT-IDX) TO ENT-FUNCTION.
           PERFORM ASK-ENTCHK.

           IF WS-QUEUE-ENTITLED = 'Y'
              GO TO CQE999
           END-IF.

           IF WS-QT-FUNCTION-2 (WS-QT-IDX) = SPACES
              GO TO CQE999
           END-IF.

           MOVE WS-QT-FUNCTION-2 (WS-QT-IDX) TO ENT-FUNCTION.
           PERFORM ASK-ENTCHK.

       CQE999.
           EXIT.

       ASK-ENTCHK SECTION.
       AEC010.

           MOVE WS-OPERATOR-ID TO ENT-OPERATOR.
           MOVE 'N'            TO ENT-AMOUNT-FLAG.
           MOVE 0              TO ENT-AMOUNT.

           CALL WS-ENTCHK-PGM USING WS-ENTCHK-PARMS.

           IF ENT-RETURN-CD = 0
              AND (ENT-RESULT = 'Y' OR ENT-RESULT = 'L')
              MOVE 'Y' TO WS-QUEUE-ENTITLED
           END-IF.

       AEC999.
           EXIT.

      *
      *    One request (WS-REQ) through the open queue's work
      *    transaction; its return code and message come back in
      *    WS-RESULT-RC/WS-RESULT-MSG, and a listing's entries are
      *    laid onto the screen lines after the heading.
      *
       DRIVE-THE-QUEUE SECTION.
       DTQ010.

           EVALUATE WS-COMM-QUEUE
              WHEN 'SA'
                 PERFORM DRIVE-SANCWRK
              WHEN 'DA'
                 PERFORM DRIVE-DPAYAUT
              WHEN 'MC'
                 PERFORM DRIVE-MKCKWRK
              WHEN 'SU'
                 PERFORM DRIVE-SUSPWRK
              WHEN 'AM'
                 PERFORM DRIVE-AMLWRK
              WHEN 'SG'
                 PERFORM DRIVE-SIGNWRK
              WHEN 'OA'
                 PERFORM DRIVE-OPALWRK
           END-EVALUATE.

       DTQ999.
           EXIT.

       DRIVE-SANCWRK SECTION.
       DSW010.

           INITIALIZE WS-SANCWRK-COMMAREA.
           MOVE WS-REQ           TO SWK-REQ.
           MOVE WS-ITEM-ID       TO SWK-CONSENT-ID.
           MOVE WS-OPERATOR-ID   TO SWK-OFFICER-ID.
           MOVE WS-COMM-AFTER-ID TO SWK-AFTER-ID.

           EXEC CICS LINK
              PROGRAM(WS-SANCWRK-PGM)
              COMMAREA(WS-SANCWRK-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           PERFORM CHECK-LINK-RESP.

           MOVE SWK-RETURN-CD TO WS-RESULT-RC.
           MOVE SWK-ERROR-MSG TO WS-RESULT-MSG.

           IF WS-REQ = 'L' AND SWK-RETURN-CD = 0
              MOVE SWK-MORE-FLAG TO WS-COMM-MORE
              PERFORM SHOW-SANC-ENTRY
                 VARYING WS-ENTRY-SUB FROM 1 BY 1
                 UNTIL WS-ENTRY-SUB > SWK-HELD-COUNT
           END-IF.

       DSW999.
           EXIT.

       SHOW-SANC-ENTRY SECTION.
       SSE010.

           MOVE SWK-HE-CONSENT-ID (WS-ENTRY-SUB)   TO WS-SAL-ID.
           MOVE SWK-HE-AMOUNT (WS-ENTRY-SUB)       TO WS-SAL-AMOUNT.
           MOVE SWK-HE-CURRENCY-CD (WS-ENTRY-SUB)  TO WS-SAL-CCY.
           MOVE SWK-HE-MATCH-SCORE (WS-ENTRY-SUB)  TO WS-SAL-SCORE.
           MOVE SWK-HE-DEBIT-AC-CUSTNAME (WS-ENTRY-SUB)
                                                   TO WS-SAL-DEBIT-NAME.
           MOVE SWK-HE-CREDIT-AC-CUSTNAME (WS-ENTRY-SUB)
                                                  TO WS-SAL-CREDIT-NAME.
           MOVE SWK-HE-CONSENT-ID (WS-ENTRY-SUB)   TO WS-COMM-AFTER-ID.

           MOVE WS-SANC-LINE TO WS-LIST-LINE.
           PERFORM ADD-LIST-LINE.

       SSE999.
           EXIT.

       DRIVE-DPAYAUT SECTION.
       DDA010.

           INITIALIZE WS-DPAYAUT-COMMAREA.
           MOVE WS-REQ           TO DAU-REQ.
           MOVE WS-ITEM-ID       TO DAU-CONSENT-ID.
           MOVE WS-OPERATOR-ID   TO DAU-APPROVER-ID.
           MOVE WS-COMM-AFTER-ID TO DAU-AFTER-ID.

           EXEC CICS LINK
              PROGRAM(WS-DPAYAUT-PGM)
              COMMAREA(WS-DPAYAUT-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           PERFORM CHECK-LINK-RESP.

           MOVE DAU-RETURN-CD TO WS-RESULT-RC.
           MOVE DAU-ERROR-MSG TO WS-RESULT-MSG.

           IF WS-REQ = 'L' AND DAU-RETURN-CD = 0
              MOVE DAU-MORE-FLAG TO WS-COMM-MORE
              PERFORM SHOW-DPAU-ENTRY
                 VARYING WS-ENTRY-SUB FROM 1 BY 1
                 UNTIL WS-ENTRY-SUB > DAU-PEND-COUNT
           END-IF.

       DDA999.
           EXIT.

       SHOW-DPAU-ENTRY SECTION.
       SDE010.

           MOVE DAU-PE-CONSENT-ID (WS-ENTRY-SUB)   TO WS-DAL-ID.
           MOVE DAU-PE-DEBIT-AC (WS-ENTRY-SUB)     TO WS-DAL-DEBIT-AC.
           MOVE DAU-PE-CREDIT-AC (WS-ENTRY-SUB)    TO WS-DAL-CREDIT-AC.
           MOVE DAU-PE-AMOUNT (WS-ENTRY-SUB)       TO WS-DAL-AMOUNT.
           MOVE DAU-PE-CURRENCY-CD (WS-ENTRY-SUB)  TO WS-DAL-CCY.
           MOVE DAU-PE-INITIATED-BY (WS-ENTRY-SUB)
                                               TO WS-DAL-INITIATED-BY.
           MOVE DAU-PE-CONSENT-ID (WS-ENTRY-SUB)   TO WS-COMM-AFTER-ID.

           MOVE WS-DPAU-LINE TO WS-LIST-LINE.
           PERFORM ADD-LIST-LINE.

       SDE999.
           EXIT.

       DRIVE-MKCKWRK SECTION.
       DMC010.

           INITIALIZE WS-MKCKWRK-COMMAREA.
           MOVE WS-REQ           TO MKW-REQ.
           MOVE WS-ITEM-ID       TO MKW-MKC-ID.
           MOVE WS-OPERATOR-ID   TO MKW-CHECKER-ID.
           MOVE WS-COMM-AFTER-ID TO MKW-AFTER-ID.

           EXEC CICS LINK
              PROGRAM(WS-MKCKWRK-PGM)
              COMMAREA(WS-MKCKWRK-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           PERFORM CHECK-LINK-RESP.

           MOVE MKW-RETURN-CD TO WS-RESULT-RC.
           MOVE MKW-ERROR-MSG TO WS-RESULT-MSG.

           IF WS-REQ = 'L' AND MKW-RETURN-CD = 0
              MOVE MKW-MORE-FLAG TO WS-COMM-MORE
              PERFORM SHOW-MKCK-ENTRY
                 VARYING WS-ENTRY-SUB FROM 1 BY 1
                 UNTIL WS-ENTRY-SUB > MKW-PEND-COUNT
           END-IF.

       DMC999.
           EXIT.

       SHOW-MKCK-ENTRY SECTION.
       SME010.

           MOVE MKW-PE-MKC-ID (WS-ENTRY-SUB)       TO WS-MCL-ID.
           MOVE MKW-PE-PROGRAM (WS-ENTRY-SUB)      TO WS-MCL-PROGRAM.
           MOVE MKW-PE-ACTION (WS-ENTRY-SUB)       TO WS-MCL-ACTION.
           MOVE MKW-PE-KEY (WS-ENTRY-SUB)          TO WS-MCL-KEY.
           MOVE MKW-PE-MAKER (WS-ENTRY-SUB)        TO WS-MCL-MAKER.
           MOVE MKW-PE-REQUEST-TS (WS-ENTRY-SUB)(1:10)
                                               TO WS-MCL-REQUEST-DATE.
           MOVE MKW-PE-MKC-ID (WS-ENTRY-SUB)       TO WS-COMM-AFTER-ID.

           MOVE WS-MKCK-LINE TO WS-LIST-LINE.
           PERFORM ADD-LIST-LINE.

       SME999.
           EXIT.

      *
      *    A re-post takes the corrected account from the parameter
      *    field: the sort code then the 9-digit account number.
      *
       DRIVE-SUSPWRK SECTION.
       DSU010.

           INITIALIZE WS-SUSPWRK-COMMAREA.
           MOVE WS-REQ           TO SUW-REQ.
           MOVE WS-ITEM-ID       TO SUW-SUSP-ID.
           MOVE WS-OPERATOR-ID   TO SUW-OPERATOR-ID.
           MOVE WS-PARM(1:6)     TO SUW-FIX-SORTCODE.
           MOVE WS-PARM(7:9)     TO SUW-FIX-NUMBER.
           MOVE WS-COMM-AFTER-ID TO SUW-AFTER-ID.

           EXEC CICS LINK
              PROGRAM(WS-SUSPWRK-PGM)
              COMMAREA(WS-SUSPWRK-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           PERFORM CHECK-LINK-RESP.

           MOVE SUW-RETURN-CD TO WS-RESULT-RC.
           MOVE SUW-ERROR-MSG TO WS-RESULT-MSG.

           IF WS-REQ = 'L' AND SUW-RETURN-CD = 0
              MOVE SUW-MORE-FLAG TO WS-COMM-MORE
              PERFORM SHOW-SUSP-ENTRY
                 VARYING WS-ENTRY-SUB FROM 1 BY 1
                 UNTIL WS-ENTRY-SUB > SUW-OPEN-COUNT
           END-IF.

       DSU999.
           EXIT.

       SHOW-SUSP-ENTRY SECTION.
       SUE010.

           MOVE SUW-OE-SUSP-ID (WS-ENTRY-SUB)      TO WS-SUL-ID.
           MOVE SUW-OE-SORTCODE (WS-ENTRY-SUB)     TO WS-SUL-SORTCODE.
           MOVE SUW-OE-NUMBER (WS-ENTRY-SUB)       TO WS-SUL-NUMBER.
           MOVE SUW-OE-AMOUNT (WS-ENTRY-SUB)       TO WS-SUL-AMOUNT.
           MOVE SUW-OE-ORIGIN-BANK-REF (WS-ENTRY-SUB)
                                                   TO WS-SUL-BANK-REF.
           MOVE SUW-OE-RECEIVED-DATE (WS-ENTRY-SUB)
                                                   TO WS-SUL-RECEIVED.
           MOVE SUW-OE-REASON (WS-ENTRY-SUB)       TO WS-SUL-REASON.
           MOVE SUW-OE-SUSP-ID (WS-ENTRY-SUB)      TO WS-COMM-AFTER-ID.

           MOVE WS-SUSP-LINE TO WS-LIST-LINE.
           PERFORM ADD-LIST-LINE.

       SUE999.
           EXIT.

      *
      *    A disposition takes its code ('REPORTED', 'CLEARED', ...)
      *    from the parameter field; 'G' lays the case's supporting
      *    transactions onto the screen.
      *
       DRIVE-AMLWRK SECTION.
       DAM010.

           INITIALIZE WS-AMLWRK-COMMAREA.
           MOVE WS-REQ           TO AMW-REQ.
           MOVE WS-ITEM-ID       TO AMW-CASE-ID.
           MOVE WS-OPERATOR-ID   TO AMW-OFFICER-ID.
           MOVE WS-PARM(1:12)    TO AMW-DISPOSITION.
           MOVE WS-COMM-AFTER-ID TO AMW-AFTER-ID.

           EXEC CICS LINK
              PROGRAM(WS-AMLWRK-PGM)
              COMMAREA(WS-AMLWRK-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           PERFORM CHECK-LINK-RESP.

           MOVE AMW-RETURN-CD TO WS-RESULT-RC.
           MOVE AMW-ERROR-MSG TO WS-RESULT-MSG.

           IF WS-REQ = 'L' AND AMW-RETURN-CD = 0
              MOVE AMW-MORE-FLAG TO WS-COMM-MORE
              PERFORM SHOW-AML-ENTRY
                 VARYING WS-ENTRY-SUB FROM 1 BY 1
                 UNTIL WS-ENTRY-SUB > AMW-CASE-COUNT
           END-IF.

           IF WS-REQ = 'G' AND AMW-RETURN-CD = 0
              PERFORM SHOW-AML-TXN
                 VARYING WS-ENTRY-SUB FROM 1 BY 1
                 UNTIL WS-ENTRY-SUB > AMW-TXN-COUNT
           END-IF.

       DAM999.
           EXIT.

       SHOW-AML-ENTRY SECTION.
       SAE010.

           MOVE AMW-CE-CASE-ID (WS-ENTRY-SUB)      TO WS-AML-ID.
           MOVE AMW-CE-PATTERN (WS-ENTRY-SUB)      TO WS-AML-PATTERN.
           MOVE AMW-CE-SORTCODE (WS-ENTRY-SUB)     TO WS-AML-SORTCODE.
           MOVE AMW-CE-NUMBER (WS-ENTRY-SUB)       TO WS-AML-NUMBER.
           MOVE AMW-CE-RAISED-DATE (WS-ENTRY-SUB)  TO WS-AML-RAISED.
           MOVE AMW-CE-STATUS (WS-ENTRY-SUB)       TO WS-AML-STATUS.
           MOVE AMW-CE-CASE-ID (WS-ENTRY-SUB)      TO WS-COMM-AFTER-ID.

           MOVE WS-AML-LINE TO WS-LIST-LINE.
           PERFORM ADD-LIST-LINE.

       SAE999.
           EXIT.

       SHOW-AML-TXN SECTION.
       SAT010.

           MOVE AMW-TE-DATE (WS-ENTRY-SUB)         TO WS-ATL-DATE.
           MOVE AMW-TE-TYPE (WS-ENTRY-SUB)         TO WS-ATL-TYPE.
           MOVE AMW-TE-AMOUNT (WS-ENTRY-SUB)       TO WS-ATL-AMOUNT.
           MOVE AMW-TE-DESC (WS-ENTRY-SUB)         TO WS-ATL-DESC.

           MOVE WS-AMLTXN-LINE TO WS-LIST-LINE.
           PERFORM ADD-LIST-LINE.

       SAT999.
           EXIT.

      *
      *    A signature or refusal is given as the mandated
      *    signatory keyed in the parameter field - the operator
      *    keys the instruction the signatory gave the branch.
      *
       DRIVE-SIGNWRK SECTION.
       DSG010.

           INITIALIZE WS-SIGNWRK-COMMAREA.
           MOVE WS-REQ           TO SGW-REQ.
           MOVE WS-ITEM-ID       TO SGW-CONSENT-ID.
           MOVE WS-PARM(1:8)     TO SGW-SIGNATORY-ID.
           MOVE WS-COMM-AFTER-ID TO SGW-AFTER-ID.

           EXEC CICS LINK
              PROGRAM(WS-SIGNWRK-PGM)
              COMMAREA(WS-SIGNWRK-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           PERFORM CHECK-LINK-RESP.

           MOVE SGW-RETURN-CD TO WS-RESULT-RC.
           MOVE SGW-ERROR-MSG TO WS-RESULT-MSG.

           IF WS-REQ = 'L' AND SGW-RETURN-CD = 0
              MOVE SGW-MORE-FLAG TO WS-COMM-MORE
              PERFORM SHOW-SIGN-ENTRY
                 VARYING WS-ENTRY-SUB FROM 1 BY 1
                 UNTIL WS-ENTRY-SUB > SGW-PEND-COUNT
           END-IF.

       DSG999.
           EXIT.

       SHOW-SIGN-ENTRY SECTION.
       SGE010.

           MOVE SGW-PE-CONSENT-ID (WS-ENTRY-SUB)   TO WS-SGL-ID.
           MOVE SGW-PE-DEBIT-AC (WS-ENTRY-SUB)     TO WS-SGL-DEBIT-AC.
           MOVE SGW-PE-CREDIT-AC (WS-ENTRY-SUB)    TO WS-SGL-CREDIT-AC.
           MOVE SGW-PE-AMOUNT (WS-ENTRY-SUB)       TO WS-SGL-AMOUNT.
           MOVE SGW-PE-CURRENCY-CD (WS-ENTRY-SUB)  TO WS-SGL-CCY.
           MOVE SGW-PE-SIGS-COLLECTED (WS-ENTRY-SUB)
                                                   TO WS-SGL-COLLECTED.
           MOVE SGW-PE-SIGS-REQUIRED (WS-ENTRY-SUB)
                                                   TO WS-SGL-REQUIRED.
           MOVE SGW-PE-CONSENT-ID (WS-ENTRY-SUB)   TO WS-COMM-AFTER-ID.

           MOVE WS-SIGN-LINE TO WS-LIST-LINE.
           PERFORM ADD-LIST-LINE.

       SGE999.
           EXIT.

       DRIVE-OPALWRK SECTION.
       DOA010.

           INITIALIZE WS-OPALWRK-COMMAREA.
           MOVE WS-REQ           TO OAW-REQ.
           MOVE WS-ITEM-ID       TO OAW-ALRT-ID.
           MOVE WS-OPERATOR-ID   TO OAW-OPERATOR-ID.

           EXEC CICS LINK
              PROGRAM(WS-OPALWRK-PGM)
              COMMAREA(WS-OPALWRK-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           PERFORM CHECK-LINK-RESP.

           MOVE OAW-RETURN-CD TO WS-RESULT-RC.
           MOVE OAW-ERROR-MSG TO WS-RESULT-MSG.

           IF WS-REQ = 'L' AND OAW-RETURN-CD = 0
              MOVE OAW-MORE-FLAG TO WS-COMM-MORE
              PERFORM SHOW-OPAL-ENTRY
                 VARYING WS-ENTRY-SUB FROM 1 BY 1
                 UNTIL WS-ENTRY-SUB > OAW-ALERT-COUNT
           END-IF.

       DOA999.
           EXIT.

       SHOW-OPAL-ENTRY SECTION.
       SOE010.

           MOVE OAW-AE-ALRT-ID (WS-ENTRY-SUB)      TO WS-OAL-ID.
           MOVE OAW-AE-SEVERITY (WS-ENTRY-SUB)     TO WS-OAL-SEVERITY.
           MOVE OAW-AE-AGE-DAYS (WS-ENTRY-SUB)     TO WS-OAL-AGE.
           MOVE OAW-AE-SOURCE (WS-ENTRY-SUB)       TO WS-OAL-SOURCE.
           MOVE OAW-AE-TEXT (WS-ENTRY-SUB)         TO WS-OAL-TEXT.

           MOVE WS-OPAL-LINE TO WS-LIST-LINE.
           PERFORM ADD-LIST-LINE.

       SOE999.
           EXIT.

       CHECK-LINK-RESP SECTION.
       CLR010.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS ABEND
                 ABCODE(WS-ABEND-CODE)
              END-EXEC
           END-IF.

       CLR999.
           EXIT.

       ADD-LIST-LINE SECTION.
       ALL010.

           ADD 1 TO WS-LINE-SUB.
           ADD 1 TO WS-SHOWN-COUNT.
           PERFORM FILL-ONE-SCREEN-LINE.

       ALL999.
           EXIT.

      *
      *    The work transaction's refusal, shown as the catalogue
      *    category plus the transaction's own message over the
      *    page on the screen.  The ops transactions raise the
      *    catalogue's codes in their own queue's terms, so the
      *    category classifies the refusal and the message says
      *    precisely what refused; a code the catalogue does not
      *    hold (a raw SQLCODE) is classed 'SYSTEM'.
      *
       SHOW-CATALOGUE-ERROR SECTION.
       SCE010.

           MOVE 'SYSTEM' TO WS-ERROR-CATEGORY.

           PERFORM MATCH-CATALOGUE-ENTRY
              VARYING WS-EC-IDX FROM 1 BY 1
              UNTIL WS-EC-IDX > WS-EC-ENTRY-COUNT.

           MOVE SPACES TO WS-SCREEN-MESSAGE.
           STRING WS-ERROR-CATEGORY DELIMITED BY SPACE,
                  ': ' DELIMITED BY SIZE,
                  WS-RESULT-MSG DELIMITED BY SIZE
                  INTO WS-SCREEN-MESSAGE
           END-STRING.

           MOVE LOW-VALUES TO BNK1WBO.
           MOVE WS-SCREEN-MESSAGE TO MESSAGEO.
           PERFORM SEND-THE-MAP-DATAONLY.

       SCE999.
           EXIT.

       MATCH-CATALOGUE-ENTRY SECTION.
       MCE010.

           IF WS-RESULT-RC > 0
              AND WS-EC-CODE (WS-EC-IDX) = WS-RESULT-RC
              MOVE WS-EC-CATEGORY (WS-EC-IDX) TO WS-ERROR-CATEGORY
           END-IF.

       MCE999.
           EXIT.

      *
      *    Drop WS-LIST-LINE into screen line WS-LINE-SUB, the
      *    BNK1SPL way.
      *
       FILL-ONE-SCREEN-LINE SECTION.
       FOSL010.

           EVALUATE WS-LINE-SUB
              WHEN 1  MOVE WS-LIST-LINE TO TXT01O
              WHEN 2  MOVE WS-LIST-LINE TO TXT02O
              WHEN 3  MOVE WS-LIST-LINE TO TXT03O
              WHEN 4  MOVE WS-LIST-LINE TO TXT04O
              WHEN 5  MOVE WS-LIST-LINE TO TXT05O
              WHEN 6  MOVE WS-LIST-LINE TO TXT06O
              WHEN 7  MOVE WS-LIST-LINE TO TXT07O
              WHEN 8  MOVE WS-LIST-LINE TO TXT08O
              WHEN 9  MOVE WS-LIST-LINE TO TXT09O
              WHEN 10 MOVE WS-LIST-LINE TO TXT10O
              WHEN 11 MOVE WS-LIST-LINE TO TXT11O
              WHEN 12 MOVE WS-LIST-LINE TO TXT12O
              WHEN 13 MOVE WS-LIST-LINE TO TXT13O
              WHEN 14 MOVE WS-LIST-LINE TO TXT14O
              WHEN 15 MOVE WS-LIST-LINE TO TXT15O
              WHEN 16 MOVE WS-LIST-LINE TO TXT16O
           END-EVALUATE.

       FOSL999.
           EXIT.

      *
      *    The bank name for the heading; every full repaint needs
      *    it, since nothing survives between tasks but the
      *    commarea.
      *
       FETCH-COMPANY-NAME SECTION.
       FCN010.

           INITIALIZE GETBKPRM-COMMAREA.

           EXEC CICS LINK
              PROGRAM('GETBKPRM')
              COMMAREA(GETBKPRM-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

       FCN999.
           EXIT.

       PAINT-EMPTY-SCREEN SECTION.
       PES010.

           PERFORM FETCH-COMPANY-NAME.

           MOVE LOW-VALUES TO BNK1WBO.
           MOVE BKPRM-COMPANY-NAME TO COMPANYO.
           MOVE 'Press Enter to see your work queues'
                TO MESSAGEO.
           MOVE SPACES TO WS-COMM-QUEUE.
           MOVE 0      TO WS-COMM-AFTER-ID.
           MOVE 'N'    TO WS-COMM-MORE.

           PERFORM SEND-THE-MAP-ERASE.

       PES999.
           EXIT.

       SEND-THE-MAP-ERASE SECTION.
       STME010.

           EXEC CICS SEND MAP('BNK1WBK')
              MAPSET('BNK1WBK')
              FROM(BNK1WBO)
              ERASE
              FREEKB
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS ABEND
                 ABCODE(WS-ABEND-CODE)
              END-EXEC
           END-IF.

       STME999.
           EXIT.

       SEND-THE-MAP-DATAONLY SECTION.
       STMD010.

           EXEC CICS SEND MAP('BNK1WBK')
              MAPSET('BNK1WBK')
              FROM(BNK1WBO)
              DATAONLY
              FREEKB
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS ABEND
                 ABCODE(WS-ABEND-CODE)
              END-EXEC
           END-IF.

       STMD999.
           EXIT.

       RETURN-TRANSID SECTION.
       RT010.

           EXEC CICS RETURN
              TRANSID(EIBTRNID)
              COMMAREA(WS-COMM-AREA)
           END-EXEC.

           GOBACK.

       RT999.
           EXIT.

       END-THE-SESSION SECTION.
       ETS010.

           EXEC CICS SEND TEXT
              FROM(WS-GOODBYE-MESSAGE)
              LENGTH(LENGTH OF WS-GOODBYE-MESSAGE)
              ERASE
              FREEKB
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.

           GOBACK.

       ETS999.
           EXIT.

      *
      *    Anything unrecoverable lands here: the task's updates are
      *    backed out and the operator gets a fresh screen rather
      *    than a hung terminal - the same convention the other
      *    BNK1* screens follow.
      *
       ABEND-HANDLING SECTION.
       AH010.

           EXEC CICS SYNCPOINT ROLLBACK
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
           END-EXEC.

           PERFORM PAINT-EMPTY-SCREEN.

           EXEC CICS RETURN
           END-EXEC.

           GOBACK.

       AH999.
           EXIT.
