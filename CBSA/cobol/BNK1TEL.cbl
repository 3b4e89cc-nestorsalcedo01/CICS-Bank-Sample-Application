       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
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
      *    Teller counter screen for the live branches.  The teller
      *    keys the branch sort code, till id and a function:
      *       O - open a shift, with the float in the amount field
      *       D - counter deposit of the amount to the account
      *       W - counter withdrawal of the amount from the account
      *       B - balance the till against the declared cash
      *       E - enquire on the till's position
      *    Enter drives TELLAPI, which posts a deposit or withdrawal
      *    to the ledger there and then, and the screen shows the
      *    account's balances after the item, the item's number on
      *    the till, and the till's running position - float,
      *    deposits, withdrawals, the cash it should hold and, once
      *    balanced, the over/short.  A refusal (stopped or dormant
      *    account, insufficient funds, ISA allowance, entitlement)
      *    shows TELLAPI's message.  Pseudo-conversational with the
      *    PF-key and ABEND conventions the other BNK1* screens use:
      *    PF3/PF12 ends the session, CLEAR repaints, anything else
      *    is refused.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNK1TEL.

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

      * The BNK1TEL map input/output areas
       COPY BNK1TEL.

      * 3270 attention identifiers
       COPY DFHAID.

       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP               PIC S9(8) COMP VALUE 0.
          03 WS-CICS-RESP2              PIC S9(8) COMP VALUE 0.

       01 GETBKPRM-COMMAREA.
          COPY GETBKPRM.

       01 WS-TELLAPI-COMMAREA.
          COPY TELLAPI.

       01 WS-TELLAPI-PGM                PIC X(8) VALUE 'TELLAPI'.

      *    Money as the screen shows it.
       01 WS-MONEY-DISPLAY              PIC -(10)9.99.

       01 WS-COMM-AREA.
          03 WS-COMM-STATE              PIC X(1).

       01 WS-ABEND-CODE                 PIC X(4) VALUE 'TL01'.

       01 WS-GOODBYE-MESSAGE            PIC X(26) VALUE
           'BNK1TEL session ended     '.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-STATE                 PIC X(1).

       PROCEDURE DIVISION.
       PREMIERE SECTION.
       A010.

           EXEC CICS HANDLE ABEND
              LABEL(ABEND-HANDLING)
           END-EXEC.

      *
      *    First time in (no commarea yet): paint the empty map and
      *    re-arm the transaction pseudo-conversationally.
      *
           IF EIBCALEN = 0
              PERFORM PAINT-EMPTY-SCREEN
              PERFORM RETURN-TRANSID
           END-IF.

           MOVE COMM-STATE TO WS-COMM-STATE.

           EVALUATE EIBAID
              WHEN DFHPF3
              WHEN DFHPF12
                 PERFORM END-THE-SESSION
              WHEN DFHCLEAR
                 PERFORM PAINT-EMPTY-SCREEN
                 PERFORM RETURN-TRANSID
              WHEN DFHENTER
                 PERFORM PROCESS-THE-MAP
              WHEN OTHER
                 MOVE LOW-VALUES TO BNK1TEO
                 MOVE 'Invalid key pressed - use Enter, PF3 or PF12'
                      TO MESSAGEO
                 PERFORM SEND-THE-MAP-DATAONLY
                 PERFORM RETURN-TRANSID
           END-EVALUATE.

           PERFORM RETURN-TRANSID.

       A999.
           EXIT.

      *
      *    Enter pressed: read what the teller keyed, check that
      *    each function has the fields it needs (TELLAPI validates
      *    everything else), then drive the till request.
      *
       PROCESS-THE-MAP SECTION.
       PTM010.

           MOVE LOW-VALUES TO BNK1TEI.

           EXEC CICS RECEIVE MAP('BNK1TEL')
              MAPSET('BNK1TEL')
              INTO(BNK1TEI)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              AND WS-CICS-RESP NOT = DFHRESP(MAPFAIL)
              EXEC CICS ABEND
                 ABCODE(WS-ABEND-CODE)
              END-EXEC
           END-IF.

           IF BRSCL = 0 OR TILLIDL = 0
              OR BRSCI = SPACES OR TILLIDI = SPACES
              MOVE LOW-VALUES TO BNK1TEO
              MOVE 'Please enter the branch sort code and till id'
                   TO MESSAGEO
              PERFORM SEND-THE-MAP-DATAONLY
              PERFORM RETURN-TRANSID
           END-IF.

           IF FUNCL = 0
              OR (FUNCI NOT = 'O' AND FUNCI NOT = 'D'
                  AND FUNCI NOT = 'W' AND FUNCI NOT = 'B'
                  AND FUNCI NOT = 'E')
              MOVE LOW-VALUES TO BNK1TEO
              MOVE 'Function must be O, D, W, B or E'
                   TO MESSAGEO
              PERFORM SEND-THE-MAP-DATAONLY
              PERFORM RETURN-TRANSID
           END-IF.

           IF (FUNCI = 'D' OR FUNCI = 'W')
              AND (ACCNOL = 0 OR ACCNOI = SPACES)
              MOVE LOW-VALUES TO BNK1TEO
              MOVE 'Please enter the account number'
                   TO MESSAGEO
              PERFORM SEND-THE-MAP-DATAONLY
              PERFORM RETURN-TRANSID
           END-IF.

           IF (FUNCI = 'O' OR FUNCI = 'D' OR FUNCI = 'W')
              AND (AMOUNTL = 0 OR AMOUNTI = SPACES)
              MOVE LOW-VALUES TO BNK1TEO
              MOVE 'Please enter the amount'
                   TO MESSAGEO
              PERFORM SEND-THE-MAP-DATAONLY
              PERFORM RETURN-TRANSID
           END-IF.

           IF FUNCI = 'B'
              AND (DECLCSHL = 0 OR DECLCSHI = SPACES)
              MOVE LOW-VALUES TO BNK1TEO
              MOVE 'Please enter the cash counted in the till'
                   TO MESSAGEO
              PERFORM SEND-THE-MAP-DATAONLY
              PERFORM RETURN-TRANSID
           END-IF.

           PERFORM DRIVE-THE-TILL.
           PERFORM RETURN-TRANSID.

       PTM999.
           EXIT.

      *
      *    One TELLAPI request; a refusal shows TELLAPI's message,
      *    anything else shows the balances and the till position
      *    it hands back.
      *
       DRIVE-THE-TILL SECTION.
       DTT010.

           INITIALIZE WS-TELLAPI-COMMAREA.
           MOVE FUNCI            TO TLA-REQ.
           MOVE BRSCI            TO TLA-SORTCODE.
           MOVE TILLIDI          TO TLA-TILL-ID.

           IF ACCNOL > 0 AND ACCNOI NOT = SPACES
              MOVE ACCNOI        TO TLA-ACCOUNT-NO
           END-IF.

           IF AMOUNTL > 0 AND AMOUNTI NOT = SPACES
              MOVE FUNCTION NUMVAL(AMOUNTI) TO TLA-AMOUNT
           END-IF.

           IF TREFL > 0 AND TREFI NOT = SPACES
              MOVE TREFI         TO TLA-REFERENCE
           END-IF.

           IF DECLCSHL > 0 AND DECLCSHI NOT = SPACES
              MOVE FUNCTION NUMVAL(DECLCSHI) TO TLA-DECLARED-CASH
           END-IF.

           EXEC CICS LINK
              PROGRAM(WS-TELLAPI-PGM)
              COMMAREA(WS-TELLAPI-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS ABEND
                 ABCODE(WS-ABEND-CODE)
              END-EXEC
           END-IF.

           MOVE LOW-VALUES TO BNK1TEO.

           IF TLA-RETURN-CD NOT = 0
              MOVE TLA-ERROR-MSG TO MESSAGEO
              PERFORM SEND-THE-MAP-DATAONLY
              PERFORM RETURN-TRANSID
           END-IF.

           MOVE BKPRM-COMPANY-NAME TO COMPANYO.

           IF TLA-REQ = 'D' OR TLA-REQ = 'W'
              MOVE TLA-ITEM-SEQ     TO ITEMSEQO
              MOVE TLA-AVAIL-BAL    TO WS-MONEY-DISPLAY
              MOVE WS-MONEY-DISPLAY TO AVBALO
              MOVE TLA-ACTUAL-BAL   TO WS-MONEY-DISPLAY
              MOVE WS-MONEY-DISPLAY TO ACTBALO
           END-IF.

           MOVE TLA-OPENING-CASH   TO WS-MONEY-DISPLAY.
           MOVE WS-MONEY-DISPLAY   TO OPENCSHO.
           MOVE TLA-DEPOSITS       TO WS-MONEY-DISPLAY.
           MOVE WS-MONEY-DISPLAY   TO DEPOSO.
           MOVE TLA-WITHDRAWALS    TO WS-MONEY-DISPLAY.
           MOVE WS-MONEY-DISPLAY   TO WDRAWSO.
           MOVE TLA-EXPECTED-CASH  TO WS-MONEY-DISPLAY.
           MOVE WS-MONEY-DISPLAY   TO EXPCSHO.

           IF TLA-TILL-STATUS = 'B'
              MOVE TLA-OVER-SHORT   TO WS-MONEY-DISPLAY
              MOVE WS-MONEY-DISPLAY TO OVSHRTO
           END-IF.

           EVALUATE TLA-REQ
              WHEN 'O'
                 MOVE 'Till opened - the float is shown above'
                      TO MESSAGEO
              WHEN 'D'
                 MOVE 'Deposit posted - balances shown above'
                      TO MESSAGEO
              WHEN 'W'
                 MOVE 'Withdrawal posted - balances shown above'
                      TO MESSAGEO
              WHEN 'B'
                 MOVE 'Till balanced - over(+)/short(-) shown above'
                      TO MESSAGEO
              WHEN OTHER
                 MOVE 'Till position shown above'
                      TO MESSAGEO
           END-EVALUATE.

           PERFORM SEND-THE-MAP-DATAONLY.

       DTT999.
           EXIT.

       PAINT-EMPTY-SCREEN SECTION.
       PES010.

           INITIALIZE GETBKPRM-COMMAREA.

           EXEC CICS LINK
              PROGRAM('GETBKPRM')
              COMMAREA(GETBKPRM-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           MOVE LOW-VALUES TO BNK1TEO.
           MOVE BKPRM-COMPANY-NAME TO COMPANYO.
           MOVE 'Key the branch, till and function and press Enter'
                TO MESSAGEO.
           MOVE SPACES TO WS-COMM-STATE.

           PERFORM SEND-THE-MAP-ERASE.

       PES999.
           EXIT.

       SEND-THE-MAP-ERASE SECTION.
       STME010.

           EXEC CICS SEND MAP('BNK1TEL')
              MAPSET('BNK1TEL')
              FROM(BNK1TEO)
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

           EXEC CICS SEND MAP('BNK1TEL')
              MAPSET('BNK1TEL')
              FROM(BNK1TEO)
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
      *    backed out and the teller gets a fresh screen rather than
      *    a hung terminal - the same convention the other BNK1*
      *    screens follow.
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
