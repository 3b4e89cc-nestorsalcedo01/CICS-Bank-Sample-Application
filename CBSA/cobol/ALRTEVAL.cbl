      *              EOD_BALANCE snapshot.  A subscription whose     *
      *              threshold the snapshot balance has crossed -    *
      *              dropped below for direction 'B', risen above    *
      *              for 'A' - queues one BALALERT notice on the     *
      *              customer communications queue (COMMQ), by the   *
      *              subscription's channel, and only on the         *
      *              crossing: the SUB_LAST_STATE latch holds 'T'    *
      *              while the balance stays beyond the line, so a   *
      *              balance hovering at the threshold alerts once,  *
      *              not every night.  Coming back across re-arms    *
      *              the latch.                                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
              INCLUDE ALRSDB2
           END-EXEC.

      * Get the EOD_BALANCE DB2 copybook
           EXEC SQL
              INCLUDE EODDB2
                     FOR FETCH ONLY
           END-EXEC.

      *    Each alert goes on the customer communications queue, by
      *    the channel the subscription asked for.
       01 WS-COMMQ-PGM                   PIC X(8) VALUE 'COMMQ'.
       01 WS-COMMQ-PARMS.
           COPY COMMQ.
       01 WS-NOTICE-TEXT.
           05 FILLER                     PIC X(20) VALUE
              'YOUR BALANCE IS NOW '.
           05 WS-NOTICE-DIRECTION        PIC X(5).
           05 FILLER                     PIC X(22) VALUE
              ' YOUR ALERT LEVEL OF '.
           05 WS-NOTICE-THRESHOLD        PIC -(8)9.99.

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       QUEUE-ONE-ALERT SECTION.
       QOA010.

           INITIALIZE WS-COMMQ-PARMS.
           MOVE 'BALALERT'          TO CMQ-MSG-TYPE.
           MOVE HV-SUB-SORTCODE     TO CMQ-SORTCODE.
           MOVE HV-SUB-NUMBER       TO CMQ-NUMBER.
           MOVE HV-SUB-CHANNEL      TO CMQ-CHANNEL.
           MOVE HV-TODAY            TO CMQ-REFERENCE.
           MOVE HV-SNAP-BALANCE     TO CMQ-AMOUNT.
           IF HV-SUB-DIRECTION = 'B'
              MOVE 'BELOW'          TO WS-NOTICE-DIRECTION
           ELSE
              MOVE 'ABOVE'          TO WS-NOTICE-DIRECTION
           END-IF.
           MOVE HV-SUB-THRESHOLD    TO WS-NOTICE-THRESHOLD.
           MOVE WS-NOTICE-TEXT      TO CMQ-TEXT.
           MOVE 'ALRTEVAL'          TO CMQ-PROGRAM.

           CALL WS-COMMQ-PGM USING WS-COMMQ-PARMS.

           IF CMQ-RETURN-CD NOT = 0
              MOVE CMQ-RETURN-CD TO WS-SQLCODE-DISPLAY
              DISPLAY 'ALRTEVAL unable to queue alert for '
                      HV-SUB-SORTCODE '/' HV-SUB-NUMBER
                      ' SQLCODE=' WS-SQLCODE-DISPLAY
