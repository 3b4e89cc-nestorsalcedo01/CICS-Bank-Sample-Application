
       01 WS-CUST-NO-DISPLAY            PIC 9(10).

      *    The customer-number resolver - a number retired by a
      *    customer merge is answered for the customer it was
      *    merged into.
       01 WS-CUSTRES-PGM                PIC X(8) VALUE 'CUSTRES'.
       01 WS-CUSTRES-PARMS.
           COPY CUSTRES.

       01 CREDAGY-COMMAREA.
           COPY CREDAGY.

           END-IF.

           MOVE CDOR-CUST-NO     TO WS-CUST-NO-DISPLAY.
           MOVE WS-CUST-NO-DISPLAY TO CRS-CUSTOMER.
           CALL WS-CUSTRES-PGM USING WS-CUSTRES-PARMS.

           IF CRS-RETURN-CD NOT = 0 AND CRS-RETURN-CD NOT = 4
              MOVE CRS-RETURN-CD TO CDOR-RETURN-CD
              MOVE 'DATABASE ERROR - WHEN SELECT FROM CUSTOMER_ALIAS'
                   TO CDOR-ERROR-MSG
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE CRS-SURVIVOR     TO HV-CUST-NO.
           MOVE HV-CUST-NO       TO WS-CUST-NO-DISPLAY.

           PERFORM ANSWER-FROM-STORED-SCORE.

              GO TO COA999
           END-IF.

           MOVE WS-CUST-NO-DISPLAY TO CRAG-CUST-NO.
           MOVE WS-AGENCY-IDX  TO CRAG-AGENCY-ID.
           MOVE 0              TO CRAG-SCORE.
           MOVE 0              TO CRAG-RETURN-CD.
