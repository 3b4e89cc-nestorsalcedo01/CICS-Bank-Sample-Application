               PROCTRAN_DESC                   CHAR(40),
               PROCTRAN_AMOUNT                 DECIMAL(12, 2),
               PROCTRAN_CONSENT_ID             INTEGER NOT NULL,
               PROCTRAN_COUNTER_ACC_NO         CHAR(9),
               PROCTRAN_VALUE_DATE             DATE
              )
           END-EXEC.

          03 HV-PROCTRAN-TYPE              PIC X(3).
          03 HV-PROCTRAN-DESC              PIC X(40).
          03 HV-PROCTRAN-AMOUNT            PIC S9(10)V99 COMP-3.
          03 HV-PROCTRAN-REF               PIC X(12).
          03 HV-PROCTRAN-CONSENT-ID        PIC S9(9) COMP.
          03 HV-PROCTRAN-COUNTER-ACC-NO    PIC X(9).
          03 HV-PROCTRAN-VALUE-DATE        PIC X(10).

      * Declare the CURSOR for the live rows in range, in the merge
      * order the archive table is also held in.
                     PROCTRAN_TIME,
                     PROCTRAN_TYPE,
                     PROCTRAN_DESC,
                     PROCTRAN_AMOUNT,
                     COALESCE(PROCTRAN_REF, ' '),
                     PROCTRAN_CONSENT_ID,
                     COALESCE(PROCTRAN_COUNTER_ACC_NO, ' '),
                     CHAR(COALESCE(PROCTRAN_VALUE_DATE,
                                   PROCTRAN_DATE), ISO)
                     FROM PROCTRAN
                     WHERE PROCTRAN_SORTCODE = :HV-PROCTRAN-SORTCODE
                     AND   PROCTRAN_NUMBER   = :HV-PROCTRAN-NUMBER
              10 WS-ARCH-TYPE              PIC X(3).
              10 WS-ARCH-DESC              PIC X(40).
              10 WS-ARCH-AMOUNT            PIC S9(10)V99.
              10 WS-ARCH-REF               PIC X(12).
              10 WS-ARCH-CONSENT-ID        PIC 9(9).
              10 WS-ARCH-COUNTER-ACC       PIC X(9).

       01  WS-ARCH-NEXT                  PIC 9(4) VALUE 1.
       01  WS-ARCH-OVERFLOW              PIC X VALUE 'N'.
           MOVE PROC-TRAN-TYPE   TO WS-ARCH-TYPE (WS-SHIFT-SUB).
           MOVE PROC-TRAN-DESC   TO WS-ARCH-DESC (WS-SHIFT-SUB).
           MOVE PROC-TRAN-AMOUNT TO WS-ARCH-AMOUNT (WS-SHIFT-SUB).
           MOVE PROC-TRAN-REF    TO WS-ARCH-REF (WS-SHIFT-SUB).
           MOVE PROC-TRAN-CONSENT-ID
                                 TO WS-ARCH-CONSENT-ID (WS-SHIFT-SUB).
           MOVE SPACES           TO WS-ARCH-COUNTER-ACC (WS-SHIFT-SUB).
           IF PROC-TRAN-COUNTER-ACC-NO NOT = 0
              MOVE '0' TO WS-ARCH-COUNTER-ACC (WS-SHIFT-SUB)(1:1)
              MOVE PROC-TRAN-COUNTER-ACC-NO
                 TO WS-ARCH-COUNTER-ACC (WS-SHIFT-SUB)(2:8)
           END-IF.

           ADD 1 TO WS-ARCH-COUNT.

                   :HV-PROCTRAN-TIME,
                   :HV-PROCTRAN-TYPE,
                   :HV-PROCTRAN-DESC,
                   :HV-PROCTRAN-AMOUNT,
                   :HV-PROCTRAN-REF,
                   :HV-PROCTRAN-CONSENT-ID,
                   :HV-PROCTRAN-COUNTER-ACC-NO,
                   :HV-PROCTRAN-VALUE-DATE
           END-EXEC.

           IF SQLCODE = 0
              MOVE WS-ARCH-TYPE (WS-ARCH-NEXT)   TO PH-ROW-TYPE
              MOVE WS-ARCH-DESC (WS-ARCH-NEXT)   TO PH-ROW-DESC
              MOVE WS-ARCH-AMOUNT (WS-ARCH-NEXT) TO PH-ROW-AMOUNT
              MOVE WS-ARCH-REF (WS-ARCH-NEXT)    TO PH-ROW-REF
              MOVE WS-ARCH-CONSENT-ID (WS-ARCH-NEXT)
                                                 TO PH-ROW-CONSENT-ID
              MOVE WS-ARCH-COUNTER-ACC (WS-ARCH-NEXT)
                                                 TO PH-ROW-COUNTER-ACC
              MOVE WS-ARCH-DATE (WS-ARCH-NEXT)   TO PH-ROW-VALUE-DATE
              ADD 1 TO WS-ARCH-NEXT
           ELSE
              MOVE HV-PROCTRAN-DATE   TO PH-ROW-DATE
              MOVE HV-PROCTRAN-TYPE   TO PH-ROW-TYPE
              MOVE HV-PROCTRAN-DESC   TO PH-ROW-DESC
              MOVE HV-PROCTRAN-AMOUNT TO PH-ROW-AMOUNT
              MOVE HV-PROCTRAN-REF    TO PH-ROW-REF
              MOVE HV-PROCTRAN-CONSENT-ID TO PH-ROW-CONSENT-ID
              MOVE HV-PROCTRAN-COUNTER-ACC-NO TO PH-ROW-COUNTER-ACC
              MOVE HV-PROCTRAN-VALUE-DATE TO PH-ROW-VALUE-DATE
              PERFORM FETCH-NEXT-LIVE-ROW
           END-IF.

