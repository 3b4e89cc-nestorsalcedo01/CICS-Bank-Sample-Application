           05 RPT-ACTUAL-BALANCE            PIC -(9)9.99.
           05 FILLER                        PIC X    VALUE SPACE.
           05 RPT-AVAILABLE-BALANCE         PIC -(9)9.99.
           05 FILLER                        PIC X    VALUE SPACE.
           05 RPT-CURRENCY-CD               PIC X(3).

      *****************************************************************
      *** Working storage                                           ***
          10 HV-SNAP-NUMBER             PIC X(9).
          10 HV-SNAP-ACTUAL             PIC S9(10)V99 COMP-3.
          10 HV-SNAP-AVAILABLE          PIC S9(10)V99 COMP-3.
          10 HV-SNAP-CURRENCY-CD        PIC X(3).
          10 HV-ONE-ACCOUNT             PIC X(1).

      * Declare the CURSOR for the as-at positions: the whole book
                     SNAP_SORTCODE,
                     SNAP_NUMBER,
                     SNAP_ACTUAL_BALANCE,
                     SNAP_AVAILABLE_BALANCE,
                     COALESCE(SNAP_CURRENCY_CD, 'GBP')
                     FROM EOD_BALANCE
                     WHERE SNAP_DATE = :HV-SNAP-DATE
                     AND  (:HV-ONE-ACCOUNT = 'N'
                      :HV-SNAP-SORTCODE,
                      :HV-SNAP-NUMBER,
                      :HV-SNAP-ACTUAL,
                      :HV-SNAP-AVAILABLE,
                      :HV-SNAP-CURRENCY-CD
              END-EXEC

              IF SQLCODE = +100
              MOVE HV-SNAP-NUMBER    TO RPT-ACCOUNT-NUMBER
              MOVE HV-SNAP-ACTUAL    TO RPT-ACTUAL-BALANCE
              MOVE HV-SNAP-AVAILABLE TO RPT-AVAILABLE-BALANCE
              MOVE HV-SNAP-CURRENCY-CD TO RPT-CURRENCY-CD

              WRITE ENQ-RPT-RECORD

