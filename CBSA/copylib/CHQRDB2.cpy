      * marks the row cleared; CHQRET reverses a cheque the paying
      * bank has bounced and queues the customer notice.  CHQ_STATUS
      * 'U' uncleared (funds held), 'C' cleared, 'R' returned.
      * CHQ_AMOUNT is in the account's currency; CHQ_FACE_AMOUNT is
      * the sterling amount the cheque was drawn for, null on rows
      * cut before currency accounts, when the two were the same.
           EXEC SQL DECLARE CHQ_REGISTER TABLE
           ( CHQ_EYECATCHER                 CHAR(4),
             CHQ_ID                         INTEGER NOT NULL,
             CHQ_STATUS                     CHAR(1) NOT NULL,
             CHQ_DEPOSIT_DATE               DATE NOT NULL,
             CHQ_CLEAR_DATE                 DATE NOT NULL,
             CHQ_STATUS_DATE                DATE,
             CHQ_FACE_AMOUNT                DECIMAL(12, 2)
           ) END-EXEC.
