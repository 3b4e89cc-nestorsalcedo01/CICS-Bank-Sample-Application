      * while the balance sits beyond the threshold, 'N' once it has
      * come back - only the N-to-T transition queues an alert, so a
      * balance hovering at the line cannot page the customer every
      * night.  SUB_STATUS 'A' active, 'C' cancelled, 'S' suspended
      * by BEREAVE when the account holder has died.
           EXEC SQL DECLARE BAL_ALERT_SUB TABLE
           ( SUB_SORTCODE                   CHAR(6) NOT NULL,
             SUB_NUMBER                     CHAR(9) NOT NULL,
