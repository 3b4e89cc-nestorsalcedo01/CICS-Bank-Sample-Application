      * is auto-marked cleared ('C') by the feeding run; and ops
      * record a resolution code and owner ('R') through BRKUPD.
      * BRKAGE reports the open breaks oldest first.
      * FIRST_JOURNAL_DATE is set only by GLRECON: the GLEXTR journal
      * date of the trial balance a GL difference first appeared on,
      * kept while the break stays open.
           EXEC SQL DECLARE RECON_BREAKS TABLE
           ( BREAK_SOURCE                   CHAR(8) NOT NULL,
             BREAK_KEY                      CHAR(20) NOT NULL,
             FIRST_SEEN_DATE                DATE NOT NULL,
             LAST_SEEN_DATE                 DATE NOT NULL,
             RESOLUTION_CD                  CHAR(4),
             RESOLVED_BY                    CHAR(8),
             FIRST_JOURNAL_DATE             DATE
           ) END-EXEC.
