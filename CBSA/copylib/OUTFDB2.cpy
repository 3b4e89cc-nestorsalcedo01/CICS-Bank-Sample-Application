      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Outbound file register: one row for every generation of
      * every file a batch step writes for an outside receiver,
      * keyed on the file's DD name, its business date and the
      * generation (a rerun after the file has gone out makes the
      * next one).  The producing step registers the file through
      * the OUTFREG subprogram with the record count and hash
      * from its trailer; OUTFSENT stamps it sent and OUTFACK
      * records the receiver's verdict - OUTF_ACK_STATUS blank
      * until then, A accepted or R rejected.  The OUTFRPT morning
      * report works from the latest generation of each file.
           EXEC SQL DECLARE OUTBOUND_FILE TABLE
           ( OUTF_NAME                      CHAR(8) NOT NULL,
             OUTF_BUSINESS_DATE             DATE NOT NULL,
             OUTF_GENERATION                SMALLINT NOT NULL,
             OUTF_PROGRAM                   CHAR(8) NOT NULL,
             OUTF_RECORD_COUNT              INTEGER NOT NULL,
             OUTF_HASH_TOTAL                DECIMAL(15, 2) NOT NULL,
             OUTF_CREATED_TS                TIMESTAMP NOT NULL,
             OUTF_SENT_TS                   TIMESTAMP,
             OUTF_ACK_STATUS                CHAR(1) NOT NULL,
             OUTF_ACK_TS                    TIMESTAMP,
             OUTF_ACK_REASON                CHAR(40) NOT NULL
           ) END-EXEC.
