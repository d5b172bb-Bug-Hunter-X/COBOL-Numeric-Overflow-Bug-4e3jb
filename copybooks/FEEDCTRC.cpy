      *****************************************************************
      *  FEEDCTRC.CPY
      *  Feed-control record, keyed by source system id on
      *  FEEDCTL.DAT.  Remembers the last file sequence number the
      *  daily batch job accepted from each source, with that file's
      *  creation date, trailer figures and the run date that took
      *  it, so the next feed from the source must carry the next
      *  sequence number.  FCTL-GAP-OVERRIDDEN is "Y" when ops let
      *  the last file in over a known sequence gap.
      *  FCTL-LAST-RUN-CYCLE is the cycle of that run date that took
      *  the file, so only that cycle's own restart may see the same
      *  sequence again.
      *****************************************************************
       01  FEED-CONTROL-RECORD.
           05  FCTL-SOURCE-ID              PIC X(8).
           05  FCTL-LAST-SEQUENCE          PIC 9(7).
           05  FCTL-LAST-CREATION-DATE     PIC X(8).
           05  FCTL-LAST-RUN-DATE          PIC X(8).
           05  FCTL-LAST-DETAIL-COUNT      PIC 9(7).
           05  FCTL-LAST-AMOUNT-HASH       PIC 9(11)V99.
           05  FCTL-GAP-OVERRIDDEN         PIC X.
           05  FCTL-UPDT-TIMESTAMP         PIC X(26).
           05  FCTL-LAST-RUN-CYCLE         PIC 9(2).
