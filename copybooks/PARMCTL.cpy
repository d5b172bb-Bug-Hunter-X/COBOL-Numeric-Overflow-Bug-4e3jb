      *  PARM-RETENTION-DAYS is the window the housekeeping job keeps
      *  on the duplicate cross-reference and checkpoint files; rows
      *  for dates older than that are archived and deleted.
      *  PARM-FEED-GAP-SEQUENCE lets ops accept a known gap in the
      *  upstream feed's file sequence: a feed whose header carries
      *  exactly this sequence number is taken even though the
      *  sequence numbers before it were never received (zeroes =
      *  no gap accepted).  PARM-OVERRIDE-OPERATOR names the operator
      *  behind either override; it must be an ACTIVE operator with
      *  run-override authority on the operator master or the
      *  override is refused.  PARM-CYCLE-NUMBER asks for a given run
      *  cycle of the business day; zeroes or spaces let the run take
      *  the next cycle itself (cycle 1 for the first run of the day).
      *****************************************************************
       01  PARM-CONTROL-RECORD.
           05  PARM-AREA1-THRESHOLD        PIC 9(5).
           05  PARM-RUN-OVERRIDE           PIC X.
           05  PARM-REJECT-AGE-LIMIT       PIC 9(3).
           05  PARM-RETENTION-DAYS         PIC 9(3).
           05  PARM-FEED-GAP-SEQUENCE      PIC 9(7).
           05  PARM-OVERRIDE-OPERATOR      PIC X(10).
           05  PARM-CYCLE-NUMBER           PIC X(2).
