      *  already-processed input instead of re-reading the feed from
      *  the top and rejecting every processed record as a DUPLICATE,
      *  and reporting can tell which run last touched a date without
      *  inferring it from the wall-clock timestamp.  The run cycle
      *  is carried beside the run date so a restart repositions only
      *  from its own cycle's rows, and CKPT-CYCLE-OPEN-AREA-2 holds
      *  the date's total as it stood when the cycle first touched
      *  the date, so the cycle's own movement can still be told
      *  apart from earlier cycles' after a restart.  The count and
      *  side totals are kept as they stood at that point too.
      *  CKPT-RUN-RELEASED carries the run's released-hold count with
      *  the other run-level counts.
      *****************************************************************
       01  CHECKPOINT-RECORD.
           05  CKPT-KEY                    PIC X(8).
           05  CKPT-REJ-TYPE-UNKN-COUNT    PIC 9(5).
           05  CKPT-REJ-ACCT-UNKN-COUNT    PIC 9(5).
           05  CKPT-REJ-PERIOD-CLS-COUNT   PIC 9(5).
           05  CKPT-REJ-ACCT-FROZN-COUNT   PIC 9(5).
           05  CKPT-REJ-ACCT-CLOSD-COUNT   PIC 9(5).
           05  CKPT-RUN-DATE               PIC X(8).
           05  CKPT-TIMESTAMP              PIC X(26).
           05  CKPT-RUN-CYCLE              PIC 9(2).
           05  CKPT-CYCLE-OPEN-AREA-2      PIC 9(9)V99.
           05  CKPT-CYCLE-OPEN-AREA-1      PIC 9(5).
           05  CKPT-CYCLE-OPEN-DR-TOTAL    PIC 9(9)V99.
           05  CKPT-CYCLE-OPEN-CR-TOTAL    PIC 9(9)V99.
           05  CKPT-RUN-RELEASED           PIC 9(5).
