      *  GL-REJECTED; spaces when no extract covered it), and
      *  HIST-GL-RUN-DATE carries the run date that archived the row
      *  so the acknowledgment processor can find the extract's
      *  dates even when the run crossed midnight.  HIST-GL-CYCLE
      *  names the run cycle of that run date whose extract last
      *  covered the date.
      *****************************************************************
       01  HISTORY-RECORD.
           05  HIST-KEY                    PIC X(8).
           05  HIST-GL-STATUS              PIC X(12).
           05  HIST-GL-RUN-DATE            PIC X(8).
           05  HIST-TIMESTAMP              PIC X(26).
           05  HIST-GL-CYCLE               PIC 9(2).
