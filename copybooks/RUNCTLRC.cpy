      *****************************************************************
      *  RUNCTLRC.CPY
      *  Run-control record, one per run date and cycle - a business
      *  day may be run in more than one cycle, each keyed by its own
      *  two-digit cycle number under the run date.  Written RUNNING
      *  when the daily job starts and updated at finalize with the
      *  final status, end time, and totals.  A RUNNING record blocks
      *  any further execution (absent an operator override, which
      *  restarts that run and cycle) and blocks a counter reset
      *  against the in-flight run, and lets ops see at a glance
      *  whether tonight's run started, finished, or died.  When a GL
      *  posting extract is produced the run also carries the
      *  extract's trailer count and hash total and a posting status
      *  - UNACKED until the GL system's acknowledgment is processed,
      *  then POSTED or GL-REJECTED - so an extract the ledger never
      *  confirmed cannot go unnoticed.  A run whose feed failed the
      *  header, trailer or file-sequence checks ends FEED-REJ
      *  without accumulating anything.
      *****************************************************************
       01  RUN-CONTROL-RECORD.
           05  RUNC-KEY.
               10  RUNC-RUN-DATE           PIC X(8).
               10  RUNC-CYCLE              PIC 9(2).
           05  RUNC-STATUS                 PIC X(10).
               88  RUNC-RUNNING            VALUE "RUNNING".
               88  RUNC-COMPLETED          VALUE "COMPLETED".
               88  RUNC-FAILED             VALUE "FAILED".
               88  RUNC-OVERFLOW           VALUE "OVERFLOW".
               88  RUNC-FEED-REJECTED      VALUE "FEED-REJ".
           05  RUNC-START-TIMESTAMP        PIC X(26).
           05  RUNC-END-TIMESTAMP          PIC X(26).
           05  RUNC-FINAL-COUNT            PIC 9(7).
