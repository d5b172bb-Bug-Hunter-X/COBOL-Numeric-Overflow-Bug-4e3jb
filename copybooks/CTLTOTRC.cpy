      *  reconcile against the final WS-AREA-2 accumulation.  One
      *  record per business date in the feed, so a late-arriving
      *  file spanning two days reconciles each day on its own.
      *  CTLTOT-CYCLE names the run cycle the total belongs to, so
      *  each cycle of a business day is reconciled against its own
      *  movement (spaces or zeroes = cycle 1).
      *****************************************************************
       01  CONTROL-TOTAL-RECORD.
           05  CTLTOT-DATE                  PIC X(8).
           05  CTLTOT-EXPECTED-TOTAL        PIC 9(9)V99.
           05  CTLTOT-CYCLE                 PIC X(2).
