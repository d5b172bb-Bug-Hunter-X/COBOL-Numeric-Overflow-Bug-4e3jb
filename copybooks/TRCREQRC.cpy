      *****************************************************************
      *  TRCREQRC.CPY
      *  Request record for the transaction trace: one TRANS-ID per
      *  row, optionally with the YYYYMMDD transaction date it was
      *  sent under.  A blank date traces the ID under every date it
      *  appears with.
      *****************************************************************
       01  TRACE-REQUEST-RECORD.
           05  TRCREQ-TRANS-ID             PIC X(10).
           05  TRCREQ-DATE                 PIC X(8).
