      *****************************************************************
      *  PERREQRC.CPY
      *  Request record for the period maintenance utility: the
      *  YYYYMM period to act on, the action to take, OPEN or
      *  CLOSE, and the id of the operator asking for it, who must
      *  hold period authority on the operator master.  Ops prepares
      *  one row per period to be worked.
      *****************************************************************
       01  PERIOD-REQUEST-RECORD.
           05  PERREQ-MONTH                PIC X(6).
           05  PERREQ-ACTION               PIC X(6).
           05  PERREQ-OPERATOR             PIC X(10).
