      *****************************************************************
      *  STMREQRC.CPY
      *  Request record for the monthly account statement run: the
      *  YYYYMM month to state (spaces = current month) and the
      *  account to state (spaces = every account on the balance
      *  master).
      *****************************************************************
       01  STATEMENT-REQUEST-RECORD.
           05  STMREQ-MONTH                PIC X(6).
           05  STMREQ-ACCOUNT              PIC X(8).
