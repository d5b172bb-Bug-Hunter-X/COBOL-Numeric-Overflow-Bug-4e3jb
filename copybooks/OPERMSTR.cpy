      *****************************************************************
      *  OPERMSTR.CPY
      *  Operator security master record.  Ops maintains one row per
      *  operator in OPERMST.DAT, outside the programs, so staff
      *  changes need no recompile.  Each row carries the operator
      *  id and name, an ACTIVE / INACTIVE status, and a Y/N flag for
      *  every authority the utilities check: resubmitting and
      *  correcting rejects, writing rejects off (up to the
      *  operator's write-off ceiling - zeroes = no ceiling),
      *  resetting the daily counters, opening and closing periods,
      *  and overriding the daily run's start and feed checks.  An
      *  operator who is missing, INACTIVE, or lacks the authority
      *  has the request refused, and the refusal is audited.
      *****************************************************************
       01  OPERATOR-RECORD.
           05  OPER-ID                     PIC X(10).
           05  OPER-NAME                   PIC X(30).
           05  OPER-STATUS                 PIC X(8).
               88  OPER-ACTIVE             VALUE "ACTIVE".
               88  OPER-INACTIVE           VALUE "INACTIVE".
           05  OPER-AUTH-RESUBMIT          PIC X.
           05  OPER-AUTH-CORRECT           PIC X.
           05  OPER-AUTH-WRITEOFF          PIC X.
           05  OPER-WRITEOFF-CEILING       PIC 9(7)V99.
           05  OPER-AUTH-RESET             PIC X.
           05  OPER-AUTH-PERIOD            PIC X.
           05  OPER-AUTH-RUN-OVERRIDE      PIC X.
