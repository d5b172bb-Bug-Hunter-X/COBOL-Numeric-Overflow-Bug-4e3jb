      *  Audit trail record: one row per accumulator event (increment
      *  of WS-AREA-1, accumulation into WS-AREA-2) so reconciliation
      *  can trace back through the log to find where a total diverged
      *  instead of rerunning the batch blind.  Operator actions
      *  (dispositions, releases, resets) and refused requests also
      *  carry the operator, the program, the action asked for and,
      *  for a refusal, the reason code; accumulator events leave
      *  that group blank.
      *****************************************************************
       01  AUDIT-RECORD.
           05  AUDIT-TIMESTAMP             PIC X(26).
           05  AUDIT-CREDIT-TOTAL          PIC 9(9)V99.
           05  AUDIT-TRANS-ID              PIC X(10).
           05  AUDIT-TRANS-DATE            PIC X(8).
           05  AUDIT-OPERATOR-DATA.
               10  AUDIT-OPERATOR          PIC X(10).
               10  AUDIT-PROGRAM           PIC X(8).
               10  AUDIT-ACTION            PIC X(8).
               10  AUDIT-REASON-CODE       PIC X(10).
