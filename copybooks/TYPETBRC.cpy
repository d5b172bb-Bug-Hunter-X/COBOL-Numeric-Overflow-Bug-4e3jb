      *  so a new type can be added to the feed without a recompile;
      *  the daily job loads the table at start of run and rejects
      *  any transaction carrying a code that is not on it.
      *  TYPE-REVIEW-LIMIT is the largest amount of the type that may
      *  post without review; anything above it is held for a second
      *  operator's release (zeroes or blank = no limit).
      *****************************************************************
       01  TYPE-TABLE-RECORD.
           05  TYPE-CODE                   PIC X(2).
           05  TYPE-DESC                   PIC X(20).
           05  TYPE-REVIEW-LIMIT           PIC 9(7)V99.
