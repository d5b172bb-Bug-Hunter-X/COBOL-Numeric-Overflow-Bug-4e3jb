      *  Pending write-off posting record.  The reject repair utility
      *  writes one row to WOFFPEND.DAT for every reject it writes
      *  off, carrying the abandoned transaction's date, amount, and
      *  side plus the reason and operator, and its type and account
      *  so the posting can be mapped to ledger accounts; the daily
      *  batch job folds the pending write-offs into its GL posting
      *  extract as WO records and clears the file, so the ledger
      *  reflects what was abandoned as well as what was accepted.
      *****************************************************************
       01  WRITEOFF-RECORD.
           05  WOFF-TRANS-DATE             PIC X(8).
           05  WOFF-REASON-CODE            PIC X(10).
           05  WOFF-OPERATOR               PIC X(10).
           05  WOFF-TIMESTAMP              PIC X(26).
           05  WOFF-TYPE-CODE              PIC X(2).
           05  WOFF-ACCOUNT                PIC X(8).
