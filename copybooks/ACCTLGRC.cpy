      *****************************************************************
      *  ACCTLGRC.CPY
      *  Account change log record, appended to ACCTLOG.DAT by the
      *  account maintenance utility for every change it applies to
      *  the account master: what was done to which account, by
      *  which operator and when, with the status and name before
      *  and after (and the review limit before and after), so any
      *  account's history can be reconstructed
      *  without relying on the master row alone.
      *****************************************************************
       01  ACCOUNT-CHANGE-RECORD.
           05  ACLOG-TIMESTAMP             PIC X(26).
           05  ACLOG-ACCOUNT               PIC X(8).
           05  ACLOG-ACTION                PIC X(8).
           05  ACLOG-OPERATOR              PIC X(10).
           05  ACLOG-OLD-STATUS            PIC X(6).
           05  ACLOG-NEW-STATUS            PIC X(6).
           05  ACLOG-OLD-NAME              PIC X(20).
           05  ACLOG-NEW-NAME              PIC X(20).
           05  ACLOG-EFFECTIVE-DATE        PIC X(8).
           05  ACLOG-OLD-LIMIT             PIC 9(7)V99.
           05  ACLOG-NEW-LIMIT             PIC 9(7)V99.
