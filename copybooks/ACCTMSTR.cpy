      *****************************************************************
      *  ACCTMSTR.CPY
      *  Account master record, one per account number on the keyed
      *  master ACCTMST.DAT.  Accounts are added, renamed, frozen,
      *  unfrozen and closed only through the account maintenance
      *  utility, which stamps the operator and time of the last
      *  change on the row and logs every change to ACCTLOG.DAT.
      *  The daily job loads the master at start of run and rejects
      *  any transaction carrying an account that is not on it, any
      *  posting to a FROZEN account, and any posting dated after a
      *  CLOSED account's close date.  ACCT-REVIEW-LIMIT, when not
      *  zero, is an account-specific review limit: a posting above
      *  it (or above its type's limit, whichever is lower) is held
      *  for release by a second operator.
      *****************************************************************
       01  ACCOUNT-MASTER-RECORD.
           05  ACCT-NUMBER                 PIC X(8).
           05  ACCT-NAME                   PIC X(20).
           05  ACCT-STATUS                 PIC X(6).
               88  ACCT-OPEN               VALUE "OPEN".
               88  ACCT-FROZEN             VALUE "FROZEN".
               88  ACCT-CLOSED             VALUE "CLOSED".
           05  ACCT-OPEN-DATE              PIC X(8).
           05  ACCT-CLOSE-DATE             PIC X(8).
           05  ACCT-UPDT-OPERATOR          PIC X(10).
           05  ACCT-UPDT-TIMESTAMP         PIC X(26).
           05  ACCT-REVIEW-LIMIT           PIC 9(7)V99.
