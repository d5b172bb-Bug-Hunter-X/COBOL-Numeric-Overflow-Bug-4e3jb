      *****************************************************************
      *  ACCREQRC.CPY
      *  Request record for the account maintenance utility: the
      *  account to act on, the action (ADD, RENAME, FREEZE,
      *  UNFREEZE, CLOSE or LIMIT), the account name for an ADD or
      *  RENAME, the effective YYYYMMDD date of an ADD or CLOSE
      *  (spaces for today), the id of the operator making the
      *  change, and for a LIMIT the account's new review limit
      *  (zeroes = no account limit).  Ops prepares one row per
      *  change in ACCTREQ.DAT.
      *****************************************************************
       01  ACCOUNT-REQUEST-RECORD.
           05  ACCREQ-ACCOUNT              PIC X(8).
           05  ACCREQ-ACTION               PIC X(8).
           05  ACCREQ-NAME                 PIC X(20).
           05  ACCREQ-EFFECTIVE-DATE       PIC X(8).
           05  ACCREQ-OPERATOR             PIC X(10).
           05  ACCREQ-REVIEW-LIMIT         PIC 9(7)V99.
