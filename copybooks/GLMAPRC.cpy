      *****************************************************************
      *  GLMAPRC.CPY
      *  GL mapping table record.  Ops maintains GLMAP.DAT alongside
      *  TXNTYPE.DAT: one row per transaction type naming the ledger
      *  account debited and the ledger account credited when a
      *  transaction of that type is accepted.  A row that also
      *  carries an account number applies to that account only and
      *  takes precedence over the type's general row (account
      *  blank).  A credit transaction reverses the pair.  An
      *  accepted type with no row suppresses the GL extract.
      *****************************************************************
       01  GL-MAP-RECORD.
           05  GLMAP-TYPE-CODE             PIC X(2).
           05  GLMAP-ACCOUNT               PIC X(8).
           05  GLMAP-DEBIT-GL              PIC X(10).
           05  GLMAP-CREDIT-GL             PIC X(10).
