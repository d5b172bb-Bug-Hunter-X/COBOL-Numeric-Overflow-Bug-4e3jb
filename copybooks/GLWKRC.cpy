      *****************************************************************
      *  GLWKRC.CPY
      *  Per-ledger-account accumulation work record, keyed by
      *  business date, GL account and side on GLWORK.DAT.  The daily
      *  batch job posts both legs of every accepted transaction here
      *  through the GL mapping table, so the GL extract carries
      *  balanced postings by ledger account; like the account work
      *  file it survives a restart.  A transaction whose type has no
      *  mapping lands on a row with a blank GL account, carrying the
      *  type code, which keeps the extract from being produced.
      *****************************************************************
       01  GL-WORK-RECORD.
           05  GLWK-KEY.
               10  GLWK-DATE               PIC X(8).
               10  GLWK-GL-ACCOUNT         PIC X(10).
               10  GLWK-DC-CODE            PIC X.
           05  GLWK-COUNT                  PIC 9(5).
           05  GLWK-AMOUNT                 PIC 9(9)V99.
           05  GLWK-TYPE-CODE              PIC X(2).
