      *  GLPOSTRC.CPY
      *  General-ledger posting interface records, fixed 80-byte
      *  formats distinguished by the two-byte record type: HD header
      *  with the run date and cycle, DT one detail posting per
      *  business date, ledger account and side (debit/credit) - the
      *  account comes from the GL mapping table, so each date's
      *  debits and credits balance - TR trailer with the detail
      *  record count and amount hash total, and NX suppressed-extract
      *  notice (with the run date and cycle) written in place of
      *  postings when the run did not reconcile or an accepted
      *  transaction type had no GL mapping, so the ledger system
      *  knows not to wait for a file.
      *  WO write-off postings summarize the rejects written off since
      *  the last extract, mapped through the same GL mapping table
      *  and posted on both legs, one record per ledger account and
      *  side dated with the run date, so abandoned money reaches the
      *  ledger too and still balances; they count toward the
      *  trailer figures like any detail.
      *****************************************************************
       01  GL-HEADER-RECORD.
           05  GL-HDR-RECORD-TYPE          PIC X(2).
           05  GL-HDR-RUN-DATE             PIC X(8).
           05  GL-HDR-TIMESTAMP            PIC X(26).
           05  GL-HDR-RUN-CYCLE            PIC 9(2).
           05  FILLER                      PIC X(42).

       01  GL-DETAIL-RECORD.
           05  GL-DTL-RECORD-TYPE          PIC X(2).
           05  GL-DTL-DC-CODE              PIC X.
           05  GL-DTL-COUNT                PIC 9(5).
           05  GL-DTL-AMOUNT               PIC 9(9)V99.
           05  GL-DTL-GL-ACCOUNT           PIC X(10).
           05  FILLER                      PIC X(43).

       01  GL-WRITEOFF-RECORD.
           05  GL-WOF-RECORD-TYPE          PIC X(2).
           05  GL-WOF-DC-CODE              PIC X.
           05  GL-WOF-COUNT                PIC 9(5).
           05  GL-WOF-AMOUNT               PIC 9(9)V99.
           05  GL-WOF-GL-ACCOUNT           PIC X(10).
           05  FILLER                      PIC X(43).

       01  GL-TRAILER-RECORD.
           05  GL-TRL-RECORD-TYPE          PIC X(2).
           05  GL-NTC-RECORD-TYPE          PIC X(2).
           05  GL-NTC-RUN-DATE             PIC X(8).
           05  GL-NTC-REASON               PIC X(40).
           05  GL-NTC-RUN-CYCLE            PIC 9(2).
           05  FILLER                      PIC X(28).
