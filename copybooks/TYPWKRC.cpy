      *****************************************************************
      *  TYPWKRC.CPY
      *  Per-type accumulation work record, keyed by business date
      *  plus transaction type code on TYPEWORK.DAT.  The daily batch
      *  job rewrites a row on every accepted transaction, the same
      *  way it keeps the account breakdown, so the type totals
      *  cover the whole run after a restart and can be cross-footed
      *  against each date's bucket before the ledger extract goes.
      *****************************************************************
       01  TYPE-WORK-RECORD.
           05  TWRK-KEY.
               10  TWRK-DATE               PIC X(8).
               10  TWRK-TYPE-CODE          PIC X(2).
           05  TWRK-DEBIT-COUNT            PIC 9(5).
           05  TWRK-DEBIT-TOTAL            PIC 9(9)V99.
           05  TWRK-CREDIT-COUNT           PIC 9(5).
           05  TWRK-CREDIT-TOTAL           PIC 9(9)V99.
