      *****************************************************************
      *  ACCTHSRC.CPY
      *  Account totals history record, keyed on ACCTTOTH.DAT by
      *  account, business date and the start timestamp of the run
      *  that accepted the activity.  Every completed run files its
      *  ACCTTOT.DAT rows here as it rolls the balance master, since
      *  ACCTTOT.DAT itself is rewritten each run; the monthly
      *  statement is built from these rows and foots them back to
      *  the balance master.
      *****************************************************************
       01  ACCOUNT-HISTORY-RECORD.
           05  AHST-KEY.
               10  AHST-ACCOUNT            PIC X(8).
               10  AHST-DATE               PIC X(8).
               10  AHST-RUN-STAMP          PIC X(26).
           05  AHST-RUN-DATE               PIC X(8).
           05  AHST-DEBIT-COUNT            PIC 9(5).
           05  AHST-DEBIT-TOTAL            PIC 9(9)V99.
           05  AHST-CREDIT-COUNT           PIC 9(5).
           05  AHST-CREDIT-TOTAL           PIC 9(9)V99.
