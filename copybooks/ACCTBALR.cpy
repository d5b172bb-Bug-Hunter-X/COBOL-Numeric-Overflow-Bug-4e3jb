      *****************************************************************
      *  ACCTBALR.CPY
      *  Account balance master record, keyed by account number on
      *  ACCTBAL.DAT.  The daily batch job rolls each completed run's
      *  account totals forward into it: the opening balance the
      *  account carried into the last run that touched it, that
      *  run's debits and credits, and the closing balance (opening
      *  plus debits less credits), with the latest TRANS-DATE the
      *  account saw.  ABAL-LAST-RUN-STAMP is the start timestamp of
      *  the run that last rolled the row, so a restarted run that
      *  rolls again replaces its own movement instead of adding it
      *  a second time.
      *****************************************************************
       01  ACCOUNT-BALANCE-RECORD.
           05  ABAL-ACCOUNT                PIC X(8).
           05  ABAL-OPENING-BALANCE        PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  ABAL-DEBIT-TOTAL            PIC 9(11)V99.
           05  ABAL-CREDIT-TOTAL           PIC 9(11)V99.
           05  ABAL-CLOSING-BALANCE        PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  ABAL-LAST-ACTIVITY-DATE     PIC X(8).
           05  ABAL-LAST-RUN-DATE          PIC X(8).
           05  ABAL-LAST-RUN-STAMP         PIC X(26).
           05  ABAL-UPDT-TIMESTAMP         PIC X(26).
