      *  feed - totals, counts, and how the date reconciled - so a
      *  backdated feed may carry any number of distinct dates
      *  instead of being capped by an in-storage table.
      *  DWRK-OPEN-AREA-2 is the date's total as this run's cycle
      *  found it, so the cycle's own movement is DWRK-AREA-2 less
      *  the opening figure.  The other DWRK-OPEN- fields hold the
      *  count and side totals the same way.  The DWRK-XF- fields
      *  are filled only by the cross-foot at the end of the run:
      *  what the account and type breakdowns, the cross-reference
      *  and the audit trail each say the cycle added to the date,
      *  and DWRK-XFOOT-FLAG records whether any of them disagreed.
      *****************************************************************
       01  DATE-WORK-RECORD.
           05  DWRK-KEY                    PIC X(8).
               88  DWRK-CTL-SUPPLIED       VALUE "Y".
           05  DWRK-OOB-FLAG               PIC X.
               88  DWRK-OUT-OF-BALANCE     VALUE "Y".
           05  DWRK-OPEN-AREA-2            PIC 9(9)V99.
           05  DWRK-OPEN-AREA-1            PIC 9(5).
           05  DWRK-OPEN-DEBIT-TOTAL       PIC 9(9)V99.
           05  DWRK-OPEN-CREDIT-TOTAL      PIC 9(9)V99.
           05  DWRK-XF-ACCT-DEBIT          PIC 9(9)V99.
           05  DWRK-XF-ACCT-CREDIT         PIC 9(9)V99.
           05  DWRK-XF-TYPE-DEBIT          PIC 9(9)V99.
           05  DWRK-XF-TYPE-CREDIT         PIC 9(9)V99.
           05  DWRK-XF-XREF-COUNT          PIC 9(5).
           05  DWRK-XF-AUDIT-COUNT         PIC 9(5).
           05  DWRK-XFOOT-FLAG             PIC X.
               88  DWRK-XFOOT-BREAK        VALUE "Y".
