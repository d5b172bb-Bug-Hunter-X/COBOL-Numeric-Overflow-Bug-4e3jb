      *****************************************************************
      *  HOLDREC.CPY
      *  Large-value hold queue record.  DAILYTXN writes one row to
      *  HOLDQ.DAT for every transaction whose amount is above its
      *  review limit (the type's limit on TXNTYPE.DAT or the
      *  account's on ACCTMST.DAT, whichever is lower) instead of
      *  accumulating it.  The row carries the run that held it, the
      *  limit that tripped and the full record image; the hold
      *  release utility later marks it RELEASED or DECLINED with the
      *  requesting and authorizing operators, so every large posting
      *  shows two people's hands on it.
      *****************************************************************
       01  HOLD-RECORD.
           05  HOLD-TIMESTAMP              PIC X(26).
           05  HOLD-RUN-DATE               PIC X(8).
           05  HOLD-RUN-STAMP              PIC X(26).
           05  HOLD-LIMIT-SOURCE           PIC X(4).
               88  HOLD-TYPE-LIMIT         VALUE "TYPE".
               88  HOLD-ACCT-LIMIT         VALUE "ACCT".
           05  HOLD-REVIEW-LIMIT           PIC 9(7)V99.
           05  HOLD-TRANS-IMAGE            PIC X(40).
           05  HOLD-DISPOSITION            PIC X.
               88  HOLD-PENDING            VALUE SPACE.
               88  HOLD-RELEASED           VALUE "R".
               88  HOLD-DECLINED           VALUE "D".
           05  HOLD-REQUESTED-BY           PIC X(10).
           05  HOLD-AUTHORIZED-BY          PIC X(10).
           05  HOLD-DISP-TIMESTAMP         PIC X(26).
