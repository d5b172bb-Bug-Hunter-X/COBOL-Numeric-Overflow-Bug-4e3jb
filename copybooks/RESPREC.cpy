      *****************************************************************
      *  RESPREC.CPY
      *  Response records returned to the upstream feed, fixed
      *  100-byte formats distinguished by the two-byte record type.
      *  DAILYTXN writes one DT detail per transaction read from
      *  TRANS.DAT, giving its TRANS-ID, date, amount and outcome -
      *  ACCEPTED, REJECTED, DEFERRED or DUPLICATE - with the reason
      *  code where it was not simply accepted.  A later change to
      *  an item already answered goes out as a UP update record on
      *  the next response file: the outcome of a resubmission or a
      *  released hold, a deferred credit clearing or finally
      *  rejected, and the operator actions of the reject repair and
      *  hold release utilities, which leave their updates on the
      *  pending file RESPPEND.DAT in this same layout for the daily
      *  job to send.  RESP-UPDATE-SOURCE says what produced the
      *  row.  The TR trailer carries the feed's source and sequence
      *  with the detail count and amount hash, so the source can
      *  reconcile the file to what it sent, plus a count per
      *  outcome and the number of updates.
      *****************************************************************
       01  RESPONSE-DETAIL-RECORD.
           05  RESP-RECORD-TYPE            PIC X(2).
               88  RESP-IS-DETAIL          VALUE "DT".
               88  RESP-IS-UPDATE          VALUE "UP".
               88  RESP-IS-TRAILER         VALUE "TR".
           05  RESP-TRANS-ID               PIC X(10).
           05  RESP-TRANS-DATE             PIC X(8).
           05  RESP-AMOUNT                 PIC 9(7)V99.
           05  RESP-DC-CODE                PIC X.
           05  RESP-STATUS                 PIC X(12).
               88  RESP-ACCEPTED           VALUE "ACCEPTED".
               88  RESP-REJECTED           VALUE "REJECTED".
               88  RESP-DEFERRED           VALUE "DEFERRED".
               88  RESP-DUPLICATE          VALUE "DUPLICATE".
               88  RESP-RESUBMITTED        VALUE "RESUBMITTED".
               88  RESP-CORRECTED          VALUE "CORRECTED".
               88  RESP-WRITTEN-OFF        VALUE "WRITTEN-OFF".
           05  RESP-REASON-CODE            PIC X(10).
           05  RESP-UPDATE-SOURCE          PIC X(8).
               88  RESP-FROM-FEED          VALUE "FEED".
               88  RESP-FROM-RESUBMIT      VALUE "RESUBMIT".
               88  RESP-FROM-RELEASE       VALUE "RELEASE".
               88  RESP-FROM-RETRY         VALUE "RETRY".
               88  RESP-FROM-REJREPR       VALUE "REJREPR".
               88  RESP-FROM-HOLDRLS       VALUE "HOLDRLS".
           05  RESP-OPERATOR               PIC X(10).
           05  RESP-TIMESTAMP              PIC X(26).
           05  FILLER                      PIC X(4).

       01  RESPONSE-TRAILER-RECORD.
           05  RESP-TRL-RECORD-TYPE        PIC X(2).
           05  RESP-TRL-SOURCE-ID          PIC X(8).
           05  RESP-TRL-FILE-SEQUENCE      PIC 9(7).
           05  RESP-TRL-RUN-DATE           PIC X(8).
           05  RESP-TRL-RUN-CYCLE          PIC 9(2).
           05  RESP-TRL-RUN-STATUS         PIC X(10).
           05  RESP-TRL-DETAIL-COUNT       PIC 9(7).
           05  RESP-TRL-AMOUNT-HASH        PIC 9(11)V99.
           05  RESP-TRL-ACCEPTED-COUNT     PIC 9(7).
           05  RESP-TRL-REJECTED-COUNT     PIC 9(7).
           05  RESP-TRL-DEFERRED-COUNT     PIC 9(7).
           05  RESP-TRL-DUPLICATE-COUNT    PIC 9(7).
           05  RESP-TRL-UPDATE-COUNT       PIC 9(7).
           05  FILLER                      PIC X(8).
