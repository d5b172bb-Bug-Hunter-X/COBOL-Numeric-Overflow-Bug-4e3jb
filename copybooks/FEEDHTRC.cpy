      *****************************************************************
      *  FEEDHTRC.CPY
      *  Header and trailer records framing the upstream transaction
      *  feed TRANS.DAT, laid out over the same record as the detail
      *  rows and told apart by a tag in the TRANS-ID position.  The
      *  header carries the sending source system id, the file
      *  sequence number and the creation date; the trailer carries
      *  the number of detail records and the hash total of their
      *  TRANS-AMOUNT fields, so a repeated, skipped or truncated
      *  transmission is caught before anything is accumulated.
      *****************************************************************
       01  FEED-HEADER-RECORD.
           05  FHDR-TAG                    PIC X(10).
               88  FHDR-IS-HEADER          VALUE "**HEADER**".
           05  FHDR-SOURCE-ID              PIC X(8).
           05  FHDR-FILE-SEQUENCE          PIC 9(7).
           05  FHDR-CREATION-DATE          PIC X(8).
           05  FILLER                      PIC X(5).

       01  FEED-TRAILER-RECORD.
           05  FTRL-TAG                    PIC X(10).
               88  FTRL-IS-TRAILER         VALUE "**TRAILR**".
           05  FTRL-DETAIL-COUNT           PIC 9(7).
           05  FTRL-AMOUNT-HASH            PIC 9(11)V99.
           05  FILLER                      PIC X(8).
