      *****************************************************************
      *  HOLDREQR.CPY
      *  Hold release request record.  Ops prepares one row per held
      *  transaction to be worked: RELEASE it into the next daily run
      *  or DECLINE it to the reject file.  The operator who raised
      *  the request and the operator who authorizes it are both
      *  carried, and the release utility refuses any request where
      *  they are the same person.
      *****************************************************************
       01  HOLD-REQUEST-RECORD.
           05  HREQ-TRANS-ID               PIC X(10).
           05  HREQ-ACTION                 PIC X(8).
           05  HREQ-REQUESTED-BY           PIC X(10).
           05  HREQ-AUTHORIZED-BY          PIC X(10).
