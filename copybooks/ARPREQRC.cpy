      *****************************************************************
      *  ARPREQRC.CPY
      *  Request record for the refused-request report: the YYYYMMDD
      *  range of refusal dates to report on.  A blank from-date
      *  starts at the beginning of the audit trail and a blank
      *  to-date runs to its end.
      *****************************************************************
       01  AUTHRPT-REQUEST-RECORD.
           05  ARPREQ-FROM-DATE            PIC X(8).
           05  ARPREQ-TO-DATE              PIC X(8).
