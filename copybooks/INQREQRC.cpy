      *****************************************************************
      *  INQREQRC.CPY
      *  Request record for the counter/accumulator inquiry utility:
      *  either a plain INQUIRE, or a RESET accompanied by the id of
      *  the operator asking for it, who must hold counter-reset
      *  authority on the operator master.  INQUIRY-DATE selects
      *  which business date's checkpointed totals the request
      *  applies to; spaces default to the current date.
      *  INQUIRY-CYCLE narrows a STATUS request to one run cycle of
      *  that date; spaces show every cycle.
      *****************************************************************
       01  INQUIRY-REQUEST-RECORD.
           05  INQUIRY-ACTION              PIC X(7).
           05  INQUIRY-OPERATOR            PIC X(10).
           05  INQUIRY-DATE                PIC X(8).
           05  INQUIRY-CYCLE               PIC X(2).
