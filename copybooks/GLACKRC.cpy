      *  date: the ledger's verdict (POSTED or REJECTED) and the
      *  detail count and hash total it computed over the file, which
      *  are matched against the trailer figures this system recorded
      *  when the extract was produced.  GLACK-CYCLE names the run
      *  cycle of the extract (spaces or zeroes = cycle 1).
      *****************************************************************
       01  GL-ACK-RECORD.
           05  GLACK-RUN-DATE              PIC X(8).
           05  GLACK-RECORD-COUNT          PIC 9(5).
           05  GLACK-HASH-TOTAL            PIC 9(11)V99.
           05  GLACK-TIMESTAMP             PIC X(26).
           05  GLACK-CYCLE                 PIC X(2).
