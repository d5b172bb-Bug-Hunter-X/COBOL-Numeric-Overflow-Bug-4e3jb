      *  TRANS-ID / audit timestamp where the two diverge - plus any
      *  gaps or duplicate sequences in the audit trail itself - so
      *  nobody has to eyeball thousands of audit rows by hand.
      *  The feed's header and trailer records are passed over; only
      *  detail rows are replayed.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  TRANS-FILE
           RECORDING MODE IS F.
       COPY TRANSREC.
       COPY FEEDHTRC.

       FD  SUPPROC-FILE
           RECORDING MODE IS F.
                       AT END
                           SET WS-TRANS-EOF TO TRUE
                       NOT AT END
                           IF NOT FHDR-IS-HEADER
                               AND NOT FTRL-IS-TRAILER
                               PERFORM 1025-STORE-TRANS-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
