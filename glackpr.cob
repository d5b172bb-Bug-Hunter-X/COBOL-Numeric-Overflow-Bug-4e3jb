      *  RUNCTL.DAT row and on every TOTHIST.DAT date the extract
      *  covered.  It then reports every extract still UNACKED with
      *  its age in days, so a file the ledger never confirmed cannot
      *  fall into the gap between the two systems.  Each cycle of a
      *  business day produces its own extract, so acknowledgments,
      *  run-control rows and history dates are matched by run date
      *  and cycle.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-RUN-DATE                     PIC X(8).
       01  WS-ACK-RESULT                   PIC X(12).
       01  WS-ACK-CYCLE                    PIC 9(2) VALUE ZEROES.
       01  WS-HIST-CYCLE                   PIC 9(2) VALUE ZEROES.
       01  WS-TODAY-INTEGER                PIC 9(7) VALUE ZEROES.
       01  WS-RUN-DATE-NUM                 PIC 9(8) VALUE ZEROES.
       01  WS-AGE-DAYS                     PIC S9(5) VALUE ZEROES.
               CLOSE GL-ACK-FILE
           END-IF.

      *    An acknowledgment that names no cycle is for cycle 1, the
      *    only extract a day had before cycles existed.
       2100-PROCESS-ONE-ACK.
           IF GLACK-CYCLE NUMERIC
               MOVE GLACK-CYCLE TO WS-ACK-CYCLE
           ELSE
               MOVE ZEROES TO WS-ACK-CYCLE
           END-IF
           IF WS-ACK-CYCLE = ZEROES
               MOVE 1 TO WS-ACK-CYCLE
           END-IF
           MOVE GLACK-RUN-DATE TO RUNC-RUN-DATE
           MOVE WS-ACK-CYCLE TO RUNC-CYCLE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   ADD 1 TO WS-ACKS-UNMATCHED
                   STRING "ACK FOR UNKNOWN RUN " GLACK-RUN-DATE
                       " CYCLE " WS-ACK-CYCLE " - IGNORED"
                       DELIMITED BY SIZE INTO WS-REPORT-TEXT
                   PERFORM 9100-WRITE-REPORT-LINE
               NOT INVALID KEY
       2200-APPLY-ACK-TO-RUN.
           IF NOT RUNC-GL-UNACKED
               ADD 1 TO WS-ACKS-UNMATCHED
               STRING "RUN " GLACK-RUN-DATE " CYCLE " WS-ACK-CYCLE
                   " IS NOT AWAITING ACKNOWLEDGMENT (STATUS "
                   RUNC-GL-STATUS ") - IGNORED"
                   DELIMITED BY SIZE INTO WS-REPORT-TEXT
           ELSE
               IF NOT GLACK-POSTED AND NOT GLACK-REJECTED
                   ADD 1 TO WS-ACKS-UNMATCHED
                   STRING "RUN " GLACK-RUN-DATE " CYCLE " WS-ACK-CYCLE
                       " ACK STATUS '" GLACK-STATUS
                       "' NOT RECOGNIZED - IGNORED, RUN LEFT "
                       "UNACKED"
               WHEN GLACK-REJECTED
                   MOVE "GL-REJECTED" TO WS-ACK-RESULT
                   ADD 1 TO WS-ACKS-GL-REJECTED
                   STRING "RUN " GLACK-RUN-DATE " CYCLE " WS-ACK-CYCLE
                       " REJECTED BY THE LEDGER"
                       DELIMITED BY SIZE INTO WS-REPORT-TEXT
               WHEN GLACK-POSTED
                   AND GLACK-HASH-TOTAL = RUNC-GL-HASH-TOTAL
                   MOVE "POSTED" TO WS-ACK-RESULT
                   ADD 1 TO WS-ACKS-POSTED
                   STRING "RUN " GLACK-RUN-DATE " CYCLE " WS-ACK-CYCLE
                       " POSTED - CONTROLS MATCH"
                       DELIMITED BY SIZE INTO WS-REPORT-TEXT
               WHEN OTHER
                   MOVE "GL-REJECTED" TO WS-ACK-RESULT
                   ADD 1 TO WS-ACKS-GL-REJECTED
                   STRING "RUN " GLACK-RUN-DATE " CYCLE " WS-ACK-CYCLE
                       " CONTROL MISMATCH: LEDGER COUNT "
                       GLACK-RECORD-COUNT
                       " HASH " GLACK-HASH-TOTAL

      *    The extract's dates are the TOTHIST rows archived by the
      *    acknowledged run: still UNACKED and carrying that run's
      *    date and cycle in HIST-GL-RUN-DATE / HIST-GL-CYCLE, which
      *    hold even when the run itself finished after midnight.
       2300-APPLY-ACK-TO-HISTORY.
           IF WS-HISTORY-OPEN-OK
               MOVE "N" TO WS-HISTORY-EOF-SWITCH
                       AT END
                           SET WS-HISTORY-EOF TO TRUE
                       NOT AT END
                           PERFORM 2310-SET-HISTORY-CYCLE
                           IF HIST-GL-STATUS = "UNACKED"
                               AND HIST-GL-RUN-DATE
                                   = GLACK-RUN-DATE
                               AND WS-HIST-CYCLE = WS-ACK-CYCLE
                               MOVE WS-ACK-RESULT TO HIST-GL-STATUS
                               REWRITE HISTORY-RECORD
                               ADD 1 TO WS-HIST-ROWS-UPDATED
               END-PERFORM
           END-IF.

       2310-SET-HISTORY-CYCLE.
           IF HIST-GL-CYCLE NUMERIC
               MOVE HIST-GL-CYCLE TO WS-HIST-CYCLE
           ELSE
               MOVE ZEROES TO WS-HIST-CYCLE
           END-IF
           IF WS-HIST-CYCLE = ZEROES
               MOVE 1 TO WS-HIST-CYCLE
           END-IF.

       3000-REPORT-UNACKED-EXTRACTS.
           MOVE "EXTRACTS AWAITING ACKNOWLEDGMENT:"
               TO WS-REPORT-TEXT

       3100-REPORT-ONE-UNACKED.
           ADD 1 TO WS-EXTRACTS-UNACKED
           MOVE FUNCTION NUMVAL (RUNC-RUN-DATE) TO WS-RUN-DATE-NUM
           COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
           MOVE WS-AGE-DAYS TO WS-AGE-DAYS-EDIT
           STRING "  RUN " RUNC-RUN-DATE " CYCLE " RUNC-CYCLE
               " UNACKED FOR " WS-AGE-DAYS-EDIT " DAYS"
               " - COUNT " RUNC-GL-RECORD-COUNT
               " HASH " RUNC-GL-HASH-TOTAL
