      *  (OPSREQ.DAT, spaces = current date) it consolidates on one
      *  report (OPSRPT.DAT) what used to take four lookups: the
      *  run-control status with start/end timestamps and GL posting
      *  status of every cycle run that day, every date checkpointed
      *  by those runs with its CKPT-AREA-1 / CKPT-AREA-2 totals and
      *  the cycle that last touched it, the count of OPEN rejects
      *  by reason code, the unconsumed supplemental backlog, and a
      *  closing OK / NEEDS ATTENTION verdict line, so the morning
      *  check is one report instead of a scavenger hunt.
       01  WS-SWITCHES.
           05  WS-RUNCTL-FOUND-SWITCH     PIC X VALUE "N".
               88  WS-RUNCTL-FOUND        VALUE "Y".
           05  WS-RUNCTL-EOF-SWITCH       PIC X VALUE "N".
               88  WS-RUNCTL-EOF          VALUE "Y".
           05  WS-CKPT-EOF-SWITCH         PIC X VALUE "N".
               88  WS-CKPT-EOF            VALUE "Y".
           05  WS-REJECT-EOF-SWITCH       PIC X VALUE "N".
               10  WS-REASON-TBL-COUNT     PIC 9(5).

       01  WS-WORK-COUNTS.
           05  WS-CYCLES-SHOWN            PIC 9(3) VALUE ZEROES.
           05  WS-CKPT-DATES-SHOWN        PIC 9(3) VALUE ZEROES.
           05  WS-OPEN-REJECT-COUNT       PIC 9(5) VALUE ZEROES.
           05  WS-SUPP-BACKLOG            PIC 9(5) VALUE ZEROES.
           05  FILLER                      PIC X(9)
                   VALUE "  TOTAL: ".
           05  WS-CKPT-LINE-AREA-2         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(14)
                   VALUE "  LAST CYCLE: ".
           05  WS-CKPT-LINE-CYCLE          PIC 9(2).

       01  WS-REASON-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           PERFORM 9100-WRITE-REPORT-LINE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               MOVE WS-STATUS-DATE TO RUNC-RUN-DATE
               MOVE ZEROES TO RUNC-CYCLE
               START RUN-CONTROL-FILE KEY NOT < RUNC-KEY
                   INVALID KEY
                       SET WS-RUNCTL-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-RUNCTL-EOF
                   READ RUN-CONTROL-FILE NEXT RECORD
                       AT END
                           SET WS-RUNCTL-EOF TO TRUE
                       NOT AT END
                           IF RUNC-RUN-DATE NOT = WS-STATUS-DATE
                               SET WS-RUNCTL-EOF TO TRUE
                           ELSE
                               SET WS-RUNCTL-FOUND TO TRUE
                               PERFORM 2100-REPORT-ONE-CYCLE
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT WS-RUNCTL-FOUND
                   MOVE "  NO RUN-CONTROL RECORD - RUN NOT STARTED"
                       TO WS-REPORT-TEXT
                   PERFORM 9100-WRITE-REPORT-LINE
                   SET WS-NEEDS-ATTENTION TO TRUE
               ELSE
                   STRING "  CYCLES RUN: " WS-CYCLES-SHOWN
                       DELIMITED BY SIZE INTO WS-REPORT-TEXT
                   PERFORM 9100-WRITE-REPORT-LINE
               END-IF
               CLOSE RUN-CONTROL-FILE
           ELSE
               SET WS-NEEDS-ATTENTION TO TRUE
           END-IF.

      *    Each cycle of the day has its own run-control row, and
      *    every one of them must have completed and not been turned
      *    back by the ledger for the day to be OK.
       2100-REPORT-ONE-CYCLE.
           ADD 1 TO WS-CYCLES-SHOWN
           STRING "  CYCLE " RUNC-CYCLE
               "  STATUS " RUNC-STATUS
               "  STARTED " RUNC-START-TIMESTAMP (1:14)
               "  ENDED " RUNC-END-TIMESTAMP (1:14)
               DELIMITED BY SIZE INTO WS-REPORT-TEXT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE RUNC-FINAL-TOTAL TO WS-RUNC-TOTAL-EDIT
           STRING "           FINAL COUNT " RUNC-FINAL-COUNT
               "  FINAL TOTAL " WS-RUNC-TOTAL-EDIT
               "  GL STATUS " RUNC-GL-STATUS
               DELIMITED BY SIZE INTO WS-REPORT-TEXT
           PERFORM 9100-WRITE-REPORT-LINE
           IF NOT RUNC-COMPLETED
               SET WS-NEEDS-ATTENTION TO TRUE
           END-IF
           IF RUNC-GL-REJECTED
               SET WS-NEEDS-ATTENTION TO TRUE
           END-IF.

      *    The run's checkpointed dates are the rows carrying its
      *    run date in CKPT-RUN-DATE: a feed can carry any number of
      *    business dates, and the match holds even when the run
                                   TO WS-CKPT-LINE-AREA-1
                               MOVE CKPT-AREA-2
                                   TO WS-CKPT-LINE-AREA-2
                               MOVE CKPT-RUN-CYCLE
                                   TO WS-CKPT-LINE-CYCLE
                               MOVE WS-CKPT-LINE
                                   TO OPS-REPORT-RECORD
                               WRITE OPS-REPORT-RECORD
