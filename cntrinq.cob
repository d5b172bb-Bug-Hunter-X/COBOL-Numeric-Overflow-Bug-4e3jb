      *  persisted by DAILYTXN, for any requested business date.
      *  Lets ops answer "what's the count so far" without rerunning
      *  the batch job, shows the run-control status (started,
      *  finished, or died) of each cycle run on a date - or of the
      *  one cycle asked for - and lets a resettable bad run
      *  be zeroed out only at the request of an ACTIVE operator
      *  holding counter-reset authority on the operator master and
      *  only when no run is in flight for the date - every reset
      *  attempt, successful or not, is audited.
      *****************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQREQ-FILE-STATUS.

           SELECT OPER-FILE ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO "TRANSXRF.DAT"
               ORGANIZATION IS INDEXED
           RECORDING MODE IS F.
       COPY INQREQRC.

       FD  OPER-FILE
           RECORDING MODE IS F.
       COPY OPERMSTR.

       FD  XREF-FILE.
       COPY XREFREC.
       01  WS-FILE-STATUSES.
           05  WS-CHECKPOINT-FILE-STATUS  PIC XX.
           05  WS-INQREQ-FILE-STATUS      PIC XX.
           05  WS-OPER-FILE-STATUS        PIC XX.
           05  WS-XREF-FILE-STATUS        PIC XX.
           05  WS-RUNCTL-FILE-STATUS      PIC XX.
           05  WS-AUDIT-FILE-STATUS       PIC XX.
               88  WS-RUNCTL-OPEN-OK      VALUE "Y".
           05  WS-RUNCTL-FOUND-SWITCH     PIC X VALUE "N".
               88  WS-RUNCTL-FOUND        VALUE "Y".
           05  WS-RUNCTL-EOF-SWITCH       PIC X VALUE "N".
               88  WS-RUNCTL-EOF          VALUE "Y".
           05  WS-CYCLE-SHOWN-SWITCH      PIC X VALUE "N".
               88  WS-CYCLE-SHOWN         VALUE "Y".
           05  WS-RUN-IN-FLIGHT-SWITCH    PIC X VALUE "N".
               88  WS-RUN-IN-FLIGHT       VALUE "Y".
           05  WS-XREF-EOF-SWITCH         PIC X VALUE "N".
               88  WS-XREF-EOF            VALUE "Y".
           05  WS-OPER-FOUND-SWITCH       PIC X VALUE "N".
               88  WS-OPER-FOUND          VALUE "Y".
           05  WS-OPER-EOF-SWITCH         PIC X VALUE "N".
               88  WS-OPER-EOF            VALUE "Y".

       01  WS-OPER-REFUSE-REASON          PIC X(10) VALUE SPACES.
       01  WS-RUN-DATE                    PIC X(8).
       01  WS-INQUIRY-DATE                PIC X(8).
       01  WS-INQUIRY-CYCLE               PIC 9(2) VALUE ZEROES.
       01  WS-CKPT-AREA-2-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CKPT-DEBIT-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CKPT-CREDIT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.99.
                   AT END
                       MOVE "INQUIRE" TO INQUIRY-ACTION
                       MOVE SPACES    TO INQUIRY-DATE
                       MOVE SPACES    TO INQUIRY-CYCLE
               END-READ
               CLOSE INQUIRY-REQUEST-FILE
           ELSE
               MOVE "INQUIRE" TO INQUIRY-ACTION
               MOVE SPACES    TO INQUIRY-DATE
               MOVE SPACES    TO INQUIRY-CYCLE
           END-IF
           IF INQUIRY-DATE = SPACES OR LOW-VALUES
               MOVE WS-RUN-DATE TO WS-INQUIRY-DATE
           ELSE
               MOVE INQUIRY-DATE TO WS-INQUIRY-DATE
           END-IF
           IF INQUIRY-CYCLE NUMERIC
               MOVE INQUIRY-CYCLE TO WS-INQUIRY-CYCLE
           END-IF
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               SET WS-RUNCTL-OPEN-OK TO TRUE
               DISPLAY "DEBIT TOTAL:  " WS-CKPT-DEBIT-DISPLAY
               DISPLAY "CREDIT TOTAL: " WS-CKPT-CREDIT-DISPLAY
               DISPLAY "AS OF: " CKPT-TIMESTAMP
               DISPLAY "LAST RUN: " CKPT-RUN-DATE
                       "  CYCLE: " CKPT-RUN-CYCLE
           ELSE
               DISPLAY "No checkpointed run data for " WS-INQUIRY-DATE
                       " available yet"
           END-IF.

       2200-RESET-COUNTERS.
           PERFORM 2210-CHECK-RESET-AUTHORITY
           PERFORM 2230-CHECK-RUN-IN-FLIGHT
           PERFORM 2110-READ-CHECKPOINT
           IF WS-CHECKPOINT-FOUND
                   MOVE ZEROES TO CKPT-REJ-TYPE-UNKN-COUNT
                   MOVE ZEROES TO CKPT-REJ-ACCT-UNKN-COUNT
                   MOVE ZEROES TO CKPT-REJ-PERIOD-CLS-COUNT
                   MOVE ZEROES TO CKPT-REJ-ACCT-FROZN-COUNT
                   MOVE ZEROES TO CKPT-REJ-ACCT-CLOSD-COUNT
                   MOVE ZEROES TO CKPT-RUN-UNDATED
                   MOVE SPACES TO CKPT-RUN-DATE
                   MOVE ZEROES TO CKPT-RUN-CYCLE
                   MOVE ZEROES TO CKPT-CYCLE-OPEN-AREA-2
                   MOVE ZEROES TO CKPT-CYCLE-OPEN-AREA-1
                   MOVE ZEROES TO CKPT-CYCLE-OPEN-DR-TOTAL
                   MOVE ZEROES TO CKPT-CYCLE-OPEN-CR-TOTAL
                   MOVE ZEROES TO CKPT-RUN-RELEASED
                   MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP
                   REWRITE CHECKPOINT-RECORD
                   PERFORM 2250-PURGE-XREF-FOR-DATE
                   DISPLAY "Counters reset to zero by authorized "
                           "request"
               ELSE
                   IF WS-AUTH-MATCHED
                       DISPLAY "Reset request DENIED - no checkpoint "
                               "on file for " WS-INQUIRY-DATE
                   ELSE
                       DISPLAY "Reset request DENIED - operator '"
                               INQUIRY-OPERATOR "' refused: "
                               WS-OPER-REFUSE-REASON
                   END-IF
               END-IF
           END-IF
           PERFORM 2220-AUDIT-RESET-ATTEMPT.

      *    A reset is authorized by the operator asking for it, not
      *    by a shared code: the operator must be on the operator
      *    master, ACTIVE, and hold counter-reset authority.
       2210-CHECK-RESET-AUTHORITY.
           MOVE "N" TO WS-OPER-FOUND-SWITCH
           MOVE "N" TO WS-OPER-EOF-SWITCH
           MOVE "OPER-UNKN" TO WS-OPER-REFUSE-REASON
           IF INQUIRY-OPERATOR NOT = SPACES
               OPEN INPUT OPER-FILE
               IF WS-OPER-FILE-STATUS = "00"
                   PERFORM UNTIL WS-OPER-EOF OR WS-OPER-FOUND
                       READ OPER-FILE
                           AT END
                               SET WS-OPER-EOF TO TRUE
                           NOT AT END
                               IF OPER-ID = INQUIRY-OPERATOR
                                   SET WS-OPER-FOUND TO TRUE
                                   PERFORM 2215-CHECK-OPERATOR-ROW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPER-FILE
               ELSE
                   DISPLAY "WARNING: OPER-FILE missing - reset "
                           "cannot be authorized"
               END-IF
           END-IF
           IF WS-OPER-REFUSE-REASON = SPACES
               SET WS-AUTH-MATCHED TO TRUE
           END-IF.

       2215-CHECK-OPERATOR-ROW.
           EVALUATE TRUE
               WHEN NOT OPER-ACTIVE
                   MOVE "OPER-INACT" TO WS-OPER-REFUSE-REASON
               WHEN OPER-AUTH-RESET NOT = "Y"
                   MOVE "NOT-AUTH"   TO WS-OPER-REFUSE-REASON
               WHEN OTHER
                   MOVE SPACES       TO WS-OPER-REFUSE-REASON
           END-EVALUATE.

       2220-AUDIT-RESET-ATTEMPT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
           END-IF
           IF WS-AUDIT-OPEN-OK
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               EVALUATE TRUE
                   WHEN WS-RUN-IN-FLIGHT
                       MOVE "RESET-DENY"  TO AUDIT-EVENT-TYPE
                   WHEN NOT WS-AUTH-MATCHED
                       MOVE "AUTH-REFUSE" TO AUDIT-EVENT-TYPE
                   WHEN WS-CHECKPOINT-FOUND
                       MOVE "RESET-OK"    TO AUDIT-EVENT-TYPE
                   WHEN OTHER
                       MOVE "RESET-DENY"  TO AUDIT-EVENT-TYPE
               END-EVALUATE
               MOVE INQUIRY-OPERATOR    TO AUDIT-OPERATOR
               MOVE "CNTRINQ"           TO AUDIT-PROGRAM
               MOVE "RESET"             TO AUDIT-ACTION
               MOVE WS-OPER-REFUSE-REASON TO AUDIT-REASON-CODE
               MOVE WS-PRE-RESET-AREA-1 TO AUDIT-AREA-1
               MOVE WS-PRE-RESET-AREA-2 TO AUDIT-AREA-2
               MOVE WS-PRE-RESET-DEBIT  TO AUDIT-DEBIT-TOTAL
               CLOSE AUDIT-FILE
           END-IF.

      *    A date may be run in several cycles: a reset is refused
      *    while any one of them is still RUNNING.
       2230-CHECK-RUN-IN-FLIGHT.
           PERFORM 2240-START-CYCLE-SCAN
           PERFORM UNTIL WS-RUNCTL-EOF
               PERFORM 2245-READ-NEXT-CYCLE
               IF NOT WS-RUNCTL-EOF AND RUNC-RUNNING
                   SET WS-RUN-IN-FLIGHT TO TRUE
               END-IF
           END-PERFORM.

       2240-START-CYCLE-SCAN.
           MOVE "N" TO WS-RUNCTL-FOUND-SWITCH
           MOVE "N" TO WS-RUNCTL-EOF-SWITCH
           IF WS-RUNCTL-OPEN-OK
               MOVE WS-INQUIRY-DATE TO RUNC-RUN-DATE
               MOVE ZEROES TO RUNC-CYCLE
               START RUN-CONTROL-FILE KEY NOT < RUNC-KEY
                   INVALID KEY
                       SET WS-RUNCTL-EOF TO TRUE
               END-START
           ELSE
               SET WS-RUNCTL-EOF TO TRUE
           END-IF.

       2245-READ-NEXT-CYCLE.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-RUNCTL-EOF TO TRUE
               NOT AT END
                   IF RUNC-RUN-DATE NOT = WS-INQUIRY-DATE
                       SET WS-RUNCTL-EOF TO TRUE
                   ELSE
                       SET WS-RUNCTL-FOUND TO TRUE
                   END-IF
           END-READ.

      *    Without this purge a rerun of the reset date would reject
      *    every one of its transactions as a DUPLICATE against the
      *    cross-reference rows left by the zeroed-out run.
               END-IF
           END-IF.

      *    Every cycle run on the date is shown unless the request
      *    names one cycle.
       2300-DISPLAY-RUN-STATUS.
           MOVE "N" TO WS-CYCLE-SHOWN-SWITCH
           PERFORM 2240-START-CYCLE-SCAN
           PERFORM UNTIL WS-RUNCTL-EOF
               PERFORM 2245-READ-NEXT-CYCLE
               IF NOT WS-RUNCTL-EOF
                   IF WS-INQUIRY-CYCLE = ZEROES
                       OR WS-INQUIRY-CYCLE = RUNC-CYCLE
                       PERFORM 2310-DISPLAY-ONE-CYCLE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-CYCLE-SHOWN
               IF WS-INQUIRY-CYCLE = ZEROES
                   DISPLAY "No run-control record for "
                           WS-INQUIRY-DATE " - run has not started"
               ELSE
                   DISPLAY "No run-control record for "
                           WS-INQUIRY-DATE " cycle " WS-INQUIRY-CYCLE
                           " - cycle has not started"
               END-IF
           END-IF.

       2310-DISPLAY-ONE-CYCLE.
           SET WS-CYCLE-SHOWN TO TRUE
           MOVE RUNC-FINAL-TOTAL TO WS-CKPT-AREA-2-DISPLAY
           DISPLAY "RUN STATUS FOR " WS-INQUIRY-DATE " CYCLE "
                   RUNC-CYCLE ": " RUNC-STATUS
           DISPLAY "STARTED:  " RUNC-START-TIMESTAMP
           DISPLAY "ENDED:    " RUNC-END-TIMESTAMP
           DISPLAY "FINAL COUNT: " RUNC-FINAL-COUNT
                   "  FINAL TOTAL: " WS-CKPT-AREA-2-DISPLAY
           DISPLAY "GL STATUS: " RUNC-GL-STATUS.

       3000-FINALIZE.
           IF WS-CHECKPOINT-OPEN-OK
               CLOSE CHECKPOINT-FILE
