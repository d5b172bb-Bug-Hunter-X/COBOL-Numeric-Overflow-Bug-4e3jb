       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNTRACE.
       AUTHOR. OPS-BATCH-TEAM.
      *****************************************************************
      *  Transaction trace.  Answers "what happened to this
      *  transaction?" without an operator grepping a dozen files.
      *  For every TRANS-ID on TRACEREQ.DAT (optionally narrowed to
      *  one transaction date) it searches the cross-reference, the
      *  live and archived reject files, the supplemental and
      *  consumed-supplemental files, the deferred-credit retry
      *  queue, the large-value hold queue, the pending write-offs
      *  and the audit trail, and writes the transaction's life
      *  story to TRACERPT.DAT in time order: received, held,
      *  rejected and why, disposed of by whom, resubmitted, accepted
      *  on which run and cycle, written off, and the AUDIT-AREA-2
      *  running total at the moment it was accumulated.  Records
      *  that carry no timestamp (the supplemental files and the
      *  retry queue) are listed after the dated events.  Each trace
      *  closes with the current state in plain words - ACCEPTED,
      *  OPEN REJECT, WRITTEN OFF, PENDING or NEVER SEEN.  Nothing is
      *  updated; every file is opened for input only.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACE-REQUEST-FILE ASSIGN TO "TRACEREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRCREQ-FILE-STATUS.

           SELECT TRACE-REPORT-FILE ASSIGN TO "TRACERPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRCRPT-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO "TRANSXRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO "REJECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT REJHIST-FILE ASSIGN TO "REJHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJHIST-FILE-STATUS.

           SELECT SUPP-FILE ASSIGN TO "SUPPTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-FILE-STATUS.

           SELECT SUPPROC-FILE ASSIGN TO "SUPPROCD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPROC-FILE-STATUS.

           SELECT RETRYQ-FILE ASSIGN TO "RETRYQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRYQ-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT WOFF-FILE ASSIGN TO "WOFFPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFF-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRACE-REQUEST-FILE
           RECORDING MODE IS F.
       COPY TRCREQRC.

       FD  TRACE-REPORT-FILE
           RECORDING MODE IS F.
       01  TRACE-REPORT-RECORD             PIC X(132).

       FD  XREF-FILE.
       COPY XREFREC.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTLRC.

       FD  REJECT-FILE
           RECORDING MODE IS F.
       COPY REJECTRC.

       FD  REJHIST-FILE
           RECORDING MODE IS F.
       01  REJHIST-RECORD                  PIC X(181).

       FD  SUPP-FILE
           RECORDING MODE IS F.
       COPY TRANSREC.

       FD  SUPPROC-FILE
           RECORDING MODE IS F.
       01  SUPPROC-RECORD                  PIC X(38).

       FD  RETRYQ-FILE
           RECORDING MODE IS F.
       01  RETRYQ-RECORD                   PIC X(38).

       FD  HOLD-FILE
           RECORDING MODE IS F.
       COPY HOLDREC.

       FD  WOFF-FILE
           RECORDING MODE IS F.
       COPY WOFFREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TRCREQ-FILE-STATUS      PIC XX.
           05  WS-TRCRPT-FILE-STATUS      PIC XX.
           05  WS-XREF-FILE-STATUS        PIC XX.
           05  WS-RUNCTL-FILE-STATUS      PIC XX.
           05  WS-REJECT-FILE-STATUS      PIC XX.
           05  WS-REJHIST-FILE-STATUS     PIC XX.
           05  WS-SUPP-FILE-STATUS        PIC XX.
           05  WS-SUPPROC-FILE-STATUS     PIC XX.
           05  WS-RETRYQ-FILE-STATUS      PIC XX.
           05  WS-HOLD-FILE-STATUS        PIC XX.
           05  WS-WOFF-FILE-STATUS        PIC XX.
           05  WS-AUDIT-FILE-STATUS       PIC XX.

       01  WS-SWITCHES.
           05  WS-TRCREQ-EOF-SWITCH       PIC X VALUE "N".
               88  WS-TRCREQ-EOF          VALUE "Y".
           05  WS-TRCREQ-OPEN-SWITCH      PIC X VALUE "N".
               88  WS-TRCREQ-OPEN-OK      VALUE "Y".
           05  WS-REPORT-OPEN-SWITCH      PIC X VALUE "N".
               88  WS-REPORT-OPEN-OK      VALUE "Y".
           05  WS-SCAN-EOF-SWITCH         PIC X VALUE "N".
               88  WS-SCAN-EOF            VALUE "Y".
           05  WS-RUNCTL-OPEN-SWITCH      PIC X VALUE "N".
               88  WS-RUNCTL-OPEN-OK      VALUE "Y".
           05  WS-RUN-FOUND-SWITCH        PIC X VALUE "N".
               88  WS-RUN-FOUND           VALUE "Y".
           05  WS-EVENT-FULL-SWITCH       PIC X VALUE "N".
               88  WS-EVENT-TABLE-FULL    VALUE "Y".
           05  WS-WOFF-FULL-SWITCH        PIC X VALUE "N".
               88  WS-WOFF-TABLE-FULL     VALUE "Y".
           05  WS-FATAL-SWITCH            PIC X VALUE "N".
               88  WS-FATAL-ERROR         VALUE "Y".

      *    What the searches found for the TRANS-ID being traced;
      *    reset for every request and read by 2800 to decide the
      *    current state.
       01  WS-TRACE-FINDINGS.
           05  WS-ACCEPTED-SWITCH         PIC X VALUE "N".
               88  WS-ID-ACCEPTED         VALUE "Y".
           05  WS-QUEUED-SWITCH           PIC X VALUE "N".
               88  WS-ID-QUEUED           VALUE "Y".
           05  WS-HELD-SWITCH             PIC X VALUE "N".
               88  WS-ID-HELD             VALUE "Y".
           05  WS-WRITTEN-OFF-SWITCH      PIC X VALUE "N".
               88  WS-ID-WRITTEN-OFF      VALUE "Y".
           05  WS-OPEN-REJECT-COUNT       PIC 9(5) VALUE ZEROES.
           05  WS-LAST-REJECT-STAMP       PIC X(26) VALUE LOW-VALUES.

       01  WS-TRACE-ID                     PIC X(10) VALUE SPACES.
       01  WS-TRACE-DATE                   PIC X(8) VALUE SPACES.
       01  WS-TRACE-STATE                  PIC X(12) VALUE SPACES.
       01  WS-IMAGE-MATCH-SWITCH           PIC X VALUE "N".
           88  WS-IMAGE-MATCHES            VALUE "Y".
       01  WS-SCAN-SOURCE                  PIC X(8) VALUE SPACES.

      *    The event being added to the life story.  Events with no
      *    timestamp on file carry HIGH-VALUES so they sort last.
       01  WS-NEW-EVENT.
           05  WS-NEW-EVT-TIMESTAMP        PIC X(26).
           05  WS-NEW-EVT-SOURCE           PIC X(8).
           05  WS-NEW-EVT-DATE             PIC X(8).
           05  WS-NEW-EVT-TEXT             PIC X(70).

       01  WS-EVT-SUB                      PIC 9(3) COMP VALUE ZEROES.
       01  WS-EVT-INSERT-SUB               PIC 9(3) COMP VALUE ZEROES.

       01  WS-EVENT-TABLE.
           05  WS-EVT-ENTRY-COUNT          PIC 9(3) COMP VALUE ZEROES.
           05  WS-EVT-ENTRY OCCURS 200 TIMES.
               10  WS-EVT-TIMESTAMP        PIC X(26).
               10  WS-EVT-SOURCE           PIC X(8).
               10  WS-EVT-DATE             PIC X(8).
               10  WS-EVT-TEXT             PIC X(70).
       01  WS-EVENTS-NOT-LISTED            PIC 9(5) VALUE ZEROES.

      *    Write-offs found on the reject files, kept so the pending
      *    write-off rows (which carry no TRANS-ID) can be tied back
      *    to this transaction by date, amount, side and operator.
       01  WS-WOFF-SUB                     PIC 9(3) COMP VALUE ZEROES.

       01  WS-WOFF-MATCH-TABLE.
           05  WS-WOFF-ENTRY-COUNT         PIC 9(3) COMP VALUE ZEROES.
           05  WS-WOFF-ENTRY OCCURS 20 TIMES.
               10  WS-WOFF-TBL-DATE        PIC X(8).
               10  WS-WOFF-TBL-AMOUNT      PIC 9(7)V99.
               10  WS-WOFF-TBL-DC-CODE     PIC X.
               10  WS-WOFF-TBL-OPERATOR    PIC X(10).

       01  WS-LOOKUP-STAMP                 PIC X(26) VALUE SPACES.
       01  WS-FOUND-RUN-DATE               PIC X(8) VALUE SPACES.
       01  WS-FOUND-RUN-CYCLE              PIC 9(2) VALUE ZEROES.
       01  WS-FOUND-RUN-START              PIC X(26) VALUE SPACES.

       01  WS-TRACE-COUNTS.
           05  WS-REQUESTS-READ            PIC 9(5) VALUE ZEROES.
           05  WS-IDS-TRACED               PIC 9(5) VALUE ZEROES.
           05  WS-STATE-ACCEPTED           PIC 9(5) VALUE ZEROES.
           05  WS-STATE-OPEN-REJECT        PIC 9(5) VALUE ZEROES.
           05  WS-STATE-WRITTEN-OFF        PIC 9(5) VALUE ZEROES.
           05  WS-STATE-PENDING            PIC 9(5) VALUE ZEROES.
           05  WS-STATE-NEVER-SEEN         PIC 9(5) VALUE ZEROES.

       01  WS-EVENT-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-EVENT-STAMP              PIC X(19).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-EVENT-SOURCE             PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-EVENT-DATE               PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-EVENT-TEXT               PIC X(70).

       01  WS-AMOUNT-EDIT                  PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-EDIT                   PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-EDIT                   PIC ZZ,ZZ9.
       01  WS-REPORT-TEXT                  PIC X(120).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF NOT WS-FATAL-ERROR
               PERFORM UNTIL WS-TRCREQ-EOF
                   READ TRACE-REQUEST-FILE
                       AT END
                           SET WS-TRCREQ-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REQUESTS-READ
                           IF TRCREQ-TRANS-ID NOT = SPACES
                               PERFORM 2000-TRACE-ONE-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM 4000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT TRACE-REQUEST-FILE
           IF WS-TRCREQ-FILE-STATUS = "00"
               SET WS-TRCREQ-OPEN-OK TO TRUE
           ELSE
               DISPLAY "ERROR: TRACE-REQUEST-FILE open failed, "
                       "status=" WS-TRCREQ-FILE-STATUS
                       " - nothing to trace"
               SET WS-FATAL-ERROR TO TRUE
           END-IF
           IF NOT WS-FATAL-ERROR
               OPEN OUTPUT TRACE-REPORT-FILE
               IF WS-TRCRPT-FILE-STATUS = "00"
                   SET WS-REPORT-OPEN-OK TO TRUE
                   MOVE "TRANSACTION TRACE BY TRANS-ID"
                       TO WS-REPORT-TEXT
                   PERFORM 9100-WRITE-REPORT-LINE
                   PERFORM 9100-WRITE-REPORT-LINE
               ELSE
                   DISPLAY "ERROR: TRACE-REPORT-FILE open failed, "
                           "status=" WS-TRCRPT-FILE-STATUS
                   SET WS-FATAL-ERROR TO TRUE
               END-IF
           END-IF
      *    The run-control file only places an acceptance on a run
      *    and cycle; the trace still runs without it.
           IF NOT WS-FATAL-ERROR
               OPEN INPUT RUN-CONTROL-FILE
               IF WS-RUNCTL-FILE-STATUS = "00"
                   SET WS-RUNCTL-OPEN-OK TO TRUE
               ELSE
                   DISPLAY "WARNING: RUN-CONTROL-FILE open failed, "
                           "status=" WS-RUNCTL-FILE-STATUS
                           " - accepting runs will not be shown"
               END-IF
           END-IF.

      *    Every file is searched afresh for each TRANS-ID; trace
      *    requests are a handful at a time, and a fresh pass keeps
      *    each trace independent of the order of the requests.
       2000-TRACE-ONE-ID.
           ADD 1 TO WS-IDS-TRACED
           MOVE TRCREQ-TRANS-ID TO WS-TRACE-ID
           MOVE TRCREQ-DATE TO WS-TRACE-DATE
           MOVE "N" TO WS-ACCEPTED-SWITCH
           MOVE "N" TO WS-QUEUED-SWITCH
           MOVE "N" TO WS-HELD-SWITCH
           MOVE "N" TO WS-WRITTEN-OFF-SWITCH
           MOVE ZEROES TO WS-OPEN-REJECT-COUNT
           MOVE LOW-VALUES TO WS-LAST-REJECT-STAMP
           MOVE "N" TO WS-EVENT-FULL-SWITCH
           MOVE "N" TO WS-WOFF-FULL-SWITCH
           MOVE ZEROES TO WS-EVT-ENTRY-COUNT
           MOVE ZEROES TO WS-EVENTS-NOT-LISTED
           MOVE ZEROES TO WS-WOFF-ENTRY-COUNT
           PERFORM 2100-TRACE-XREF
           MOVE "REJECT" TO WS-SCAN-SOURCE
           PERFORM 2200-TRACE-REJECTS
           MOVE "REJHIST" TO WS-SCAN-SOURCE
           PERFORM 2250-TRACE-REJECT-HISTORY
           PERFORM 2300-TRACE-SUPPLEMENTAL
           PERFORM 2400-TRACE-RETRY-QUEUE
           PERFORM 2500-TRACE-HOLD-QUEUE
           IF WS-WOFF-ENTRY-COUNT > ZEROES
               PERFORM 2600-TRACE-WRITE-OFFS
           END-IF
           PERFORM 2700-TRACE-AUDIT-TRAIL
           PERFORM 2800-SET-CURRENT-STATE
           PERFORM 3000-WRITE-TRACE.

      *    With a date the cross-reference is read by key; without
      *    one every date is scanned for the TRANS-ID.
       2100-TRACE-XREF.
           OPEN INPUT XREF-FILE
           IF WS-XREF-FILE-STATUS = "00"
               IF WS-TRACE-DATE NOT = SPACES
                   MOVE WS-TRACE-DATE TO XREF-DATE
                   MOVE WS-TRACE-ID TO XREF-TRANS-ID
                   READ XREF-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 2110-ADD-XREF-EVENT
                   END-READ
               ELSE
                   MOVE "N" TO WS-SCAN-EOF-SWITCH
                   MOVE LOW-VALUES TO XREF-KEY
                   START XREF-FILE KEY IS NOT LESS THAN XREF-KEY
                       INVALID KEY
                           SET WS-SCAN-EOF TO TRUE
                   END-START
                   PERFORM UNTIL WS-SCAN-EOF
                       READ XREF-FILE NEXT RECORD
                           AT END
                               SET WS-SCAN-EOF TO TRUE
                           NOT AT END
                               IF XREF-TRANS-ID = WS-TRACE-ID
                                   PERFORM 2110-ADD-XREF-EVENT
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE XREF-FILE
           ELSE
               IF WS-XREF-FILE-STATUS NOT = "35"
                   DISPLAY "WARNING: XREF-FILE open failed, status="
                           WS-XREF-FILE-STATUS
                           " - acceptances not searched"
               END-IF
           END-IF.

       2110-ADD-XREF-EVENT.
           SET WS-ID-ACCEPTED TO TRUE
           MOVE XREF-TIMESTAMP TO WS-LOOKUP-STAMP
           PERFORM 2900-FIND-RUN-FOR-STAMP
           MOVE XREF-TIMESTAMP TO WS-NEW-EVT-TIMESTAMP
           MOVE "TRANSXRF" TO WS-NEW-EVT-SOURCE
           MOVE XREF-DATE TO WS-NEW-EVT-DATE
           MOVE SPACES TO WS-NEW-EVT-TEXT
           IF WS-RUN-FOUND
               STRING "ACCEPTED ON RUN " WS-FOUND-RUN-DATE
                      " CYCLE " WS-FOUND-RUN-CYCLE
                   DELIMITED BY SIZE INTO WS-NEW-EVT-TEXT
           ELSE
               MOVE "ACCEPTED (RUN NOT ON RUN-CONTROL FILE)"
                   TO WS-NEW-EVT-TEXT
           END-IF
           PERFORM 2950-ADD-EVENT.

       2200-TRACE-REJECTS.
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF-SWITCH
               PERFORM UNTIL WS-SCAN-EOF
                   READ REJECT-FILE
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           PERFORM 2210-CHECK-REJECT-ROW
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.

      *    Rejects the housekeeping purge has archived are still part
      *    of the story; REJHIST.DAT rows have the reject layout.
       2250-TRACE-REJECT-HISTORY.
           OPEN INPUT REJHIST-FILE
           IF WS-REJHIST-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF-SWITCH
               PERFORM UNTIL WS-SCAN-EOF
                   READ REJHIST-FILE INTO REJECT-RECORD
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           PERFORM 2210-CHECK-REJECT-ROW
                   END-READ
               END-PERFORM
               CLOSE REJHIST-FILE
           END-IF.

       2210-CHECK-REJECT-ROW.
           MOVE REJECT-TRANS-IMAGE (1:38) TO TRANS-RECORD
           PERFORM 2940-MATCH-TRANS-RECORD
           IF WS-IMAGE-MATCHES
               PERFORM 2220-ADD-REJECT-EVENTS
           END-IF.

       2220-ADD-REJECT-EVENTS.
           IF REJECT-TIMESTAMP > WS-LAST-REJECT-STAMP
               MOVE REJECT-TIMESTAMP TO WS-LAST-REJECT-STAMP
           END-IF
           MOVE REJECT-TIMESTAMP TO WS-NEW-EVT-TIMESTAMP
           MOVE WS-SCAN-SOURCE TO WS-NEW-EVT-SOURCE
           MOVE TRANS-DATE TO WS-NEW-EVT-DATE
           MOVE SPACES TO WS-NEW-EVT-TEXT
           STRING "REJECTED " REJECT-REASON-CODE " - "
                  REJECT-REASON
               DELIMITED BY SIZE INTO WS-NEW-EVT-TEXT
           PERFORM 2950-ADD-EVENT
           IF NOT REJECT-OPEN
               MOVE REJECT-DISP-TIMESTAMP TO WS-NEW-EVT-TIMESTAMP
               MOVE SPACES TO WS-NEW-EVT-TEXT
           END-IF
           EVALUATE TRUE
               WHEN REJECT-OPEN
                   ADD 1 TO WS-OPEN-REJECT-COUNT
               WHEN REJECT-RESUBMITTED
                   STRING "RESUBMITTED AS SENT BY "
                          REJECT-DISP-OPERATOR
                       DELIMITED BY SIZE INTO WS-NEW-EVT-TEXT
                   PERFORM 2950-ADD-EVENT
               WHEN REJECT-CORRECTED
                   STRING "CORRECTED AND RESUBMITTED BY "
                          REJECT-DISP-OPERATOR
                       DELIMITED BY SIZE INTO WS-NEW-EVT-TEXT
                   PERFORM 2950-ADD-EVENT
               WHEN REJECT-WRITTEN-OFF
                   SET WS-ID-WRITTEN-OFF TO TRUE
                   MOVE TRANS-AMOUNT TO WS-AMOUNT-EDIT
                   STRING "WRITTEN OFF BY " REJECT-DISP-OPERATOR
                          " AMOUNT " WS-AMOUNT-EDIT
                       DELIMITED BY SIZE INTO WS-NEW-EVT-TEXT
                   PERFORM 2950-ADD-EVENT
                   PERFORM 2230-STORE-WRITE-OFF
               WHEN OTHER
                   STRING "DISPOSITION " REJECT-DISPOSITION
                          " BY " REJECT-DISP-OPERATOR
                       DELIMITED BY SIZE INTO WS-NEW-EVT-TEXT
                   PERFORM 2950-ADD-EVENT
           END-EVALUATE.

       2230-STORE-WRITE-OFF.
           IF WS-WOFF-ENTRY-COUNT >= 20
               IF NOT WS-WOFF-TABLE-FULL
                   SET WS-WOFF-TABLE-FULL TO TRUE
                   DISPLAY "WARNING: " WS-TRACE-ID
                           " has more write-offs than the trace "
                           "holds - later ones not matched to "
                           "WOFFPEND.DAT"
               END-IF
           ELSE
               ADD 1 TO WS-WOFF-ENTRY-COUNT
               MOVE WS-WOFF-ENTRY-COUNT TO WS-WOFF-SUB
               MOVE TRANS-DATE TO WS-WOFF-TBL-DATE (WS-WOFF-SUB)
               MOVE TRANS-AMOUNT TO WS-WOFF-TBL-AMOUNT (WS-WOFF-SUB)
               IF TRANS-CREDIT
                   MOVE "C" TO WS-WOFF-TBL-DC-CODE (WS-WOFF-SUB)
               ELSE
                   MOVE "D" TO WS-WOFF-TBL-DC-CODE (WS-WOFF-SUB)
               END-IF
               MOVE REJECT-DISP-OPERATOR
                   TO WS-WOFF-TBL-OPERATOR (WS-WOFF-SUB)
           END-IF.

      *    SUPPTRAN.DAT holds resubmissions the next run has still to
      *    pick up; SUPPROCD.DAT holds resubmissions and released
      *    holds a run has already consumed.  Neither is timestamped.
       2300-TRACE-SUPPLEMENTAL.
           OPEN INPUT SUPP-FILE
           IF WS-SUPP-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF-SWITCH
               PERFORM UNTIL WS-SCAN-EOF
                   READ SUPP-FILE
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           PERFORM 2940-MATCH-TRANS-RECORD
                           IF WS-IMAGE-MATCHES
                               SET WS-ID-QUEUED TO TRUE
                               MOVE "SUPPTRAN" TO WS-NEW-EVT-SOURCE
                               MOVE TRANS-AMOUNT TO WS-AMOUNT-EDIT
                               MOVE SPACES TO WS-NEW-EVT-TEXT
                               STRING "RESUBMISSION WAITING FOR THE "
                                      "NEXT RUN - AMOUNT "
                                      WS-AMOUNT-EDIT
                                   DELIMITED BY SIZE
                                   INTO WS-NEW-EVT-TEXT
                               PERFORM 2960-ADD-UNTIMED-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPP-FILE
           END-IF
           OPEN INPUT SUPPROC-FILE
           IF WS-SUPPROC-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF-SWITCH
               PERFORM UNTIL WS-SCAN-EOF
                   READ SUPPROC-FILE INTO TRANS-RECORD
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           PERFORM 2940-MATCH-TRANS-RECORD
                           IF WS-IMAGE-MATCHES
                               MOVE "SUPPROCD" TO WS-NEW-EVT-SOURCE
                               MOVE TRANS-AMOUNT TO WS-AMOUNT-EDIT
                               MOVE SPACES TO WS-NEW-EVT-TEXT
                               STRING "RESUBMISSION OR RELEASE READ "
                                      "BY A RUN - AMOUNT "
                                      WS-AMOUNT-EDIT
                                   DELIMITED BY SIZE
                                   INTO WS-NEW-EVT-TEXT
                               PERFORM 2960-ADD-UNTIMED-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPROC-FILE
           END-IF.

      *    A deferred credit writes no reject; its only trace is its
      *    row on the retry queue until a later run clears it.
       2400-TRACE-RETRY-QUEUE.
           OPEN INPUT RETRYQ-FILE
           IF WS-RETRYQ-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF-SWITCH
               PERFORM UNTIL WS-SCAN-EOF
                   READ RETRYQ-FILE INTO TRANS-RECORD
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           PERFORM 2940-MATCH-TRANS-RECORD
                           IF WS-IMAGE-MATCHES
                               SET WS-ID-QUEUED TO TRUE
                               MOVE "RETRYQ" TO WS-NEW-EVT-SOURCE
                               MOVE TRANS-AMOUNT TO WS-AMOUNT-EDIT
                               MOVE SPACES TO WS-NEW-EVT-TEXT
                               STRING "CREDIT DEFERRED - WAITING FOR "
                                      "BALANCE - AMOUNT "
                                      WS-AMOUNT-EDIT
                                   DELIMITED BY SIZE
                                   INTO WS-NEW-EVT-TEXT
                               PERFORM 2960-ADD-UNTIMED-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETRYQ-FILE
           END-IF.

       2500-TRACE-HOLD-QUEUE.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF-SWITCH
               PERFORM UNTIL WS-SCAN-EOF
                   READ HOLD-FILE
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           MOVE HOLD-TRANS-IMAGE (1:38)
                               TO TRANS-RECORD
                           PERFORM 2940-MATCH-TRANS-RECORD
                           IF WS-IMAGE-MATCHES
                               PERFORM 2510-ADD-HOLD-EVENTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

      *    A released hold is only pending until a run reads it back
      *    in.  Once accepted the cross-reference row says so, and
      *    2800 ranks that first; a reject written after the release
      *    means the consuming run turned it away, so the hold no
      *    longer keeps the item in flight and the reject's own
      *    disposition decides the state.
       2510-ADD-HOLD-EVENTS.
           MOVE HOLD-TIMESTAMP TO WS-NEW-EVT-TIMESTAMP
           MOVE "HOLDQ" TO WS-NEW-EVT-SOURCE
           MOVE TRANS-DATE TO WS-NEW-EVT-DATE
           MOVE HOLD-REVIEW-LIMIT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-NEW-EVT-TEXT
           STRING "HELD FOR REVIEW ON RUN " HOLD-RUN-DATE
                  " - " HOLD-LIMIT-SOURCE " LIMIT " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-NEW-EVT-TEXT
           PERFORM 2950-ADD-EVENT
           MOVE HOLD-DISP-TIMESTAMP TO WS-NEW-EVT-TIMESTAMP
           MOVE SPACES TO WS-NEW-EVT-TEXT
           EVALUATE TRUE
               WHEN HOLD-PENDING
                   SET WS-ID-HELD TO TRUE
               WHEN HOLD-RELEASED
                   IF WS-LAST-REJECT-STAMP NOT > HOLD-DISP-TIMESTAMP
                       SET WS-ID-HELD TO TRUE
                   END-IF
                   STRING "RELEASED BY " HOLD-AUTHORIZED-BY
                          " FOR " HOLD-REQUESTED-BY
                       DELIMITED BY SIZE INTO WS-NEW-EVT-TEXT
                   PERFORM 2950-ADD-EVENT
               WHEN HOLD-DECLINED
                   STRING "DECLINED BY " HOLD-AUTHORIZED-BY
                          " FOR " HOLD-REQUESTED-BY
                       DELIMITED BY SIZE INTO WS-NEW-EVT-TEXT
                   PERFORM 2950-ADD-EVENT
           END-EVALUATE.

      *    WOFFPEND.DAT rows carry no TRANS-ID; a row is this
      *    transaction's when date, amount, side and operator match a
      *    write-off found on the reject files.  The row stays until
      *    the next run's GL extract posts it.
       2600-TRACE-WRITE-OFFS.
           OPEN INPUT WOFF-FILE
           IF WS-WOFF-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF-SWITCH
               PERFORM UNTIL WS-SCAN-EOF
                   READ WOFF-FILE
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           PERFORM 2610-CHECK-WRITE-OFF-ROW
                   END-READ
               END-PERFORM
               CLOSE WOFF-FILE
           END-IF.

       2610-CHECK-WRITE-OFF-ROW.
           PERFORM VARYING WS-WOFF-SUB FROM 1 BY 1
                   UNTIL WS-WOFF-SUB > WS-WOFF-ENTRY-COUNT
               IF WOFF-TRANS-DATE = WS-WOFF-TBL-DATE (WS-WOFF-SUB)
                   AND WOFF-AMOUNT = WS-WOFF-TBL-AMOUNT (WS-WOFF-SUB)
                   AND WOFF-DC-CODE
                       = WS-WOFF-TBL-DC-CODE (WS-WOFF-SUB)
                   AND WOFF-OPERATOR
                       = WS-WOFF-TBL-OPERATOR (WS-WOFF-SUB)
                   MOVE WOFF-TIMESTAMP TO WS-NEW-EVT-TIMESTAMP
                   MOVE "WOFFPEND" TO WS-NEW-EVT-SOURCE
                   MOVE WOFF-TRANS-DATE TO WS-NEW-EVT-DATE
                   MOVE SPACES TO WS-NEW-EVT-TEXT
                   STRING "WRITE-OFF " WOFF-REASON-CODE
                          " WAITING FOR THE NEXT GL EXTRACT"
                       DELIMITED BY SIZE INTO WS-NEW-EVT-TEXT
                   PERFORM 2950-ADD-EVENT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    The reject and hold files already show the operator
      *    actions, so their audit rows are not repeated here.  The
      *    accumulation rows give the running AUDIT-AREA-2 total at
      *    the moment this transaction went in.
       2700-TRACE-AUDIT-TRAIL.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF-SWITCH
               PERFORM UNTIL WS-SCAN-EOF
                   READ AUDIT-FILE
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           IF AUDIT-TRANS-ID = WS-TRACE-ID
                               AND (WS-TRACE-DATE = SPACES
                                   OR AUDIT-TRANS-DATE
                                       = WS-TRACE-DATE)
                               PERFORM 2710-ADD-AUDIT-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           ELSE
               IF WS-AUDIT-FILE-STATUS NOT = "35"
                   DISPLAY "WARNING: AUDIT-FILE open failed, status="
                           WS-AUDIT-FILE-STATUS
                           " - audit trail not searched"
               END-IF
           END-IF.

       2710-ADD-AUDIT-EVENT.
           MOVE AUDIT-TIMESTAMP TO WS-NEW-EVT-TIMESTAMP
           MOVE "AUDIT" TO WS-NEW-EVT-SOURCE
           MOVE AUDIT-TRANS-DATE TO WS-NEW-EVT-DATE
           MOVE SPACES TO WS-NEW-EVT-TEXT
           MOVE AUDIT-AREA-2 TO WS-TOTAL-EDIT
           EVALUATE AUDIT-EVENT-TYPE
               WHEN "AREA1-INCR"
                   SET WS-ID-ACCEPTED TO TRUE
               WHEN "AREA2-ACCUM"
                   STRING "DEBIT ACCUMULATED - AREA-2 TOTAL NOW "
                          WS-TOTAL-EDIT
                       DELIMITED BY SIZE INTO WS-NEW-EVT-TEXT
                   PERFORM 2950-ADD-EVENT
               WHEN "AREA2-CREDT"
                   STRING "CREDIT ACCUMULATED - AREA-2 TOTAL NOW "
                          WS-TOTAL-EDIT
                       DELIMITED BY SIZE INTO WS-NEW-EVT-TEXT
                   PERFORM 2950-ADD-EVENT
               WHEN "REJ-RESUBMIT"
               WHEN "REJ-CORRECT"
               WHEN "REJ-WRITEOFF"
               WHEN "HOLD-RELEASE"
               WHEN "HOLD-DECLINE"
                   CONTINUE
               WHEN OTHER
                   STRING AUDIT-EVENT-TYPE " " AUDIT-PROGRAM " "
                          AUDIT-ACTION " " AUDIT-OPERATOR " "
                          AUDIT-REASON-CODE
                       DELIMITED BY SIZE INTO WS-NEW-EVT-TEXT
                   PERFORM 2950-ADD-EVENT
           END-EVALUATE.

      *    An acceptance settles the transaction whatever else is on
      *    file; a queued resubmission, deferred credit or unresolved
      *    hold is still in flight; a write-off closes it out; an
      *    open reject is waiting on ops.
       2800-SET-CURRENT-STATE.
           EVALUATE TRUE
               WHEN WS-ID-ACCEPTED
                   MOVE "ACCEPTED" TO WS-TRACE-STATE
                   ADD 1 TO WS-STATE-ACCEPTED
               WHEN WS-ID-QUEUED
               WHEN WS-ID-HELD
                   MOVE "PENDING" TO WS-TRACE-STATE
                   ADD 1 TO WS-STATE-PENDING
               WHEN WS-OPEN-REJECT-COUNT > ZEROES
                   MOVE "OPEN REJECT" TO WS-TRACE-STATE
                   ADD 1 TO WS-STATE-OPEN-REJECT
               WHEN WS-ID-WRITTEN-OFF
                   MOVE "WRITTEN OFF" TO WS-TRACE-STATE
                   ADD 1 TO WS-STATE-WRITTEN-OFF
               WHEN WS-EVT-ENTRY-COUNT > ZEROES
               WHEN WS-EVENTS-NOT-LISTED > ZEROES
                   MOVE "PENDING" TO WS-TRACE-STATE
                   ADD 1 TO WS-STATE-PENDING
               WHEN OTHER
                   MOVE "NEVER SEEN" TO WS-TRACE-STATE
                   ADD 1 TO WS-STATE-NEVER-SEEN
           END-EVALUATE.

       2940-MATCH-TRANS-RECORD.
           IF TRANS-ID = WS-TRACE-ID
               AND (WS-TRACE-DATE = SPACES
                   OR TRANS-DATE = WS-TRACE-DATE)
               SET WS-IMAGE-MATCHES TO TRUE
           ELSE
               MOVE "N" TO WS-IMAGE-MATCH-SWITCH
           END-IF.

      *    The run that accepted a transaction is the run-control row
      *    whose start and end bracket the cross-reference timestamp
      *    (zone offset aside); a row still RUNNING has no end.  The
      *    latest-starting row that brackets the stamp wins.
       2900-FIND-RUN-FOR-STAMP.
           MOVE "N" TO WS-RUN-FOUND-SWITCH
           MOVE LOW-VALUES TO WS-FOUND-RUN-START
           IF WS-RUNCTL-OPEN-OK
               MOVE "N" TO WS-SCAN-EOF-SWITCH
               MOVE LOW-VALUES TO RUNC-KEY
               START RUN-CONTROL-FILE KEY IS NOT LESS THAN RUNC-KEY
                   INVALID KEY
                       SET WS-SCAN-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-SCAN-EOF
                   READ RUN-CONTROL-FILE NEXT RECORD
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           PERFORM 2910-CHECK-RUN-ROW
                   END-READ
               END-PERFORM
           END-IF.

       2910-CHECK-RUN-ROW.
           IF RUNC-START-TIMESTAMP (1:16) NOT > WS-LOOKUP-STAMP (1:16)
               AND (RUNC-END-TIMESTAMP = SPACES
                   OR RUNC-END-TIMESTAMP (1:16)
                       NOT < WS-LOOKUP-STAMP (1:16))
               AND RUNC-START-TIMESTAMP > WS-FOUND-RUN-START
               SET WS-RUN-FOUND TO TRUE
               MOVE RUNC-START-TIMESTAMP TO WS-FOUND-RUN-START
               MOVE RUNC-RUN-DATE TO WS-FOUND-RUN-DATE
               MOVE RUNC-CYCLE TO WS-FOUND-RUN-CYCLE
           END-IF.

      *    Events are kept in timestamp order as they are found; an
      *    event with the same stamp as one already held goes after
      *    it.  Past the table size events are counted, not listed.
       2950-ADD-EVENT.
           IF WS-EVT-ENTRY-COUNT >= 200
               IF NOT WS-EVENT-TABLE-FULL
                   SET WS-EVENT-TABLE-FULL TO TRUE
                   DISPLAY "WARNING: " WS-TRACE-ID
                           " has more events than the trace holds"
                           " - later events counted but not listed"
               END-IF
               ADD 1 TO WS-EVENTS-NOT-LISTED
           ELSE
               COMPUTE WS-EVT-INSERT-SUB = WS-EVT-ENTRY-COUNT + 1
               PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
                       UNTIL WS-EVT-SUB > WS-EVT-ENTRY-COUNT
                   IF WS-NEW-EVT-TIMESTAMP
                           < WS-EVT-TIMESTAMP (WS-EVT-SUB)
                       MOVE WS-EVT-SUB TO WS-EVT-INSERT-SUB
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-EVT-SUB FROM WS-EVT-ENTRY-COUNT
                       BY -1 UNTIL WS-EVT-SUB < WS-EVT-INSERT-SUB
                   MOVE WS-EVT-ENTRY (WS-EVT-SUB)
                       TO WS-EVT-ENTRY (WS-EVT-SUB + 1)
               END-PERFORM
               MOVE WS-NEW-EVENT TO WS-EVT-ENTRY (WS-EVT-INSERT-SUB)
               ADD 1 TO WS-EVT-ENTRY-COUNT
           END-IF.

       2960-ADD-UNTIMED-EVENT.
           MOVE HIGH-VALUES TO WS-NEW-EVT-TIMESTAMP
           MOVE TRANS-DATE TO WS-NEW-EVT-DATE
           PERFORM 2950-ADD-EVENT.

       3000-WRITE-TRACE.
           IF WS-TRACE-DATE = SPACES
               STRING "TRANS-ID: " WS-TRACE-ID "   DATE: ANY"
                   DELIMITED BY SIZE INTO WS-REPORT-TEXT
           ELSE
               STRING "TRANS-ID: " WS-TRACE-ID "   DATE: "
                      WS-TRACE-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-TEXT
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE
           IF WS-EVT-ENTRY-COUNT = ZEROES
               AND WS-EVENTS-NOT-LISTED = ZEROES
               MOVE "  NO RECORD OF THIS TRANSACTION ON ANY FILE"
                   TO WS-REPORT-TEXT
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
                   UNTIL WS-EVT-SUB > WS-EVT-ENTRY-COUNT
               IF WS-EVT-TIMESTAMP (WS-EVT-SUB) = HIGH-VALUES
                   IF WS-EVT-SUB = 1
                       OR WS-EVT-TIMESTAMP (WS-EVT-SUB - 1)
                           NOT = HIGH-VALUES
                       MOVE "  NOT TIMESTAMPED ON FILE:"
                           TO WS-REPORT-TEXT
                       PERFORM 9100-WRITE-REPORT-LINE
                   END-IF
                   MOVE SPACES TO WS-EVENT-STAMP
               ELSE
                   STRING WS-EVT-TIMESTAMP (WS-EVT-SUB) (1:4) "-"
                          WS-EVT-TIMESTAMP (WS-EVT-SUB) (5:2) "-"
                          WS-EVT-TIMESTAMP (WS-EVT-SUB) (7:2) " "
                          WS-EVT-TIMESTAMP (WS-EVT-SUB) (9:2) ":"
                          WS-EVT-TIMESTAMP (WS-EVT-SUB) (11:2) ":"
                          WS-EVT-TIMESTAMP (WS-EVT-SUB) (13:2)
                       DELIMITED BY SIZE INTO WS-EVENT-STAMP
               END-IF
               MOVE WS-EVT-SOURCE (WS-EVT-SUB) TO WS-EVENT-SOURCE
               MOVE WS-EVT-DATE (WS-EVT-SUB) TO WS-EVENT-DATE
               MOVE WS-EVT-TEXT (WS-EVT-SUB) TO WS-EVENT-TEXT
               MOVE WS-EVENT-LINE TO WS-REPORT-TEXT
               PERFORM 9100-WRITE-REPORT-LINE
           END-PERFORM
           IF WS-EVENTS-NOT-LISTED > ZEROES
               MOVE WS-EVENTS-NOT-LISTED TO WS-COUNT-EDIT
               STRING "  EVENTS FOUND BUT NOT LISTED: " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-TEXT
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           IF WS-ID-ACCEPTED AND WS-OPEN-REJECT-COUNT > ZEROES
               MOVE WS-OPEN-REJECT-COUNT TO WS-COUNT-EDIT
               STRING "  CURRENT STATE: ACCEPTED - " WS-COUNT-EDIT
                      " EARLIER REJECT(S) STILL OPEN"
                   DELIMITED BY SIZE INTO WS-REPORT-TEXT
           ELSE
               STRING "  CURRENT STATE: " WS-TRACE-STATE
                   DELIMITED BY SIZE INTO WS-REPORT-TEXT
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

       4000-FINALIZE.
           IF WS-REPORT-OPEN-OK
               MOVE WS-IDS-TRACED TO WS-COUNT-EDIT
               STRING "TRANS-IDS TRACED: " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-TEXT
               PERFORM 9100-WRITE-REPORT-LINE
               CLOSE TRACE-REPORT-FILE
           END-IF
           IF WS-TRCREQ-OPEN-OK
               CLOSE TRACE-REQUEST-FILE
           END-IF
           IF WS-RUNCTL-OPEN-OK
               CLOSE RUN-CONTROL-FILE
           END-IF
           DISPLAY "Transaction trace complete - requests="
                   WS-REQUESTS-READ
                   " traced=" WS-IDS-TRACED
                   " accepted=" WS-STATE-ACCEPTED
                   " open-reject=" WS-STATE-OPEN-REJECT
                   " written-off=" WS-STATE-WRITTEN-OFF
                   " pending=" WS-STATE-PENDING
                   " never-seen=" WS-STATE-NEVER-SEEN.

       9100-WRITE-REPORT-LINE.
           MOVE WS-REPORT-TEXT TO TRACE-REPORT-RECORD
           WRITE TRACE-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-TEXT.
