       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDRLS.
       AUTHOR. OPS-BATCH-TEAM.
      *****************************************************************
      *  Large-value hold release utility.  Works the pending items
      *  in the hold queue HOLDQ.DAT against operator requests in
      *  HOLDREQ.DAT: a held transaction can be RELEASEd into the
      *  next daily run or DECLINEd.  Every request carries the
      *  operator who raised it and the operator who authorizes it,
      *  and is refused unless they are two different people, so no
      *  large posting goes through on one person's say-so.  Both
      *  operators must also be ACTIVE on the operator master; a
      *  request naming anyone else is refused and the refusal is
      *  logged to AUDIT.DAT.
      *  Released items are written to HOLDREL.DAT, which DAILYTXN
      *  consumes on its next run behind the supplemental file;
      *  declined items go to REJECT.DAT with reason HOLD-DECL, and
      *  the decline is left on the response pending file
      *  RESPPEND.DAT for DAILYTXN to pass back to the feed's source
      *  (a released item is answered by the run that takes it in).
      *  Each worked hold is marked with its disposition and both
      *  operator ids so it can never be worked twice: the whole
      *  queue is rewritten through the work file HOLDQWK.DAT and
      *  copied back at end of run (HOLDQ.DAT is a sequential file,
      *  so it cannot be updated in place), and every disposition is
      *  logged to AUDIT.DAT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "HOLDQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT HOLDWORK-FILE ASSIGN TO "HOLDQWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDWORK-FILE-STATUS.

           SELECT HREQ-FILE ASSIGN TO "HOLDREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HREQ-FILE-STATUS.

           SELECT HOLDREL-FILE ASSIGN TO "HOLDREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDREL-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO "REJECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT OPER-FILE ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT RESPPEND-FILE ASSIGN TO "RESPPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPPEND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE
           RECORDING MODE IS F.
       COPY HOLDREC.

       FD  HOLDWORK-FILE
           RECORDING MODE IS F.
       01  HOLDWORK-RECORD                 PIC X(160).

       FD  HREQ-FILE
           RECORDING MODE IS F.
       COPY HOLDREQR.

       FD  HOLDREL-FILE
           RECORDING MODE IS F.
       COPY TRANSREC.

       FD  REJECT-FILE
           RECORDING MODE IS F.
       COPY REJECTRC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  OPER-FILE
           RECORDING MODE IS F.
       COPY OPERMSTR.

       FD  RESPPEND-FILE
           RECORDING MODE IS F.
       COPY RESPREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-HOLD-FILE-STATUS        PIC XX.
           05  WS-HOLDWORK-FILE-STATUS    PIC XX.
           05  WS-HREQ-FILE-STATUS        PIC XX.
           05  WS-HOLDREL-FILE-STATUS     PIC XX.
           05  WS-REJECT-FILE-STATUS      PIC XX.
           05  WS-AUDIT-FILE-STATUS       PIC XX.
           05  WS-OPER-FILE-STATUS        PIC XX.
           05  WS-RESPPEND-FILE-STATUS    PIC XX.

       01  WS-SWITCHES.
           05  WS-HOLD-EOF-SWITCH         PIC X VALUE "N".
               88  WS-HOLD-EOF            VALUE "Y".
           05  WS-HREQ-EOF-SWITCH         PIC X VALUE "N".
               88  WS-HREQ-EOF            VALUE "Y".
           05  WS-HOLDWORK-EOF-SWITCH     PIC X VALUE "N".
               88  WS-HOLDWORK-EOF        VALUE "Y".
           05  WS-HOLD-OPEN-SWITCH        PIC X VALUE "N".
               88  WS-HOLD-OPEN-OK        VALUE "Y".
           05  WS-HOLDWORK-OPEN-SWITCH    PIC X VALUE "N".
               88  WS-HOLDWORK-OPEN-OK    VALUE "Y".
           05  WS-HREQ-APPLIED-SWITCH     PIC X VALUE "N".
               88  WS-HREQ-APPLIED        VALUE "Y".
           05  WS-HOLDREL-OPEN-SWITCH     PIC X VALUE "N".
               88  WS-HOLDREL-OPEN-OK     VALUE "Y".
           05  WS-REJECT-OPEN-SWITCH      PIC X VALUE "N".
               88  WS-REJECT-OPEN-OK      VALUE "Y".
           05  WS-AUDIT-OPEN-SWITCH       PIC X VALUE "N".
               88  WS-AUDIT-OPEN-OK       VALUE "Y".
           05  WS-FATAL-SWITCH            PIC X VALUE "N".
               88  WS-FATAL-ERROR         VALUE "Y".
           05  WS-OPER-EOF-SWITCH         PIC X VALUE "N".
               88  WS-OPER-EOF            VALUE "Y".
           05  WS-RESPPEND-OPEN-SWITCH    PIC X VALUE "N".
               88  WS-RESPPEND-OPEN-OK    VALUE "Y".

       01  WS-HREQ-SUB                    PIC 9(3) COMP VALUE ZEROES.
       01  WS-HREQ-SEARCH-SUB             PIC 9(3) COMP VALUE ZEROES.

       01  WS-HREQ-TABLE.
           05  WS-HREQ-ENTRY-COUNT        PIC 9(3) COMP VALUE ZEROES.
           05  WS-HREQ-ENTRY OCCURS 100 TIMES.
               10  WS-HREQ-TBL-TRANS-ID   PIC X(10).
               10  WS-HREQ-TBL-ACTION     PIC X(8).
               10  WS-HREQ-TBL-REQUESTED-BY PIC X(10).
               10  WS-HREQ-TBL-AUTHORIZED-BY PIC X(10).
               10  WS-HREQ-TBL-USED-FLAG  PIC X.
                   88  WS-HREQ-TBL-USED   VALUE "Y".

       01  WS-OPER-SUB                    PIC 9(3) COMP VALUE ZEROES.
       01  WS-OPER-SEARCH-SUB             PIC 9(3) COMP VALUE ZEROES.
       01  WS-OPER-CHECK-ID               PIC X(10) VALUE SPACES.
       01  WS-OPER-REFUSE-REASON          PIC X(10) VALUE SPACES.
       01  WS-OPER-REFUSED-ID             PIC X(10) VALUE SPACES.

       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY-COUNT        PIC 9(3) COMP VALUE ZEROES.
           05  WS-OPER-ENTRY OCCURS 100 TIMES.
               10  WS-OPER-TBL-ID         PIC X(10).
               10  WS-OPER-TBL-STATUS     PIC X(8).
                   88  WS-OPER-TBL-ACTIVE VALUE "ACTIVE".

       01  WS-WORK-COUNTS.
           05  WS-HOLDS-READ              PIC 9(5) VALUE ZEROES.
           05  WS-HOLDS-RELEASED          PIC 9(5) VALUE ZEROES.
           05  WS-HOLDS-DECLINED          PIC 9(5) VALUE ZEROES.
           05  WS-HOLDS-LEFT-PENDING      PIC 9(5) VALUE ZEROES.
           05  WS-HOLDS-ALREADY-WORKED    PIC 9(5) VALUE ZEROES.
           05  WS-REQUESTS-REFUSED        PIC 9(5) VALUE ZEROES.
           05  WS-REQUESTS-UNMATCHED      PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF NOT WS-FATAL-ERROR
               PERFORM 2000-WORK-HOLDS
           END-IF
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-OPEN-HOLD-FILE
           PERFORM 1015-OPEN-WORK-FILE
           PERFORM 1020-LOAD-REQUESTS
           PERFORM 1025-LOAD-OPERATORS
           PERFORM 1030-OPEN-HOLDREL-FILE
           PERFORM 1040-OPEN-AUDIT-FILE
           PERFORM 1050-OPEN-REJECT-FILE
           PERFORM 1060-OPEN-RESPONSE-PENDING.

       1010-OPEN-HOLD-FILE.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               SET WS-HOLD-OPEN-OK TO TRUE
           ELSE
               DISPLAY "ERROR: HOLD-FILE open failed, status="
                       WS-HOLD-FILE-STATUS " - nothing to work"
               SET WS-FATAL-ERROR TO TRUE
           END-IF.

       1015-OPEN-WORK-FILE.
           OPEN OUTPUT HOLDWORK-FILE
           IF WS-HOLDWORK-FILE-STATUS = "00"
               SET WS-HOLDWORK-OPEN-OK TO TRUE
           ELSE
               DISPLAY "ERROR: HOLDWORK-FILE open failed, status="
                       WS-HOLDWORK-FILE-STATUS " - holds cannot "
                       "be updated"
               SET WS-FATAL-ERROR TO TRUE
           END-IF.

       1020-LOAD-REQUESTS.
           OPEN INPUT HREQ-FILE
           IF WS-HREQ-FILE-STATUS = "00"
               PERFORM UNTIL WS-HREQ-EOF
                       OR WS-HREQ-ENTRY-COUNT >= 100
                   READ HREQ-FILE
                       AT END
                           SET WS-HREQ-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HREQ-ENTRY-COUNT
                           MOVE HREQ-TRANS-ID TO WS-HREQ-TBL-TRANS-ID
                               (WS-HREQ-ENTRY-COUNT)
                           MOVE HREQ-ACTION TO WS-HREQ-TBL-ACTION
                               (WS-HREQ-ENTRY-COUNT)
                           MOVE HREQ-REQUESTED-BY
                               TO WS-HREQ-TBL-REQUESTED-BY
                               (WS-HREQ-ENTRY-COUNT)
                           MOVE HREQ-AUTHORIZED-BY
                               TO WS-HREQ-TBL-AUTHORIZED-BY
                               (WS-HREQ-ENTRY-COUNT)
                           MOVE "N" TO WS-HREQ-TBL-USED-FLAG
                               (WS-HREQ-ENTRY-COUNT)
                   END-READ
               END-PERFORM
               CLOSE HREQ-FILE
           ELSE
               DISPLAY "WARNING: HREQ-FILE missing - no releases "
                       "to apply"
           END-IF.

       1025-LOAD-OPERATORS.
           OPEN INPUT OPER-FILE
           IF WS-OPER-FILE-STATUS = "00"
               PERFORM UNTIL WS-OPER-EOF
                       OR WS-OPER-ENTRY-COUNT >= 100
                   READ OPER-FILE
                       AT END
                           SET WS-OPER-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-OPER-ENTRY-COUNT
                           MOVE OPER-ID TO WS-OPER-TBL-ID
                               (WS-OPER-ENTRY-COUNT)
                           MOVE OPER-STATUS TO WS-OPER-TBL-STATUS
                               (WS-OPER-ENTRY-COUNT)
                   END-READ
               END-PERFORM
               CLOSE OPER-FILE
           ELSE
               DISPLAY "WARNING: OPER-FILE missing - every request "
                       "will be refused"
           END-IF.

       1030-OPEN-HOLDREL-FILE.
           OPEN EXTEND HOLDREL-FILE
           IF WS-HOLDREL-FILE-STATUS = "35"
               OPEN OUTPUT HOLDREL-FILE
               CLOSE HOLDREL-FILE
               OPEN EXTEND HOLDREL-FILE
           END-IF
           IF WS-HOLDREL-FILE-STATUS = "00"
               SET WS-HOLDREL-OPEN-OK TO TRUE
           ELSE
               DISPLAY "ERROR: HOLDREL-FILE open failed, status="
                       WS-HOLDREL-FILE-STATUS
               SET WS-FATAL-ERROR TO TRUE
           END-IF.

       1040-OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF WS-AUDIT-FILE-STATUS = "00"
               SET WS-AUDIT-OPEN-OK TO TRUE
           ELSE
               DISPLAY "ERROR: AUDIT-FILE open failed, status="
                       WS-AUDIT-FILE-STATUS
               SET WS-FATAL-ERROR TO TRUE
           END-IF.

       1050-OPEN-REJECT-FILE.
           OPEN EXTEND REJECT-FILE
           IF WS-REJECT-FILE-STATUS = "35"
               OPEN OUTPUT REJECT-FILE
               CLOSE REJECT-FILE
               OPEN EXTEND REJECT-FILE
           END-IF
           IF WS-REJECT-FILE-STATUS = "00"
               SET WS-REJECT-OPEN-OK TO TRUE
           ELSE
               DISPLAY "ERROR: REJECT-FILE open failed, status="
                       WS-REJECT-FILE-STATUS " - declined holds "
                       "would have nowhere to go"
               SET WS-FATAL-ERROR TO TRUE
           END-IF.

       1060-OPEN-RESPONSE-PENDING.
           OPEN EXTEND RESPPEND-FILE
           IF WS-RESPPEND-FILE-STATUS = "35"
               OPEN OUTPUT RESPPEND-FILE
               CLOSE RESPPEND-FILE
               OPEN EXTEND RESPPEND-FILE
           END-IF
           IF WS-RESPPEND-FILE-STATUS = "00"
               SET WS-RESPPEND-OPEN-OK TO TRUE
           ELSE
               DISPLAY "ERROR: RESPPEND-FILE open failed, status="
                       WS-RESPPEND-FILE-STATUS " - declines would "
                       "not reach the feed's source"
               SET WS-FATAL-ERROR TO TRUE
           END-IF.

       2000-WORK-HOLDS.
           PERFORM 2100-READ-HOLD-FILE
           PERFORM UNTIL WS-HOLD-EOF OR WS-FATAL-ERROR
               ADD 1 TO WS-HOLDS-READ
               PERFORM 2200-WORK-ONE-HOLD
               PERFORM 2100-READ-HOLD-FILE
           END-PERFORM.

       2100-READ-HOLD-FILE.
           READ HOLD-FILE
               AT END
                   SET WS-HOLD-EOF TO TRUE
           END-READ.

       2200-WORK-ONE-HOLD.
           MOVE "N" TO WS-HREQ-APPLIED-SWITCH
           IF NOT HOLD-PENDING
               ADD 1 TO WS-HOLDS-ALREADY-WORKED
           ELSE
               PERFORM 2210-FIND-REQUEST
               IF WS-HREQ-SUB = ZEROES
                   ADD 1 TO WS-HOLDS-LEFT-PENDING
               ELSE
                   PERFORM 2300-APPLY-REQUEST
               END-IF
           END-IF
           PERFORM 2340-WRITE-WORK-RECORD
           IF WS-HREQ-APPLIED AND NOT WS-FATAL-ERROR
               PERFORM 2350-RELEASE-AND-AUDIT
           END-IF.

       2210-FIND-REQUEST.
           MOVE ZEROES TO WS-HREQ-SUB
           PERFORM VARYING WS-HREQ-SEARCH-SUB FROM 1 BY 1
                   UNTIL WS-HREQ-SEARCH-SUB > WS-HREQ-ENTRY-COUNT
               IF NOT WS-HREQ-TBL-USED (WS-HREQ-SEARCH-SUB)
                   AND WS-HREQ-TBL-TRANS-ID (WS-HREQ-SEARCH-SUB)
                       = HOLD-TRANS-IMAGE (1:10)
                   MOVE WS-HREQ-SEARCH-SUB TO WS-HREQ-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    Dual control: the operator authorizing the request must
      *    be named and must not be the operator who raised it.  A
      *    refused request is used up, so it cannot be retried
      *    against the same hold without a fresh request row.  Every
      *    refusal is audited as AUTH-REFUSE under its own reason, so
      *    the refused-request report shows dual-control breaches as
      *    well as operator-master refusals.
       2300-APPLY-REQUEST.
           SET WS-HREQ-TBL-USED (WS-HREQ-SUB) TO TRUE
           MOVE SPACES TO WS-OPER-REFUSE-REASON
           EVALUATE TRUE
               WHEN WS-HREQ-TBL-REQUESTED-BY (WS-HREQ-SUB) = SPACES
                   MOVE "NO-REQSTR" TO WS-OPER-REFUSE-REASON
                   MOVE WS-HREQ-TBL-AUTHORIZED-BY (WS-HREQ-SUB)
                       TO WS-OPER-REFUSED-ID
               WHEN WS-HREQ-TBL-AUTHORIZED-BY (WS-HREQ-SUB) = SPACES
                   MOVE "NO-AUTHZR" TO WS-OPER-REFUSE-REASON
                   MOVE WS-HREQ-TBL-REQUESTED-BY (WS-HREQ-SUB)
                       TO WS-OPER-REFUSED-ID
               WHEN WS-HREQ-TBL-AUTHORIZED-BY (WS-HREQ-SUB)
                  = WS-HREQ-TBL-REQUESTED-BY (WS-HREQ-SUB)
                   MOVE "SAME-OPER" TO WS-OPER-REFUSE-REASON
                   MOVE WS-HREQ-TBL-REQUESTED-BY (WS-HREQ-SUB)
                       TO WS-OPER-REFUSED-ID
           END-EVALUATE
           IF WS-OPER-REFUSE-REASON NOT = SPACES
               DISPLAY "WARNING: request for "
                       WS-HREQ-TBL-TRANS-ID (WS-HREQ-SUB)
                       " REFUSED - needs a second, different "
                       "operator to authorize - hold left pending"
               ADD 1 TO WS-REQUESTS-REFUSED
               ADD 1 TO WS-HOLDS-LEFT-PENDING
               PERFORM 2370-AUDIT-REFUSAL
           ELSE
               PERFORM 2305-CHECK-OPERATORS
               IF WS-OPER-REFUSE-REASON NOT = SPACES
                   DISPLAY "WARNING: request for "
                           WS-HREQ-TBL-TRANS-ID (WS-HREQ-SUB)
                           " REFUSED - operator '" WS-OPER-REFUSED-ID
                           "': " WS-OPER-REFUSE-REASON
                           " - hold left pending"
                   ADD 1 TO WS-REQUESTS-REFUSED
                   ADD 1 TO WS-HOLDS-LEFT-PENDING
                   PERFORM 2370-AUDIT-REFUSAL
               ELSE
                   EVALUATE WS-HREQ-TBL-ACTION (WS-HREQ-SUB)
                       WHEN "RELEASE"
                           SET HOLD-RELEASED TO TRUE
                           ADD 1 TO WS-HOLDS-RELEASED
                       WHEN "DECLINE"
                           SET HOLD-DECLINED TO TRUE
                           ADD 1 TO WS-HOLDS-DECLINED
                       WHEN OTHER
                           DISPLAY "WARNING: unrecognized hold action '"
                                   WS-HREQ-TBL-ACTION (WS-HREQ-SUB)
                                   "' for "
                                   WS-HREQ-TBL-TRANS-ID (WS-HREQ-SUB)
                                   " - hold left pending"
                           ADD 1 TO WS-HOLDS-LEFT-PENDING
                   END-EVALUATE
               END-IF
           END-IF
           IF NOT HOLD-PENDING
               MOVE WS-HREQ-TBL-REQUESTED-BY (WS-HREQ-SUB)
                   TO HOLD-REQUESTED-BY
               MOVE WS-HREQ-TBL-AUTHORIZED-BY (WS-HREQ-SUB)
                   TO HOLD-AUTHORIZED-BY
               MOVE FUNCTION CURRENT-DATE
                   TO HOLD-DISP-TIMESTAMP
               SET WS-HREQ-APPLIED TO TRUE
           END-IF.

      *    Both the raising and the authorizing operator must be on
      *    the operator master and ACTIVE.
       2305-CHECK-OPERATORS.
           MOVE SPACES TO WS-OPER-REFUSE-REASON
           MOVE WS-HREQ-TBL-REQUESTED-BY (WS-HREQ-SUB)
               TO WS-OPER-CHECK-ID
           PERFORM 2306-CHECK-ONE-OPERATOR
           IF WS-OPER-REFUSE-REASON = SPACES
               MOVE WS-HREQ-TBL-AUTHORIZED-BY (WS-HREQ-SUB)
                   TO WS-OPER-CHECK-ID
               PERFORM 2306-CHECK-ONE-OPERATOR
           END-IF.

       2306-CHECK-ONE-OPERATOR.
           MOVE ZEROES TO WS-OPER-SUB
           PERFORM VARYING WS-OPER-SEARCH-SUB FROM 1 BY 1
                   UNTIL WS-OPER-SEARCH-SUB > WS-OPER-ENTRY-COUNT
               IF WS-OPER-TBL-ID (WS-OPER-SEARCH-SUB)
                       = WS-OPER-CHECK-ID
                   MOVE WS-OPER-SEARCH-SUB TO WS-OPER-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OPER-SUB = ZEROES
               MOVE "OPER-UNKN" TO WS-OPER-REFUSE-REASON
               MOVE WS-OPER-CHECK-ID TO WS-OPER-REFUSED-ID
           ELSE
               IF NOT WS-OPER-TBL-ACTIVE (WS-OPER-SUB)
                   MOVE "OPER-INACT" TO WS-OPER-REFUSE-REASON
                   MOVE WS-OPER-CHECK-ID TO WS-OPER-REFUSED-ID
               END-IF
           END-IF.

       2310-WRITE-RELEASED-TRANS.
           IF WS-HOLDREL-OPEN-OK
               MOVE HOLD-TRANS-IMAGE (1:38) TO TRANS-RECORD
               WRITE TRANS-RECORD
               IF WS-HOLDREL-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: HOLDREL-FILE write failed, status="
                           WS-HOLDREL-FILE-STATUS
                   SET WS-FATAL-ERROR TO TRUE
               END-IF
           END-IF.

      *    A declined hold is not simply dropped: it joins the other
      *    exceptions on the reject file under its own reason code,
      *    where it is worked like any other open reject.
       2320-WRITE-DECLINED-REJECT.
           IF WS-REJECT-OPEN-OK
               MOVE FUNCTION CURRENT-DATE TO REJECT-TIMESTAMP
               MOVE "HOLD"                 TO REJECT-TYPE
               MOVE ZEROES                 TO REJECT-AREA-1
               MOVE ZEROES                 TO REJECT-AREA-2
               MOVE "HOLD-DECL"            TO REJECT-REASON-CODE
               MOVE "LARGE-VALUE HOLD DECLINED AT REVIEW"
                                           TO REJECT-REASON
               MOVE HOLD-TRANS-IMAGE       TO REJECT-TRANS-IMAGE
               SET REJECT-OPEN TO TRUE
               MOVE SPACES TO REJECT-DISP-OPERATOR
               MOVE SPACES TO REJECT-DISP-TIMESTAMP
               WRITE REJECT-RECORD
               IF WS-REJECT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: REJECT-FILE write failed, status="
                           WS-REJECT-FILE-STATUS
                   SET WS-FATAL-ERROR TO TRUE
               END-IF
           END-IF.

       2340-WRITE-WORK-RECORD.
           IF WS-HOLDWORK-OPEN-OK
               WRITE HOLDWORK-RECORD FROM HOLD-RECORD
               IF WS-HOLDWORK-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: HOLDWORK-FILE write failed, status="
                           WS-HOLDWORK-FILE-STATUS " - HOLDQ.DAT "
                           "will not be updated"
                   SET WS-FATAL-ERROR TO TRUE
               END-IF
           END-IF.

       2350-RELEASE-AND-AUDIT.
           IF HOLD-RELEASED
               PERFORM 2310-WRITE-RELEASED-TRANS
           END-IF
           IF HOLD-DECLINED
               PERFORM 2320-WRITE-DECLINED-REJECT
               IF NOT WS-FATAL-ERROR
                   PERFORM 2380-WRITE-RESPONSE-UPDATE
               END-IF
           END-IF
           IF NOT WS-FATAL-ERROR
               PERFORM 2360-AUDIT-DISPOSITION
           END-IF.

       2360-AUDIT-DISPOSITION.
           IF WS-AUDIT-OPEN-OK
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               IF HOLD-RELEASED
                   MOVE "HOLD-RELEASE" TO AUDIT-EVENT-TYPE
               ELSE
                   MOVE "HOLD-DECLINE" TO AUDIT-EVENT-TYPE
               END-IF
               MOVE ZEROES TO AUDIT-AREA-1
               MOVE ZEROES TO AUDIT-AREA-2
               MOVE ZEROES TO AUDIT-DEBIT-TOTAL
               MOVE ZEROES TO AUDIT-CREDIT-TOTAL
               MOVE HOLD-TRANS-IMAGE (1:10) TO AUDIT-TRANS-ID
               MOVE HOLD-TRANS-IMAGE (20:8) TO AUDIT-TRANS-DATE
               MOVE HOLD-AUTHORIZED-BY TO AUDIT-OPERATOR
               MOVE "HOLDRLS" TO AUDIT-PROGRAM
               IF HOLD-RELEASED
                   MOVE "RELEASE" TO AUDIT-ACTION
               ELSE
                   MOVE "DECLINE" TO AUDIT-ACTION
               END-IF
               MOVE SPACES TO AUDIT-REASON-CODE
               WRITE AUDIT-RECORD
           END-IF.

       2370-AUDIT-REFUSAL.
           IF WS-AUDIT-OPEN-OK
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               MOVE "AUTH-REFUSE" TO AUDIT-EVENT-TYPE
               MOVE ZEROES TO AUDIT-AREA-1
               MOVE ZEROES TO AUDIT-AREA-2
               MOVE ZEROES TO AUDIT-DEBIT-TOTAL
               MOVE ZEROES TO AUDIT-CREDIT-TOTAL
               MOVE HOLD-TRANS-IMAGE (1:10) TO AUDIT-TRANS-ID
               MOVE HOLD-TRANS-IMAGE (20:8) TO AUDIT-TRANS-DATE
               MOVE WS-OPER-REFUSED-ID TO AUDIT-OPERATOR
               MOVE "HOLDRLS" TO AUDIT-PROGRAM
               MOVE WS-HREQ-TBL-ACTION (WS-HREQ-SUB) TO AUDIT-ACTION
               MOVE WS-OPER-REFUSE-REASON TO AUDIT-REASON-CODE
               WRITE AUDIT-RECORD
           END-IF.

      *    The source was told DEFERRED when the item was held; a
      *    decline turns that into a rejection under HOLD-DECL.
       2380-WRITE-RESPONSE-UPDATE.
           IF WS-RESPPEND-OPEN-OK
               MOVE HOLD-TRANS-IMAGE (1:38) TO TRANS-RECORD
               MOVE SPACES TO RESPONSE-DETAIL-RECORD
               SET RESP-IS-UPDATE TO TRUE
               MOVE TRANS-ID                TO RESP-TRANS-ID
               MOVE TRANS-DATE              TO RESP-TRANS-DATE
               IF TRANS-AMOUNT IS NUMERIC
                   MOVE TRANS-AMOUNT        TO RESP-AMOUNT
               ELSE
                   MOVE ZEROES              TO RESP-AMOUNT
               END-IF
               MOVE TRANS-DC-CODE           TO RESP-DC-CODE
               SET RESP-REJECTED TO TRUE
               MOVE "HOLD-DECL"             TO RESP-REASON-CODE
               SET RESP-FROM-HOLDRLS TO TRUE
               MOVE HOLD-AUTHORIZED-BY      TO RESP-OPERATOR
               MOVE HOLD-DISP-TIMESTAMP     TO RESP-TIMESTAMP
               WRITE RESPONSE-DETAIL-RECORD
               IF WS-RESPPEND-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: RESPPEND-FILE write failed, "
                           "status=" WS-RESPPEND-FILE-STATUS
                   SET WS-FATAL-ERROR TO TRUE
               END-IF
           END-IF.

       3000-FINALIZE.
           IF WS-HOLD-OPEN-OK
               CLOSE HOLD-FILE
           END-IF
           IF WS-HOLDWORK-OPEN-OK
               CLOSE HOLDWORK-FILE
           END-IF
           IF WS-HOLDREL-OPEN-OK
               CLOSE HOLDREL-FILE
           END-IF
           IF WS-REJECT-OPEN-OK
               CLOSE REJECT-FILE
           END-IF
           IF WS-AUDIT-OPEN-OK
               CLOSE AUDIT-FILE
           END-IF
           IF WS-RESPPEND-OPEN-OK
               CLOSE RESPPEND-FILE
           END-IF
           IF WS-FATAL-ERROR
               DISPLAY "ERROR: run ended in error - HOLDQ.DAT left "
                       "unchanged; discard any HOLDREL.DAT, "
                       "REJECT.DAT and RESPPEND.DAT records added "
                       "this run before rerunning"
           ELSE
               IF WS-HOLD-OPEN-OK AND WS-HOLDWORK-OPEN-OK
                   PERFORM 3100-REPLACE-HOLD-FILE
               END-IF
           END-IF
           PERFORM VARYING WS-HREQ-SEARCH-SUB FROM 1 BY 1
                   UNTIL WS-HREQ-SEARCH-SUB > WS-HREQ-ENTRY-COUNT
               IF NOT WS-HREQ-TBL-USED (WS-HREQ-SEARCH-SUB)
                   DISPLAY "WARNING: request for "
                           WS-HREQ-TBL-TRANS-ID (WS-HREQ-SEARCH-SUB)
                           " matched no pending hold"
                   ADD 1 TO WS-REQUESTS-UNMATCHED
               END-IF
           END-PERFORM
           DISPLAY "Holds read:          " WS-HOLDS-READ
           DISPLAY "Released:            " WS-HOLDS-RELEASED
           DISPLAY "Declined:            " WS-HOLDS-DECLINED
           DISPLAY "Left pending:        " WS-HOLDS-LEFT-PENDING
           DISPLAY "Previously worked:   " WS-HOLDS-ALREADY-WORKED
           DISPLAY "Requests refused:    " WS-REQUESTS-REFUSED
           DISPLAY "Requests unmatched:  " WS-REQUESTS-UNMATCHED.

      *    HOLDQ.DAT is sequential, so the update is old-master /
      *    new-master: the worked holds were written to HOLDQWK.DAT
      *    and are copied back over HOLDQ.DAT here.  If the copy-back
      *    cannot complete, the work file still holds the updated
      *    queue for manual recovery.
       3100-REPLACE-HOLD-FILE.
           MOVE "N" TO WS-HOLDWORK-EOF-SWITCH
           OPEN INPUT HOLDWORK-FILE
           OPEN OUTPUT HOLD-FILE
           IF WS-HOLDWORK-FILE-STATUS = "00"
               AND WS-HOLD-FILE-STATUS = "00"
               PERFORM UNTIL WS-HOLDWORK-EOF
                   READ HOLDWORK-FILE INTO HOLD-RECORD
                       AT END
                           SET WS-HOLDWORK-EOF TO TRUE
                       NOT AT END
                           WRITE HOLD-RECORD
                           IF WS-HOLD-FILE-STATUS NOT = "00"
                               DISPLAY "ERROR: HOLDQ.DAT replace "
                                       "write failed, status="
                                       WS-HOLD-FILE-STATUS
                                       " - HOLDQWK.DAT holds the "
                                       "updated queue"
                               SET WS-HOLDWORK-EOF TO TRUE
                               SET WS-FATAL-ERROR TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "ERROR: HOLDQ.DAT replace open failed - "
                       "HOLDQWK.DAT holds the updated queue"
           END-IF
           CLOSE HOLDWORK-FILE
           CLOSE HOLD-FILE.
