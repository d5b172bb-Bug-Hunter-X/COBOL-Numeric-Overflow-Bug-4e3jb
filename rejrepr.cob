      *  reject file is rewritten through the work file REJECTWK.DAT
      *  and copied back at end of run (REJECT.DAT is a sequential
      *  file, so it cannot be updated in place), and every
      *  disposition is logged to AUDIT.DAT.  The operator named on
      *  a request must be an ACTIVE operator on the operator master
      *  holding the authority the action needs (a write-off also
      *  within the operator's write-off ceiling); any other request
      *  is refused, the reject stays open, and the refusal is
      *  logged to AUDIT.DAT as well.  Every disposition is also left
      *  on the response pending file RESPPEND.DAT, so DAILYTXN can
      *  tell the feed's source on its next response file what became
      *  of the item.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFF-FILE-STATUS.

           SELECT OPER-FILE ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT RESPPEND-FILE ASSIGN TO "RESPPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPPEND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE
           RECORDING MODE IS F.
       COPY WOFFREC.

       FD  OPER-FILE
           RECORDING MODE IS F.
       COPY OPERMSTR.

       FD  RESPPEND-FILE
           RECORDING MODE IS F.
       COPY RESPREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-REJECT-FILE-STATUS      PIC XX.
           05  WS-SUPP-FILE-STATUS        PIC XX.
           05  WS-AUDIT-FILE-STATUS       PIC XX.
           05  WS-WOFF-FILE-STATUS        PIC XX.
           05  WS-OPER-FILE-STATUS        PIC XX.
           05  WS-RESPPEND-FILE-STATUS    PIC XX.

       01  WS-SWITCHES.
           05  WS-REJECT-EOF-SWITCH       PIC X VALUE "N".
               88  WS-WOFF-OPEN-OK        VALUE "Y".
           05  WS-FATAL-SWITCH            PIC X VALUE "N".
               88  WS-FATAL-ERROR         VALUE "Y".
           05  WS-OPER-EOF-SWITCH         PIC X VALUE "N".
               88  WS-OPER-EOF            VALUE "Y".
           05  WS-RESPPEND-OPEN-SWITCH    PIC X VALUE "N".
               88  WS-RESPPEND-OPEN-OK    VALUE "Y".

       01  WS-DISP-SUB                    PIC 9(3) COMP VALUE ZEROES.
       01  WS-DISP-SEARCH-SUB             PIC 9(3) COMP VALUE ZEROES.
               10  WS-DISP-TBL-USED-FLAG  PIC X.
                   88  WS-DISP-TBL-USED   VALUE "Y".

       01  WS-OPER-SUB                    PIC 9(3) COMP VALUE ZEROES.
       01  WS-OPER-SEARCH-SUB             PIC 9(3) COMP VALUE ZEROES.
       01  WS-OPER-REFUSE-REASON          PIC X(10) VALUE SPACES.

       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY-COUNT        PIC 9(3) COMP VALUE ZEROES.
           05  WS-OPER-ENTRY OCCURS 100 TIMES.
               10  WS-OPER-TBL-ID         PIC X(10).
               10  WS-OPER-TBL-STATUS     PIC X(8).
                   88  WS-OPER-TBL-ACTIVE VALUE "ACTIVE".
               10  WS-OPER-TBL-AUTH-RESUBMIT PIC X.
               10  WS-OPER-TBL-AUTH-CORRECT PIC X.
               10  WS-OPER-TBL-AUTH-WRITEOFF PIC X.
               10  WS-OPER-TBL-WOFF-CEILING PIC 9(7)V99.

       01  WS-WORK-COUNTS.
           05  WS-REJECTS-READ            PIC 9(5) VALUE ZEROES.
           05  WS-REJECTS-RESUBMITTED     PIC 9(5) VALUE ZEROES.
           05  WS-REJECTS-WRITTEN-OFF     PIC 9(5) VALUE ZEROES.
           05  WS-REJECTS-LEFT-OPEN       PIC 9(5) VALUE ZEROES.
           05  WS-REJECTS-ALREADY-WORKED  PIC 9(5) VALUE ZEROES.
           05  WS-REQUESTS-REFUSED        PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1010-OPEN-REJECT-FILE
           PERFORM 1015-OPEN-WORK-FILE
           PERFORM 1020-LOAD-DISPOSITIONS
           PERFORM 1025-LOAD-OPERATORS
           PERFORM 1030-OPEN-SUPP-FILE
           PERFORM 1040-OPEN-AUDIT-FILE
           PERFORM 1050-OPEN-WOFF-FILE
           PERFORM 1060-OPEN-RESPONSE-PENDING.

       1010-OPEN-REJECT-FILE.
           OPEN INPUT REJECT-FILE
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
                           MOVE OPER-AUTH-RESUBMIT
                               TO WS-OPER-TBL-AUTH-RESUBMIT
                               (WS-OPER-ENTRY-COUNT)
                           MOVE OPER-AUTH-CORRECT
                               TO WS-OPER-TBL-AUTH-CORRECT
                               (WS-OPER-ENTRY-COUNT)
                           MOVE OPER-AUTH-WRITEOFF
                               TO WS-OPER-TBL-AUTH-WRITEOFF
                               (WS-OPER-ENTRY-COUNT)
                           IF OPER-WRITEOFF-CEILING IS NUMERIC
                               MOVE OPER-WRITEOFF-CEILING
                                   TO WS-OPER-TBL-WOFF-CEILING
                                   (WS-OPER-ENTRY-COUNT)
                           ELSE
                               MOVE ZEROES
                                   TO WS-OPER-TBL-WOFF-CEILING
                                   (WS-OPER-ENTRY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPER-FILE
           ELSE
               DISPLAY "WARNING: OPER-FILE missing - every "
                       "disposition will be refused"
           END-IF.

       1030-OPEN-SUPP-FILE.
           OPEN EXTEND SUPP-FILE
           IF WS-SUPP-FILE-STATUS = "35"
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
                       WS-RESPPEND-FILE-STATUS " - dispositions "
                       "would not reach the feed's source"
               SET WS-FATAL-ERROR TO TRUE
           END-IF.

       2000-WORK-REJECTS.
           PERFORM 2100-READ-REJECT-FILE
           PERFORM UNTIL WS-REJECT-EOF OR WS-FATAL-ERROR
                   IF WS-DISP-SUB = ZEROES
                       ADD 1 TO WS-REJECTS-LEFT-OPEN
                   ELSE
                       PERFORM 2220-CHECK-OPERATOR
                       IF WS-OPER-REFUSE-REASON = SPACES
                           PERFORM 2300-APPLY-DISPOSITION
                       ELSE
                           PERFORM 2230-REFUSE-DISPOSITION
                       END-IF
                   END-IF
               END-IF
           END-IF
               END-IF
           END-PERFORM.

      *    The operator must be on the master, ACTIVE, and hold the
      *    authority the action needs; a write-off must also fall
      *    within the operator's ceiling.  An unrecognized action
      *    passes through to be reported by the apply step.
       2220-CHECK-OPERATOR.
           MOVE ZEROES TO WS-OPER-SUB
           PERFORM VARYING WS-OPER-SEARCH-SUB FROM 1 BY 1
                   UNTIL WS-OPER-SEARCH-SUB > WS-OPER-ENTRY-COUNT
               IF WS-OPER-TBL-ID (WS-OPER-SEARCH-SUB)
                       = WS-DISP-TBL-OPERATOR (WS-DISP-SUB)
                   MOVE WS-OPER-SEARCH-SUB TO WS-OPER-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-OPER-REFUSE-REASON
           IF WS-DISP-TBL-OPERATOR (WS-DISP-SUB) = SPACES
               OR WS-OPER-SUB = ZEROES
               MOVE "OPER-UNKN" TO WS-OPER-REFUSE-REASON
           ELSE
               IF NOT WS-OPER-TBL-ACTIVE (WS-OPER-SUB)
                   MOVE "OPER-INACT" TO WS-OPER-REFUSE-REASON
               ELSE
                   PERFORM 2225-CHECK-ACTION-AUTHORITY
               END-IF
           END-IF.

       2225-CHECK-ACTION-AUTHORITY.
           EVALUATE WS-DISP-TBL-ACTION (WS-DISP-SUB)
               WHEN "RESUBMIT"
                   IF WS-OPER-TBL-AUTH-RESUBMIT (WS-OPER-SUB) NOT = "Y"
                       MOVE "NOT-AUTH" TO WS-OPER-REFUSE-REASON
                   END-IF
               WHEN "CORRECT"
                   IF WS-OPER-TBL-AUTH-CORRECT (WS-OPER-SUB) NOT = "Y"
                       MOVE "NOT-AUTH" TO WS-OPER-REFUSE-REASON
                   END-IF
               WHEN "WRITEOFF"
                   IF WS-OPER-TBL-AUTH-WRITEOFF (WS-OPER-SUB) NOT = "Y"
                       MOVE "NOT-AUTH" TO WS-OPER-REFUSE-REASON
                   ELSE
                       MOVE REJECT-TRANS-IMAGE (1:38) TO TRANS-RECORD
                       IF WS-OPER-TBL-WOFF-CEILING (WS-OPER-SUB)
                               > ZEROES
                           AND TRANS-AMOUNT IS NUMERIC
                           AND TRANS-AMOUNT
                               > WS-OPER-TBL-WOFF-CEILING (WS-OPER-SUB)
                           MOVE "OVER-CEIL" TO WS-OPER-REFUSE-REASON
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    A refused request is used up like an applied one, so the
      *    same row cannot go on to match a later reject for the
      *    TRANS-ID; the reject itself stays open for a properly
      *    authorized request.
       2230-REFUSE-DISPOSITION.
           SET WS-DISP-TBL-USED (WS-DISP-SUB) TO TRUE
           ADD 1 TO WS-REQUESTS-REFUSED
           ADD 1 TO WS-REJECTS-LEFT-OPEN
           DISPLAY "WARNING: " WS-DISP-TBL-ACTION (WS-DISP-SUB)
                   " of " WS-DISP-TBL-TRANS-ID (WS-DISP-SUB)
                   " REFUSED - operator '"
                   WS-DISP-TBL-OPERATOR (WS-DISP-SUB) "': "
                   WS-OPER-REFUSE-REASON " - reject left open"
           IF WS-AUDIT-OPEN-OK
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               MOVE "AUTH-REFUSE" TO AUDIT-EVENT-TYPE
               MOVE REJECT-AREA-1 TO AUDIT-AREA-1
               MOVE REJECT-AREA-2 TO AUDIT-AREA-2
               MOVE ZEROES TO AUDIT-DEBIT-TOTAL
               MOVE ZEROES TO AUDIT-CREDIT-TOTAL
               MOVE REJECT-TRANS-IMAGE (1:10) TO AUDIT-TRANS-ID
               MOVE REJECT-TRANS-IMAGE (20:8) TO AUDIT-TRANS-DATE
               MOVE WS-DISP-TBL-OPERATOR (WS-DISP-SUB)
                   TO AUDIT-OPERATOR
               MOVE "REJREPR" TO AUDIT-PROGRAM
               MOVE WS-DISP-TBL-ACTION (WS-DISP-SUB) TO AUDIT-ACTION
               MOVE WS-OPER-REFUSE-REASON TO AUDIT-REASON-CODE
               WRITE AUDIT-RECORD
           END-IF.

       2300-APPLY-DISPOSITION.
           EVALUATE WS-DISP-TBL-ACTION (WS-DISP-SUB)
               WHEN "RESUBMIT"
           IF REJECT-WRITTEN-OFF
               PERFORM 2330-WRITE-WRITEOFF-PENDING
           END-IF
           IF NOT WS-FATAL-ERROR
               PERFORM 2370-WRITE-RESPONSE-UPDATE
           END-IF
           IF NOT WS-FATAL-ERROR
               PERFORM 2360-AUDIT-DISPOSITION
           END-IF.
               MOVE REJECT-REASON-CODE        TO WOFF-REASON-CODE
               MOVE REJECT-DISP-OPERATOR      TO WOFF-OPERATOR
               MOVE FUNCTION CURRENT-DATE     TO WOFF-TIMESTAMP
               MOVE TRANS-TYPE-CODE           TO WOFF-TYPE-CODE
               MOVE TRANS-ACCOUNT             TO WOFF-ACCOUNT
               WRITE WRITEOFF-RECORD
               IF WS-WOFF-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: WOFF-FILE write failed, status="
               END-IF
           END-IF.

      *    The update carries the reject's original reason code and
      *    the amount the item now stands at - the corrected amount
      *    where the operator changed it.
       2370-WRITE-RESPONSE-UPDATE.
           IF WS-RESPPEND-OPEN-OK
               MOVE REJECT-TRANS-IMAGE (1:38) TO TRANS-RECORD
               MOVE SPACES TO RESPONSE-DETAIL-RECORD
               SET RESP-IS-UPDATE TO TRUE
               MOVE TRANS-ID                  TO RESP-TRANS-ID
               MOVE TRANS-DATE                TO RESP-TRANS-DATE
               EVALUATE TRUE
                   WHEN REJECT-CORRECTED
                       MOVE WS-DISP-TBL-NEW-AMOUNT (WS-DISP-SUB)
                           TO RESP-AMOUNT
                   WHEN TRANS-AMOUNT IS NUMERIC
                       MOVE TRANS-AMOUNT      TO RESP-AMOUNT
                   WHEN OTHER
                       MOVE ZEROES            TO RESP-AMOUNT
               END-EVALUATE
               MOVE TRANS-DC-CODE             TO RESP-DC-CODE
               EVALUATE TRUE
                   WHEN REJECT-RESUBMITTED
                       SET RESP-RESUBMITTED TO TRUE
                   WHEN REJECT-CORRECTED
                       SET RESP-CORRECTED TO TRUE
                   WHEN OTHER
                       SET RESP-WRITTEN-OFF TO TRUE
               END-EVALUATE
               MOVE REJECT-REASON-CODE        TO RESP-REASON-CODE
               SET RESP-FROM-REJREPR TO TRUE
               MOVE REJECT-DISP-OPERATOR      TO RESP-OPERATOR
               MOVE REJECT-DISP-TIMESTAMP     TO RESP-TIMESTAMP
               WRITE RESPONSE-DETAIL-RECORD
               IF WS-RESPPEND-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: RESPPEND-FILE write failed, "
                           "status=" WS-RESPPEND-FILE-STATUS
                   SET WS-FATAL-ERROR TO TRUE
               END-IF
           END-IF.

       2360-AUDIT-DISPOSITION.
           IF WS-AUDIT-OPEN-OK
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               MOVE ZEROES TO AUDIT-CREDIT-TOTAL
               MOVE REJECT-TRANS-IMAGE (1:10) TO AUDIT-TRANS-ID
               MOVE REJECT-TRANS-IMAGE (20:8) TO AUDIT-TRANS-DATE
               MOVE REJECT-DISP-OPERATOR TO AUDIT-OPERATOR
               MOVE "REJREPR" TO AUDIT-PROGRAM
               MOVE WS-DISP-TBL-ACTION (WS-DISP-SUB) TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-REASON-CODE
               WRITE AUDIT-RECORD
           END-IF.

           IF WS-WOFF-OPEN-OK
               CLOSE WOFF-FILE
           END-IF
           IF WS-RESPPEND-OPEN-OK
               CLOSE RESPPEND-FILE
           END-IF
           IF WS-FATAL-ERROR
               DISPLAY "ERROR: run ended in error - REJECT.DAT left "
                       "unchanged; discard any SUPPTRAN.DAT and "
                       "RESPPEND.DAT records added this run before "
                       "rerunning"
           ELSE
               IF WS-REJECT-OPEN-OK AND WS-REJWORK-OPEN-OK
                   PERFORM 3100-REPLACE-REJECT-FILE
           DISPLAY "Resubmitted corrected: " WS-REJECTS-CORRECTED
           DISPLAY "Written off:         " WS-REJECTS-WRITTEN-OFF
           DISPLAY "Left open:           " WS-REJECTS-LEFT-OPEN
           DISPLAY "Previously worked:   " WS-REJECTS-ALREADY-WORKED
           DISPLAY "Requests refused:    " WS-REQUESTS-REFUSED.

      *    REJECT.DAT is sequential, so the update is old-master /
      *    new-master: the worked records were written to REJECTWK.DAT
