      *  TOTHIST.DAT shows IN-BALANCE, so a month can never be
      *  locked while one of its days still fails reconciliation.
      *  The daily batch job rejects any transaction dated into a
      *  CLOSED period.  Every request names the operator asking for
      *  it, who must be an ACTIVE operator with period authority on
      *  the operator master; any other request is refused and the
      *  refusal is written to AUDIT.DAT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT OPER-FILE ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       FD  HISTORY-FILE.
       COPY HISTREC.

       FD  OPER-FILE
           RECORDING MODE IS F.
       COPY OPERMSTR.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PERIOD-FILE-STATUS      PIC XX.
           05  WS-PERREQ-FILE-STATUS      PIC XX.
           05  WS-HISTORY-FILE-STATUS     PIC XX.
           05  WS-OPER-FILE-STATUS        PIC XX.
           05  WS-AUDIT-FILE-STATUS       PIC XX.

       01  WS-SWITCHES.
           05  WS-PERREQ-EOF-SWITCH       PIC X VALUE "N".
               88  WS-CLOSE-BLOCKED       VALUE "Y".
           05  WS-FATAL-SWITCH            PIC X VALUE "N".
               88  WS-FATAL-ERROR         VALUE "Y".
           05  WS-OPER-EOF-SWITCH         PIC X VALUE "N".
               88  WS-OPER-EOF            VALUE "Y".
           05  WS-AUDIT-OPEN-SWITCH       PIC X VALUE "N".
               88  WS-AUDIT-OPEN-OK       VALUE "Y".

       01  WS-OPER-SUB                    PIC 9(3) COMP VALUE ZEROES.
       01  WS-OPER-SEARCH-SUB             PIC 9(3) COMP VALUE ZEROES.
       01  WS-OPER-REFUSE-REASON          PIC X(10) VALUE SPACES.

       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY-COUNT        PIC 9(3) COMP VALUE ZEROES.
           05  WS-OPER-ENTRY OCCURS 100 TIMES.
               10  WS-OPER-TBL-ID         PIC X(10).
               10  WS-OPER-TBL-STATUS     PIC X(8).
                   88  WS-OPER-TBL-ACTIVE VALUE "ACTIVE".
               10  WS-OPER-TBL-AUTH-PERIOD PIC X.

       01  WS-REQUEST-MONTH               PIC X(6).
       01  WS-START-KEY                   PIC X(8).
           05  WS-PERIODS-OPENED          PIC 9(5) VALUE ZEROES.
           05  WS-PERIODS-CLOSED          PIC 9(5) VALUE ZEROES.
           05  WS-REQUESTS-REFUSED        PIC 9(5) VALUE ZEROES.
           05  WS-REQUESTS-UNAUTHORIZED   PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

       1000-INITIALIZE.
           PERFORM 1010-OPEN-PERIOD-FILE
           PERFORM 1020-OPEN-HISTORY-FILE
           PERFORM 1030-LOAD-OPERATORS
           PERFORM 1040-OPEN-AUDIT-FILE.

       1010-OPEN-PERIOD-FILE.
           OPEN I-O PERIOD-FILE
                       "will be refused"
           END-IF.

       1030-LOAD-OPERATORS.
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
                           MOVE OPER-AUTH-PERIOD
                               TO WS-OPER-TBL-AUTH-PERIOD
                               (WS-OPER-ENTRY-COUNT)
                   END-READ
               END-PERFORM
               CLOSE OPER-FILE
           ELSE
               DISPLAY "WARNING: OPER-FILE missing - every request "
                       "will be refused"
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
                       WS-AUDIT-FILE-STATUS " - refusals could not "
                       "be audited"
               SET WS-FATAL-ERROR TO TRUE
           END-IF.

       2000-WORK-REQUESTS.
           OPEN INPUT PERIOD-REQUEST-FILE
           IF WS-PERREQ-FILE-STATUS NOT = "00"
                       "' is not a valid YYYYMM period"
               ADD 1 TO WS-REQUESTS-REFUSED
           ELSE
               PERFORM 2110-CHECK-OPERATOR
               IF WS-OPER-REFUSE-REASON NOT = SPACES
                   DISPLAY "Request REFUSED - operator '"
                           PERREQ-OPERATOR "' may not "
                           PERREQ-ACTION " " WS-REQUEST-MONTH
                           ": " WS-OPER-REFUSE-REASON
                   ADD 1 TO WS-REQUESTS-REFUSED
                   ADD 1 TO WS-REQUESTS-UNAUTHORIZED
                   PERFORM 2120-AUDIT-REFUSAL
               ELSE
                   EVALUATE PERREQ-ACTION
                       WHEN "OPEN"
                           PERFORM 2200-OPEN-PERIOD
                       WHEN "CLOSE"
                           PERFORM 2300-CLOSE-PERIOD
                       WHEN OTHER
                           DISPLAY "Request REFUSED - unrecognized "
                                   "action '" PERREQ-ACTION "' for "
                                   WS-REQUEST-MONTH
                           ADD 1 TO WS-REQUESTS-REFUSED
                   END-EVALUATE
               END-IF
           END-IF.

      *    Opening a period is as sensitive as closing one - it lets
      *    postings back into a month finance already has - so both
      *    need the operator's period authority.
       2110-CHECK-OPERATOR.
           MOVE ZEROES TO WS-OPER-SUB
           PERFORM VARYING WS-OPER-SEARCH-SUB FROM 1 BY 1
                   UNTIL WS-OPER-SEARCH-SUB > WS-OPER-ENTRY-COUNT
               IF WS-OPER-TBL-ID (WS-OPER-SEARCH-SUB)
                       = PERREQ-OPERATOR
                   MOVE WS-OPER-SEARCH-SUB TO WS-OPER-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN PERREQ-OPERATOR = SPACES OR WS-OPER-SUB = ZEROES
                   MOVE "OPER-UNKN"  TO WS-OPER-REFUSE-REASON
               WHEN NOT WS-OPER-TBL-ACTIVE (WS-OPER-SUB)
                   MOVE "OPER-INACT" TO WS-OPER-REFUSE-REASON
               WHEN WS-OPER-TBL-AUTH-PERIOD (WS-OPER-SUB) NOT = "Y"
                   MOVE "NOT-AUTH"   TO WS-OPER-REFUSE-REASON
               WHEN OTHER
                   MOVE SPACES       TO WS-OPER-REFUSE-REASON
           END-EVALUATE.

       2120-AUDIT-REFUSAL.
           IF WS-AUDIT-OPEN-OK
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               MOVE "AUTH-REFUSE"         TO AUDIT-EVENT-TYPE
               MOVE ZEROES TO AUDIT-AREA-1
               MOVE ZEROES TO AUDIT-AREA-2
               MOVE ZEROES TO AUDIT-DEBIT-TOTAL
               MOVE ZEROES TO AUDIT-CREDIT-TOTAL
               MOVE SPACES                TO AUDIT-TRANS-ID
               MOVE WS-REQUEST-MONTH      TO AUDIT-TRANS-DATE
               MOVE PERREQ-OPERATOR       TO AUDIT-OPERATOR
               MOVE "PERMAINT"            TO AUDIT-PROGRAM
               MOVE PERREQ-ACTION         TO AUDIT-ACTION
               MOVE WS-OPER-REFUSE-REASON TO AUDIT-REASON-CODE
               WRITE AUDIT-RECORD
           END-IF.

       2200-OPEN-PERIOD.
           IF WS-HISTORY-OPEN-OK
               CLOSE HISTORY-FILE
           END-IF
           IF WS-AUDIT-OPEN-OK
               CLOSE AUDIT-FILE
           END-IF
           DISPLAY "Requests read:    " WS-REQUESTS-READ
           DISPLAY "Periods opened:   " WS-PERIODS-OPENED
           DISPLAY "Periods closed:   " WS-PERIODS-CLOSED
           DISPLAY "Requests refused: " WS-REQUESTS-REFUSED
           DISPLAY "  not authorized: " WS-REQUESTS-UNAUTHORIZED.
