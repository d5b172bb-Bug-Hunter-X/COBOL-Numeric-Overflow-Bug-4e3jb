       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHRPT.
       AUTHOR. OPS-BATCH-TEAM.
      *****************************************************************
      *  Refused-request report.  Every utility that checks the
      *  operator master (REJREPR, HOLDRLS, CNTRINQ, PERMAINT and the
      *  DAILYTXN override path) logs a request it refuses to
      *  AUDIT.DAT as an AUTH-REFUSE event carrying the operator,
      *  the program, the action asked for and the reason code.
      *  This program selects those events for a date range
      *  (AUTHREQ.DAT, blank = whole trail) and lists them grouped
      *  by operator with a count per operator, a count per reason
      *  code and a grand total, so security can see who keeps
      *  trying what they are not entitled to.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT AUTH-REQUEST-FILE ASSIGN TO "AUTHREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARPREQ-FILE-STATUS.

           SELECT AUTH-REPORT-FILE ASSIGN TO "AUTHRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARPRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  AUTH-REQUEST-FILE
           RECORDING MODE IS F.
       COPY ARPREQRC.

       FD  AUTH-REPORT-FILE
           RECORDING MODE IS F.
       01  AUTH-REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AUDIT-FILE-STATUS       PIC XX.
           05  WS-ARPREQ-FILE-STATUS      PIC XX.
           05  WS-ARPRPT-FILE-STATUS      PIC XX.

       01  WS-SWITCHES.
           05  WS-AUDIT-EOF-SWITCH        PIC X VALUE "N".
               88  WS-AUDIT-EOF           VALUE "Y".
           05  WS-AUDIT-OPEN-SWITCH       PIC X VALUE "N".
               88  WS-AUDIT-OPEN-OK       VALUE "Y".
           05  WS-REPORT-OPEN-SWITCH      PIC X VALUE "N".
               88  WS-REPORT-OPEN-OK      VALUE "Y".
           05  WS-DETAIL-FULL-SWITCH      PIC X VALUE "N".
               88  WS-DETAIL-TABLE-FULL   VALUE "Y".
           05  WS-FATAL-SWITCH            PIC X VALUE "N".
               88  WS-FATAL-ERROR         VALUE "Y".

       01  WS-FROM-DATE                    PIC X(8) VALUE SPACES.
       01  WS-TO-DATE                      PIC X(8) VALUE SPACES.

       01  WS-OPER-SUB                     PIC 9(3) COMP VALUE ZEROES.
       01  WS-OPER-SEARCH-SUB              PIC 9(3) COMP VALUE ZEROES.

       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY-COUNT         PIC 9(3) COMP VALUE ZEROES.
           05  WS-OPER-ENTRY OCCURS 100 TIMES.
               10  WS-OPER-TBL-ID          PIC X(10).
               10  WS-OPER-TBL-COUNT       PIC 9(5).

       01  WS-REASON-SUB                   PIC 9(3) COMP VALUE ZEROES.
       01  WS-REASON-SEARCH-SUB            PIC 9(3) COMP VALUE ZEROES.

       01  WS-REASON-TABLE.
           05  WS-REASON-ENTRY-COUNT       PIC 9(3) COMP VALUE ZEROES.
           05  WS-REASON-ENTRY OCCURS 20 TIMES.
               10  WS-REASON-TBL-CODE      PIC X(10).
               10  WS-REASON-TBL-COUNT     PIC 9(5).

       01  WS-DETAIL-SUB                   PIC 9(5) COMP VALUE ZEROES.

       01  WS-DETAIL-TABLE.
           05  WS-DETAIL-ENTRY-COUNT       PIC 9(5) COMP VALUE ZEROES.
           05  WS-DETAIL-ENTRY OCCURS 2000 TIMES.
               10  WS-DETAIL-TBL-OPERATOR  PIC X(10).
               10  WS-DETAIL-TBL-TIMESTAMP PIC X(26).
               10  WS-DETAIL-TBL-PROGRAM   PIC X(8).
               10  WS-DETAIL-TBL-ACTION    PIC X(8).
               10  WS-DETAIL-TBL-REASON    PIC X(10).
               10  WS-DETAIL-TBL-TRANS-ID  PIC X(10).
               10  WS-DETAIL-TBL-DATE      PIC X(8).

       01  WS-REFUSAL-COUNTS.
           05  WS-AUDIT-ROWS-READ          PIC 9(7) VALUE ZEROES.
           05  WS-REFUSALS-SELECTED        PIC 9(5) VALUE ZEROES.
           05  WS-DETAILS-NOT-LISTED       PIC 9(5) VALUE ZEROES.
           05  WS-REASONS-NOT-TABLED       PIC 9(5) VALUE ZEROES.
           05  WS-OPERATORS-NOT-TABLED     PIC 9(5) VALUE ZEROES.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-DETAIL-TIMESTAMP         PIC X(26).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DETAIL-PROGRAM           PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DETAIL-ACTION            PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DETAIL-REASON            PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DETAIL-TRANS-ID          PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DETAIL-DATE              PIC X(8).

       01  WS-COUNT-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-COUNT-KEY                PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-COUNT-VALUE              PIC ZZ,ZZ9.

       01  WS-COUNT-EDIT                   PIC ZZ,ZZ9.
       01  WS-REPORT-TEXT                  PIC X(120).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF NOT WS-FATAL-ERROR
               PERFORM 2000-SCAN-AUDIT-TRAIL
               PERFORM 3000-WRITE-REPORT
           END-IF
           PERFORM 4000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-SET-DATE-RANGE
           PERFORM 1020-OPEN-AUTH-REPORT
           IF NOT WS-FATAL-ERROR
               PERFORM 1030-OPEN-AUDIT-FILE
           END-IF.

       1010-SET-DATE-RANGE.
           MOVE LOW-VALUES TO WS-FROM-DATE
           MOVE HIGH-VALUES TO WS-TO-DATE
           OPEN INPUT AUTH-REQUEST-FILE
           IF WS-ARPREQ-FILE-STATUS = "00"
               READ AUTH-REQUEST-FILE
                   NOT AT END
                       IF ARPREQ-FROM-DATE NOT = SPACES
                           MOVE ARPREQ-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF ARPREQ-TO-DATE NOT = SPACES
                           MOVE ARPREQ-TO-DATE TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE AUTH-REQUEST-FILE
           END-IF.

       1020-OPEN-AUTH-REPORT.
           OPEN OUTPUT AUTH-REPORT-FILE
           IF WS-ARPRPT-FILE-STATUS = "00"
               SET WS-REPORT-OPEN-OK TO TRUE
               MOVE "REFUSED OPERATOR REQUESTS BY OPERATOR"
                   TO WS-REPORT-TEXT
               PERFORM 9100-WRITE-REPORT-LINE
               IF WS-FROM-DATE = LOW-VALUES
                   AND WS-TO-DATE = HIGH-VALUES
                   MOVE "PERIOD: WHOLE AUDIT TRAIL" TO WS-REPORT-TEXT
               ELSE
                   STRING "PERIOD: " WS-FROM-DATE " TO " WS-TO-DATE
                       DELIMITED BY SIZE INTO WS-REPORT-TEXT
                   INSPECT WS-REPORT-TEXT REPLACING
                       ALL LOW-VALUES BY SPACES
                       ALL HIGH-VALUES BY SPACES
               END-IF
               PERFORM 9100-WRITE-REPORT-LINE
           ELSE
               DISPLAY "ERROR: AUTH-REPORT-FILE open failed, "
                       "status=" WS-ARPRPT-FILE-STATUS
               SET WS-FATAL-ERROR TO TRUE
           END-IF.

       1030-OPEN-AUDIT-FILE.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               SET WS-AUDIT-OPEN-OK TO TRUE
           ELSE
               DISPLAY "ERROR: AUDIT-FILE open failed, status="
                       WS-AUDIT-FILE-STATUS " - nothing to report"
               SET WS-FATAL-ERROR TO TRUE
           END-IF.

       2000-SCAN-AUDIT-TRAIL.
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-ROWS-READ
                       IF AUDIT-EVENT-TYPE = "AUTH-REFUSE"
                           AND AUDIT-TIMESTAMP (1:8)
                               NOT < WS-FROM-DATE
                           AND AUDIT-TIMESTAMP (1:8)
                               NOT > WS-TO-DATE
                           PERFORM 2100-SELECT-REFUSAL
                       END-IF
               END-READ
           END-PERFORM.

       2100-SELECT-REFUSAL.
           ADD 1 TO WS-REFUSALS-SELECTED
           PERFORM 2200-ACCUMULATE-BY-OPERATOR
           PERFORM 2300-ACCUMULATE-BY-REASON
           IF WS-OPER-SUB > ZEROES
               PERFORM 2400-STORE-DETAIL
           END-IF.

       2200-ACCUMULATE-BY-OPERATOR.
           MOVE ZEROES TO WS-OPER-SUB
           PERFORM VARYING WS-OPER-SEARCH-SUB FROM 1 BY 1
                   UNTIL WS-OPER-SEARCH-SUB > WS-OPER-ENTRY-COUNT
               IF WS-OPER-TBL-ID (WS-OPER-SEARCH-SUB)
                       = AUDIT-OPERATOR
                   MOVE WS-OPER-SEARCH-SUB TO WS-OPER-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OPER-SUB = ZEROES
               IF WS-OPER-ENTRY-COUNT >= 100
                   DISPLAY "WARNING: more operators than the report "
                           "table holds - " AUDIT-OPERATOR
                           " counted in the grand total only"
                   ADD 1 TO WS-OPERATORS-NOT-TABLED
               ELSE
                   ADD 1 TO WS-OPER-ENTRY-COUNT
                   MOVE WS-OPER-ENTRY-COUNT TO WS-OPER-SUB
                   MOVE AUDIT-OPERATOR
                       TO WS-OPER-TBL-ID (WS-OPER-SUB)
                   MOVE ZEROES TO WS-OPER-TBL-COUNT (WS-OPER-SUB)
               END-IF
           END-IF
           IF WS-OPER-SUB > ZEROES
               ADD 1 TO WS-OPER-TBL-COUNT (WS-OPER-SUB)
           END-IF.

       2300-ACCUMULATE-BY-REASON.
           MOVE ZEROES TO WS-REASON-SUB
           PERFORM VARYING WS-REASON-SEARCH-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SEARCH-SUB > WS-REASON-ENTRY-COUNT
               IF WS-REASON-TBL-CODE (WS-REASON-SEARCH-SUB)
                       = AUDIT-REASON-CODE
                   MOVE WS-REASON-SEARCH-SUB TO WS-REASON-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-REASON-SUB = ZEROES
               IF WS-REASON-ENTRY-COUNT >= 20
                   DISPLAY "WARNING: more reasons than the report "
                           "table holds - " AUDIT-REASON-CODE
                           " counted in the grand total only"
                   ADD 1 TO WS-REASONS-NOT-TABLED
               ELSE
                   ADD 1 TO WS-REASON-ENTRY-COUNT
                   MOVE WS-REASON-ENTRY-COUNT TO WS-REASON-SUB
                   MOVE AUDIT-REASON-CODE
                       TO WS-REASON-TBL-CODE (WS-REASON-SUB)
                   MOVE ZEROES TO WS-REASON-TBL-COUNT (WS-REASON-SUB)
               END-IF
           END-IF
           IF WS-REASON-SUB > ZEROES
               ADD 1 TO WS-REASON-TBL-COUNT (WS-REASON-SUB)
           END-IF.

      *    The counts are always complete; only the detail listing is
      *    bounded by the table, and the report says how many rows
      *    it could not list.  Refusals by an operator beyond the
      *    operator table are never stored, since only tabled
      *    operators' groups are listed; the report counts them
      *    separately.
       2400-STORE-DETAIL.
           IF WS-DETAIL-ENTRY-COUNT >= 2000
               IF NOT WS-DETAIL-TABLE-FULL
                   SET WS-DETAIL-TABLE-FULL TO TRUE
                   DISPLAY "WARNING: refusals exceed the detail table"
                           " - later refusals counted but not listed"
               END-IF
               ADD 1 TO WS-DETAILS-NOT-LISTED
           ELSE
               ADD 1 TO WS-DETAIL-ENTRY-COUNT
               MOVE WS-DETAIL-ENTRY-COUNT TO WS-DETAIL-SUB
               MOVE AUDIT-OPERATOR
                   TO WS-DETAIL-TBL-OPERATOR (WS-DETAIL-SUB)
               MOVE AUDIT-TIMESTAMP
                   TO WS-DETAIL-TBL-TIMESTAMP (WS-DETAIL-SUB)
               MOVE AUDIT-PROGRAM
                   TO WS-DETAIL-TBL-PROGRAM (WS-DETAIL-SUB)
               MOVE AUDIT-ACTION
                   TO WS-DETAIL-TBL-ACTION (WS-DETAIL-SUB)
               MOVE AUDIT-REASON-CODE
                   TO WS-DETAIL-TBL-REASON (WS-DETAIL-SUB)
               MOVE AUDIT-TRANS-ID
                   TO WS-DETAIL-TBL-TRANS-ID (WS-DETAIL-SUB)
               MOVE AUDIT-TRANS-DATE
                   TO WS-DETAIL-TBL-DATE (WS-DETAIL-SUB)
           END-IF.

       3000-WRITE-REPORT.
           IF WS-REFUSALS-SELECTED = ZEROES
               MOVE "NO REFUSED REQUESTS IN PERIOD" TO WS-REPORT-TEXT
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
                   UNTIL WS-OPER-SUB > WS-OPER-ENTRY-COUNT
               PERFORM 3100-WRITE-OPERATOR-GROUP
           END-PERFORM
           IF WS-OPERATORS-NOT-TABLED > ZEROES
               MOVE WS-OPERATORS-NOT-TABLED TO WS-COUNT-EDIT
               STRING "REFUSALS BY OPERATORS BEYOND THE TABLE: "
                   WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-TEXT
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           IF WS-REASON-ENTRY-COUNT > ZEROES
               MOVE "REFUSALS BY REASON" TO WS-REPORT-TEXT
               PERFORM 9100-WRITE-REPORT-LINE
               PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                       UNTIL WS-REASON-SUB > WS-REASON-ENTRY-COUNT
                   MOVE WS-REASON-TBL-CODE (WS-REASON-SUB)
                       TO WS-COUNT-KEY
                   MOVE WS-REASON-TBL-COUNT (WS-REASON-SUB)
                       TO WS-COUNT-VALUE
                   MOVE WS-COUNT-LINE TO WS-REPORT-TEXT
                   PERFORM 9100-WRITE-REPORT-LINE
               END-PERFORM
               IF WS-REASONS-NOT-TABLED > ZEROES
                   MOVE WS-REASONS-NOT-TABLED TO WS-COUNT-EDIT
                   STRING "  REFUSALS UNDER REASONS BEYOND THE TABLE: "
                       WS-COUNT-EDIT
                       DELIMITED BY SIZE INTO WS-REPORT-TEXT
                   PERFORM 9100-WRITE-REPORT-LINE
               END-IF
           END-IF
           MOVE WS-REFUSALS-SELECTED TO WS-COUNT-EDIT
           STRING "TOTAL REFUSED REQUESTS: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT
           PERFORM 9100-WRITE-REPORT-LINE
           IF WS-DETAILS-NOT-LISTED > ZEROES
               MOVE WS-DETAILS-NOT-LISTED TO WS-COUNT-EDIT
               STRING "REFUSALS COUNTED BUT NOT LISTED: "
                   WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-TEXT
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

       3100-WRITE-OPERATOR-GROUP.
           IF WS-OPER-TBL-ID (WS-OPER-SUB) = SPACES
               MOVE "OPERATOR: (NONE GIVEN)" TO WS-REPORT-TEXT
           ELSE
               STRING "OPERATOR: " WS-OPER-TBL-ID (WS-OPER-SUB)
                   DELIMITED BY SIZE INTO WS-REPORT-TEXT
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM VARYING WS-DETAIL-SUB FROM 1 BY 1
                   UNTIL WS-DETAIL-SUB > WS-DETAIL-ENTRY-COUNT
               IF WS-DETAIL-TBL-OPERATOR (WS-DETAIL-SUB)
                       = WS-OPER-TBL-ID (WS-OPER-SUB)
                   PERFORM 3110-WRITE-DETAIL-LINE
               END-IF
           END-PERFORM
           MOVE WS-OPER-TBL-COUNT (WS-OPER-SUB) TO WS-COUNT-EDIT
           STRING "  REFUSED FOR OPERATOR: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT
           PERFORM 9100-WRITE-REPORT-LINE.

       3110-WRITE-DETAIL-LINE.
           MOVE WS-DETAIL-TBL-TIMESTAMP (WS-DETAIL-SUB)
               TO WS-DETAIL-TIMESTAMP
           MOVE WS-DETAIL-TBL-PROGRAM (WS-DETAIL-SUB)
               TO WS-DETAIL-PROGRAM
           MOVE WS-DETAIL-TBL-ACTION (WS-DETAIL-SUB)
               TO WS-DETAIL-ACTION
           MOVE WS-DETAIL-TBL-REASON (WS-DETAIL-SUB)
               TO WS-DETAIL-REASON
           MOVE WS-DETAIL-TBL-TRANS-ID (WS-DETAIL-SUB)
               TO WS-DETAIL-TRANS-ID
           MOVE WS-DETAIL-TBL-DATE (WS-DETAIL-SUB)
               TO WS-DETAIL-DATE
           MOVE WS-DETAIL-LINE TO WS-REPORT-TEXT
           PERFORM 9100-WRITE-REPORT-LINE.

       4000-FINALIZE.
           IF WS-REPORT-OPEN-OK
               CLOSE AUTH-REPORT-FILE
           END-IF
           IF WS-AUDIT-OPEN-OK
               CLOSE AUDIT-FILE
           END-IF
           DISPLAY "Refused-request report complete - audit rows="
                   WS-AUDIT-ROWS-READ
                   " refusals=" WS-REFUSALS-SELECTED
                   " operators=" WS-OPER-ENTRY-COUNT.

       9100-WRITE-REPORT-LINE.
           MOVE WS-REPORT-TEXT TO AUTH-REPORT-RECORD
           WRITE AUTH-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-TEXT.
