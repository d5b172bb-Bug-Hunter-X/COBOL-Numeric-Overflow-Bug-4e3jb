       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMNT.
       AUTHOR. OPS-BATCH-TEAM.
      *****************************************************************
      *  Account master maintenance utility.  Works ops requests from
      *  ACCTREQ.DAT against the keyed account master ACCTMST.DAT:
      *  an account can be added (OPEN, with its open date), renamed,
      *  frozen, unfrozen, or closed (with its close date), and its
      *  large-value review limit can be set or cleared.  Each
      *  request must carry the id of the operator making it, and
      *  every change applied is stamped on the master row and
      *  logged to ACCTLOG.DAT with the status and name before and
      *  after.  A request that does not fit the account's current
      *  status - freezing a closed account, closing one twice,
      *  adding a number already on file - is refused and the
      *  master is left alone.  The daily batch job rejects postings
      *  to a FROZEN account and postings dated after a CLOSED
      *  account's close date.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT ACCT-REQUEST-FILE ASSIGN TO "ACCTREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTREQ-FILE-STATUS.

           SELECT ACCT-LOG-FILE ASSIGN TO "ACCTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       COPY ACCTMSTR.

       FD  ACCT-REQUEST-FILE
           RECORDING MODE IS F.
       COPY ACCREQRC.

       FD  ACCT-LOG-FILE
           RECORDING MODE IS F.
       COPY ACCTLGRC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACCT-FILE-STATUS        PIC XX.
           05  WS-ACCTREQ-FILE-STATUS     PIC XX.
           05  WS-ACCTLOG-FILE-STATUS     PIC XX.

       01  WS-SWITCHES.
           05  WS-ACCTREQ-EOF-SWITCH      PIC X VALUE "N".
               88  WS-ACCTREQ-EOF         VALUE "Y".
           05  WS-ACCT-OPEN-SWITCH        PIC X VALUE "N".
               88  WS-ACCT-OPEN-OK        VALUE "Y".
           05  WS-ACCTLOG-OPEN-SWITCH     PIC X VALUE "N".
               88  WS-ACCTLOG-OPEN-OK     VALUE "Y".
           05  WS-ACCT-FOUND-SWITCH       PIC X VALUE "N".
               88  WS-ACCT-FOUND          VALUE "Y".
           05  WS-REQUEST-VALID-SWITCH    PIC X VALUE "N".
               88  WS-REQUEST-VALID       VALUE "Y".
           05  WS-FATAL-SWITCH            PIC X VALUE "N".
               88  WS-FATAL-ERROR         VALUE "Y".
           05  WS-REWRITE-OK-SWITCH       PIC X VALUE "N".
               88  WS-REWRITE-OK          VALUE "Y".

       01  WS-TODAY                       PIC X(8).
       01  WS-EFFECTIVE-DATE              PIC X(8).
       01  WS-OLD-STATUS                  PIC X(6).
       01  WS-OLD-NAME                    PIC X(20).
       01  WS-OLD-LIMIT                   PIC 9(7)V99.

       01  WS-WORK-COUNTS.
           05  WS-REQUESTS-READ           PIC 9(5) VALUE ZEROES.
           05  WS-ACCOUNTS-ADDED          PIC 9(5) VALUE ZEROES.
           05  WS-ACCOUNTS-RENAMED        PIC 9(5) VALUE ZEROES.
           05  WS-ACCOUNTS-FROZEN         PIC 9(5) VALUE ZEROES.
           05  WS-ACCOUNTS-UNFROZEN       PIC 9(5) VALUE ZEROES.
           05  WS-ACCOUNTS-CLOSED         PIC 9(5) VALUE ZEROES.
           05  WS-LIMITS-SET              PIC 9(5) VALUE ZEROES.
           05  WS-REQUESTS-REFUSED        PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF NOT WS-FATAL-ERROR
               PERFORM 2000-WORK-REQUESTS
           END-IF
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1010-OPEN-ACCOUNT-FILE
           IF NOT WS-FATAL-ERROR
               PERFORM 1020-OPEN-CHANGE-LOG
           END-IF.

       1010-OPEN-ACCOUNT-FILE.
           OPEN I-O ACCT-FILE
           IF WS-ACCT-FILE-STATUS = "35"
               OPEN OUTPUT ACCT-FILE
               CLOSE ACCT-FILE
               OPEN I-O ACCT-FILE
           END-IF
           IF WS-ACCT-FILE-STATUS = "00"
               SET WS-ACCT-OPEN-OK TO TRUE
           ELSE
               DISPLAY "ERROR: ACCT-FILE open failed, status="
                       WS-ACCT-FILE-STATUS " - no accounts "
                       "maintained"
               SET WS-FATAL-ERROR TO TRUE
           END-IF.

      *    No change may reach the master unless it can also be
      *    logged, so a log that cannot be opened stops the run, and
      *    a log write that fails stops the requests still to come.
       1020-OPEN-CHANGE-LOG.
           OPEN EXTEND ACCT-LOG-FILE
           IF WS-ACCTLOG-FILE-STATUS = "35"
               OPEN OUTPUT ACCT-LOG-FILE
               CLOSE ACCT-LOG-FILE
               OPEN EXTEND ACCT-LOG-FILE
           END-IF
           IF WS-ACCTLOG-FILE-STATUS = "00"
               SET WS-ACCTLOG-OPEN-OK TO TRUE
           ELSE
               DISPLAY "ERROR: ACCT-LOG-FILE open failed, status="
                       WS-ACCTLOG-FILE-STATUS " - no accounts "
                       "maintained"
               SET WS-FATAL-ERROR TO TRUE
           END-IF.

       2000-WORK-REQUESTS.
           OPEN INPUT ACCT-REQUEST-FILE
           IF WS-ACCTREQ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ACCT-REQUEST-FILE open failed, "
                       "status=" WS-ACCTREQ-FILE-STATUS
                       " - nothing to work"
           ELSE
               PERFORM UNTIL WS-ACCTREQ-EOF OR WS-FATAL-ERROR
                   READ ACCT-REQUEST-FILE
                       AT END
                           SET WS-ACCTREQ-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REQUESTS-READ
                           PERFORM 2100-WORK-ONE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE ACCT-REQUEST-FILE
           END-IF.

       2100-WORK-ONE-REQUEST.
           PERFORM 2110-VALIDATE-REQUEST
           IF NOT WS-REQUEST-VALID
               ADD 1 TO WS-REQUESTS-REFUSED
           ELSE
               PERFORM 2120-READ-ACCOUNT
               EVALUATE ACCREQ-ACTION
                   WHEN "ADD"
                       PERFORM 2200-ADD-ACCOUNT
                   WHEN "RENAME"
                       PERFORM 2300-RENAME-ACCOUNT
                   WHEN "FREEZE"
                       PERFORM 2400-FREEZE-ACCOUNT
                   WHEN "UNFREEZE"
                       PERFORM 2500-UNFREEZE-ACCOUNT
                   WHEN "CLOSE"
                       PERFORM 2600-CLOSE-ACCOUNT
                   WHEN "LIMIT"
                       PERFORM 2700-SET-REVIEW-LIMIT
                   WHEN OTHER
                       DISPLAY "Request REFUSED - unrecognized "
                               "action '" ACCREQ-ACTION "' for "
                               ACCREQ-ACCOUNT
                       ADD 1 TO WS-REQUESTS-REFUSED
               END-EVALUATE
           END-IF.

      *    Every change must be attributable, so a request without an
      *    operator id is refused outright; an effective date, when
      *    supplied, must be a real YYYYMMDD date.
       2110-VALIDATE-REQUEST.
           MOVE "Y" TO WS-REQUEST-VALID-SWITCH
           IF ACCREQ-EFFECTIVE-DATE = SPACES
               MOVE WS-TODAY TO WS-EFFECTIVE-DATE
           ELSE
               MOVE ACCREQ-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           END-IF
           EVALUATE TRUE
               WHEN ACCREQ-ACCOUNT = SPACES
                   MOVE "N" TO WS-REQUEST-VALID-SWITCH
                   DISPLAY "Request REFUSED - no account number on "
                           "request " WS-REQUESTS-READ
               WHEN ACCREQ-OPERATOR = SPACES
                   MOVE "N" TO WS-REQUEST-VALID-SWITCH
                   DISPLAY "Request REFUSED - no operator id on "
                           ACCREQ-ACTION " for " ACCREQ-ACCOUNT
               WHEN WS-EFFECTIVE-DATE IS NOT NUMERIC
                   OR WS-EFFECTIVE-DATE (5:2) < "01"
                   OR WS-EFFECTIVE-DATE (5:2) > "12"
                   OR WS-EFFECTIVE-DATE (7:2) < "01"
                   OR WS-EFFECTIVE-DATE (7:2) > "31"
                   MOVE "N" TO WS-REQUEST-VALID-SWITCH
                   DISPLAY "Request REFUSED - '" WS-EFFECTIVE-DATE
                           "' is not a valid YYYYMMDD date for "
                           ACCREQ-ACCOUNT
           END-EVALUATE.

       2120-READ-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND-SWITCH
           MOVE ACCREQ-ACCOUNT TO ACCT-NUMBER
           READ ACCT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ACCT-FOUND TO TRUE
                   MOVE ACCT-STATUS TO WS-OLD-STATUS
                   MOVE ACCT-NAME   TO WS-OLD-NAME
                   IF ACCT-REVIEW-LIMIT NUMERIC
                       MOVE ACCT-REVIEW-LIMIT TO WS-OLD-LIMIT
                   ELSE
                       MOVE ZEROES TO WS-OLD-LIMIT
                   END-IF
           END-READ.

       2200-ADD-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-ACCT-FOUND
                   DISPLAY "Add of " ACCREQ-ACCOUNT " REFUSED - "
                           "account already on the master as "
                           WS-OLD-STATUS
                   ADD 1 TO WS-REQUESTS-REFUSED
               WHEN ACCREQ-NAME = SPACES
                   DISPLAY "Add of " ACCREQ-ACCOUNT " REFUSED - "
                           "no account name supplied"
                   ADD 1 TO WS-REQUESTS-REFUSED
               WHEN OTHER
                   MOVE SPACES TO WS-OLD-STATUS
                   MOVE SPACES TO WS-OLD-NAME
                   MOVE ZEROES TO WS-OLD-LIMIT
                   MOVE ACCREQ-ACCOUNT    TO ACCT-NUMBER
                   MOVE ACCREQ-NAME       TO ACCT-NAME
                   MOVE "OPEN"            TO ACCT-STATUS
                   MOVE WS-EFFECTIVE-DATE TO ACCT-OPEN-DATE
                   MOVE SPACES            TO ACCT-CLOSE-DATE
                   MOVE ZEROES            TO ACCT-REVIEW-LIMIT
                   MOVE ACCREQ-OPERATOR   TO ACCT-UPDT-OPERATOR
                   MOVE FUNCTION CURRENT-DATE TO ACCT-UPDT-TIMESTAMP
                   WRITE ACCOUNT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Add of " ACCREQ-ACCOUNT
                                   " FAILED - write status="
                                   WS-ACCT-FILE-STATUS
                           ADD 1 TO WS-REQUESTS-REFUSED
                       NOT INVALID KEY
                           PERFORM 2900-LOG-CHANGE
                           ADD 1 TO WS-ACCOUNTS-ADDED
                           DISPLAY "Account " ACCREQ-ACCOUNT
                                   " ADDED, open from "
                                   WS-EFFECTIVE-DATE
                   END-WRITE
           END-EVALUATE.

       2300-RENAME-ACCOUNT.
           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
                   DISPLAY "Rename of " ACCREQ-ACCOUNT " REFUSED - "
                           "account not on the master"
                   ADD 1 TO WS-REQUESTS-REFUSED
               WHEN ACCT-CLOSED
                   DISPLAY "Rename of " ACCREQ-ACCOUNT " REFUSED - "
                           "account is CLOSED"
                   ADD 1 TO WS-REQUESTS-REFUSED
               WHEN ACCREQ-NAME = SPACES
                   DISPLAY "Rename of " ACCREQ-ACCOUNT " REFUSED - "
                           "no account name supplied"
                   ADD 1 TO WS-REQUESTS-REFUSED
               WHEN OTHER
                   MOVE ACCREQ-NAME TO ACCT-NAME
                   PERFORM 2800-REWRITE-ACCOUNT
                   IF WS-REWRITE-OK
                       ADD 1 TO WS-ACCOUNTS-RENAMED
                       DISPLAY "Account " ACCREQ-ACCOUNT " RENAMED"
                   ELSE
                       ADD 1 TO WS-REQUESTS-REFUSED
                   END-IF
           END-EVALUATE.

       2400-FREEZE-ACCOUNT.
           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
                   DISPLAY "Freeze of " ACCREQ-ACCOUNT " REFUSED - "
                           "account not on the master"
                   ADD 1 TO WS-REQUESTS-REFUSED
               WHEN NOT ACCT-OPEN
                   DISPLAY "Freeze of " ACCREQ-ACCOUNT " REFUSED - "
                           "account is " ACCT-STATUS
                   ADD 1 TO WS-REQUESTS-REFUSED
               WHEN OTHER
                   MOVE "FROZEN" TO ACCT-STATUS
                   PERFORM 2800-REWRITE-ACCOUNT
                   IF WS-REWRITE-OK
                       ADD 1 TO WS-ACCOUNTS-FROZEN
                       DISPLAY "Account " ACCREQ-ACCOUNT " FROZEN"
                   ELSE
                       ADD 1 TO WS-REQUESTS-REFUSED
                   END-IF
           END-EVALUATE.

       2500-UNFREEZE-ACCOUNT.
           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
                   DISPLAY "Unfreeze of " ACCREQ-ACCOUNT
                           " REFUSED - account not on the master"
                   ADD 1 TO WS-REQUESTS-REFUSED
               WHEN NOT ACCT-FROZEN
                   DISPLAY "Unfreeze of " ACCREQ-ACCOUNT
                           " REFUSED - account is " ACCT-STATUS
                   ADD 1 TO WS-REQUESTS-REFUSED
               WHEN OTHER
                   MOVE "OPEN" TO ACCT-STATUS
                   PERFORM 2800-REWRITE-ACCOUNT
                   IF WS-REWRITE-OK
                       ADD 1 TO WS-ACCOUNTS-UNFROZEN
                       DISPLAY "Account " ACCREQ-ACCOUNT " UNFROZEN"
                   ELSE
                       ADD 1 TO WS-REQUESTS-REFUSED
                   END-IF
           END-EVALUATE.

      *    A frozen account may be closed directly.  The close date
      *    is the last business date the account may still take
      *    postings for, so it cannot fall before the open date.
       2600-CLOSE-ACCOUNT.
           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
                   DISPLAY "Close of " ACCREQ-ACCOUNT " REFUSED - "
                           "account not on the master"
                   ADD 1 TO WS-REQUESTS-REFUSED
               WHEN ACCT-CLOSED
                   DISPLAY "Close of " ACCREQ-ACCOUNT " REFUSED - "
                           "account already CLOSED as of "
                           ACCT-CLOSE-DATE
                   ADD 1 TO WS-REQUESTS-REFUSED
               WHEN WS-EFFECTIVE-DATE < ACCT-OPEN-DATE
                   DISPLAY "Close of " ACCREQ-ACCOUNT " REFUSED - "
                           "close date " WS-EFFECTIVE-DATE
                           " is before open date " ACCT-OPEN-DATE
                   ADD 1 TO WS-REQUESTS-REFUSED
               WHEN OTHER
                   MOVE "CLOSED" TO ACCT-STATUS
                   MOVE WS-EFFECTIVE-DATE TO ACCT-CLOSE-DATE
                   PERFORM 2800-REWRITE-ACCOUNT
                   IF WS-REWRITE-OK
                       ADD 1 TO WS-ACCOUNTS-CLOSED
                       DISPLAY "Account " ACCREQ-ACCOUNT
                               " CLOSED as of " WS-EFFECTIVE-DATE
                   ELSE
                       ADD 1 TO WS-REQUESTS-REFUSED
                   END-IF
           END-EVALUATE.

      *    The review limit caps what may post to the account
      *    without a second operator's release; zeroes remove the
      *    account limit and leave only the type's.
       2700-SET-REVIEW-LIMIT.
           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
                   DISPLAY "Limit of " ACCREQ-ACCOUNT " REFUSED - "
                           "account not on the master"
                   ADD 1 TO WS-REQUESTS-REFUSED
               WHEN ACCT-CLOSED
                   DISPLAY "Limit of " ACCREQ-ACCOUNT " REFUSED - "
                           "account is CLOSED"
                   ADD 1 TO WS-REQUESTS-REFUSED
               WHEN ACCREQ-REVIEW-LIMIT IS NOT NUMERIC
                   DISPLAY "Limit of " ACCREQ-ACCOUNT " REFUSED - "
                           "review limit is not numeric"
                   ADD 1 TO WS-REQUESTS-REFUSED
               WHEN OTHER
                   MOVE ACCREQ-REVIEW-LIMIT TO ACCT-REVIEW-LIMIT
                   PERFORM 2800-REWRITE-ACCOUNT
                   IF WS-REWRITE-OK
                       ADD 1 TO WS-LIMITS-SET
                       DISPLAY "Account " ACCREQ-ACCOUNT
                               " review limit set to "
                               ACCT-REVIEW-LIMIT
                   ELSE
                       ADD 1 TO WS-REQUESTS-REFUSED
                   END-IF
           END-EVALUATE.

      *    WS-REWRITE-OK tells the caller whether the change reached
      *    the master; only a change that did is logged and counted.
       2800-REWRITE-ACCOUNT.
           MOVE "N" TO WS-REWRITE-OK-SWITCH
           MOVE ACCREQ-OPERATOR TO ACCT-UPDT-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO ACCT-UPDT-TIMESTAMP
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-ACCT-FILE-STATUS = "00"
               SET WS-REWRITE-OK TO TRUE
               PERFORM 2900-LOG-CHANGE
           ELSE
               DISPLAY "ERROR: rewrite of " ACCT-NUMBER
                       " failed, status=" WS-ACCT-FILE-STATUS
           END-IF.

       2900-LOG-CHANGE.
           MOVE ACCT-UPDT-TIMESTAMP TO ACLOG-TIMESTAMP
           MOVE ACCT-NUMBER         TO ACLOG-ACCOUNT
           MOVE ACCREQ-ACTION       TO ACLOG-ACTION
           MOVE ACCREQ-OPERATOR     TO ACLOG-OPERATOR
           MOVE WS-OLD-STATUS       TO ACLOG-OLD-STATUS
           MOVE ACCT-STATUS         TO ACLOG-NEW-STATUS
           MOVE WS-OLD-NAME         TO ACLOG-OLD-NAME
           MOVE ACCT-NAME           TO ACLOG-NEW-NAME
           MOVE WS-EFFECTIVE-DATE   TO ACLOG-EFFECTIVE-DATE
           MOVE WS-OLD-LIMIT        TO ACLOG-OLD-LIMIT
           MOVE ACCT-REVIEW-LIMIT   TO ACLOG-NEW-LIMIT
           WRITE ACCOUNT-CHANGE-RECORD
           IF WS-ACCTLOG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ACCT-LOG-FILE write failed, status="
                       WS-ACCTLOG-FILE-STATUS " - change to "
                       ACCT-NUMBER " not logged, no further "
                       "requests worked"
               SET WS-FATAL-ERROR TO TRUE
           END-IF.

       3000-FINALIZE.
           IF WS-ACCT-OPEN-OK
               CLOSE ACCT-FILE
           END-IF
           IF WS-ACCTLOG-OPEN-OK
               CLOSE ACCT-LOG-FILE
           END-IF
           DISPLAY "Requests read:     " WS-REQUESTS-READ
           DISPLAY "Accounts added:    " WS-ACCOUNTS-ADDED
           DISPLAY "Accounts renamed:  " WS-ACCOUNTS-RENAMED
           DISPLAY "Accounts frozen:   " WS-ACCOUNTS-FROZEN
           DISPLAY "Accounts unfrozen: " WS-ACCOUNTS-UNFROZEN
           DISPLAY "Accounts closed:   " WS-ACCOUNTS-CLOSED
           DISPLAY "Limits set:        " WS-LIMITS-SET
           DISPLAY "Requests refused:  " WS-REQUESTS-REFUSED.
