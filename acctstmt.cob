       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSTMT.
       AUTHOR. OPS-BATCH-TEAM.
      *****************************************************************
      *  Monthly account statement run.  For a requested month
      *  (STMTREQ.DAT: YYYYMM, spaces = current month, and an
      *  optional account, spaces = every account on the balance
      *  master ACCTBAL.DAT) it states each account on STMTRPT.DAT:
      *  the opening balance brought forward from the account totals
      *  history ACCTTOTH.DAT, each day's debits and credits with the
      *  running balance, and the closing balance.  The statement is
      *  then footed back to the account totals: the opening balance
      *  plus every history row on file must equal the balance
      *  master's closing balance, and any account that does not
      *  foot is flagged on its statement and counted at the end.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-REQUEST-FILE ASSIGN TO "STMTREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMREQ-FILE-STATUS.

           SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABAL-ACCOUNT
               FILE STATUS IS WS-ACCTBAL-FILE-STATUS.

           SELECT ACCT-HIST-FILE ASSIGN TO "ACCTTOTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHST-KEY
               FILE STATUS IS WS-ACCTHST-FILE-STATUS.

           SELECT ACCT-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT STMT-REPORT-FILE ASSIGN TO "STMTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STMT-REQUEST-FILE
           RECORDING MODE IS F.
       COPY STMREQRC.

       FD  ACCT-BAL-FILE.
       COPY ACCTBALR.

       FD  ACCT-HIST-FILE.
       COPY ACCTHSRC.

       FD  ACCT-FILE.
       COPY ACCTMSTR.

       FD  STMT-REPORT-FILE
           RECORDING MODE IS F.
       01  STMT-REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-STMREQ-FILE-STATUS      PIC XX.
           05  WS-ACCTBAL-FILE-STATUS     PIC XX.
           05  WS-ACCTHST-FILE-STATUS     PIC XX.
           05  WS-ACCT-FILE-STATUS        PIC XX.
           05  WS-STMRPT-FILE-STATUS      PIC XX.

       01  WS-SWITCHES.
           05  WS-ACCTBAL-EOF-SWITCH      PIC X VALUE "N".
               88  WS-ACCTBAL-EOF         VALUE "Y".
           05  WS-ACCTHST-EOF-SWITCH      PIC X VALUE "N".
               88  WS-ACCTHST-EOF         VALUE "Y".
           05  WS-ACCTBAL-OPEN-SWITCH     PIC X VALUE "N".
               88  WS-ACCTBAL-OPEN-OK     VALUE "Y".
           05  WS-ACCTHST-OPEN-SWITCH     PIC X VALUE "N".
               88  WS-ACCTHST-OPEN-OK     VALUE "Y".
           05  WS-ACCT-OPEN-SWITCH        PIC X VALUE "N".
               88  WS-ACCT-OPEN-OK        VALUE "Y".
           05  WS-REPORT-OPEN-SWITCH      PIC X VALUE "N".
               88  WS-REPORT-OPEN-OK      VALUE "Y".
           05  WS-FATAL-SWITCH            PIC X VALUE "N".
               88  WS-FATAL-ERROR         VALUE "Y".

       01  WS-STATEMENT-MONTH             PIC X(6).
       01  WS-STATEMENT-ACCOUNT           PIC X(8) VALUE SPACES.
       01  WS-ACCOUNT-NAME                PIC X(20).
       01  WS-ACCOUNT-STATUS              PIC X(6).

       01  WS-STATEMENT-TOTALS.
           05  WS-OPENING-BALANCE         PIC S9(11)V99 COMP-3.
           05  WS-RUNNING-BALANCE         PIC S9(11)V99 COMP-3.
           05  WS-CLOSING-BALANCE         PIC S9(11)V99 COMP-3.
           05  WS-LATER-MOVEMENT          PIC S9(11)V99 COMP-3.
           05  WS-FOOTED-BALANCE          PIC S9(11)V99 COMP-3.
           05  WS-MONTH-DEBIT-TOTAL       PIC 9(11)V99 COMP-3.
           05  WS-MONTH-CREDIT-TOTAL      PIC 9(11)V99 COMP-3.
           05  WS-MONTH-DAYS              PIC 9(3).

       01  WS-DAY-TOTALS.
           05  WS-DAY-DATE                PIC X(8).
           05  WS-DAY-DEBIT-COUNT         PIC 9(7).
           05  WS-DAY-DEBIT-TOTAL         PIC 9(11)V99 COMP-3.
           05  WS-DAY-CREDIT-COUNT        PIC 9(7).
           05  WS-DAY-CREDIT-TOTAL        PIC 9(11)V99 COMP-3.

       01  WS-RUN-COUNTS.
           05  WS-ACCOUNTS-STATED         PIC 9(7) VALUE ZEROES.
           05  WS-ACCOUNTS-NOT-FOOTING    PIC 9(7) VALUE ZEROES.

       01  WS-STMT-HEADER-1.
           05  FILLER                      PIC X(33)
                   VALUE "MONTHLY ACCOUNT STATEMENTS FOR ".
           05  WS-HEADER-MONTH             PIC X(6).

       01  WS-STMT-ACCOUNT-LINE.
           05  FILLER                      PIC X(8) VALUE "ACCOUNT ".
           05  WS-STMT-ACCOUNT             PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-STMT-NAME                PIC X(20).
           05  FILLER                      PIC X(9) VALUE "  STATUS ".
           05  WS-STMT-STATUS              PIC X(6).

       01  WS-STMT-COLUMN-HEADER.
           05  FILLER                      PIC X(10) VALUE "DATE      ".
           05  FILLER                      PIC X(10) VALUE " DR COUNT ".
           05  FILLER                      PIC X(20)
                   VALUE "              DEBITS".
           05  FILLER                      PIC X(10) VALUE " CR COUNT ".
           05  FILLER                      PIC X(20)
                   VALUE "             CREDITS".
           05  FILLER                      PIC X(20)
                   VALUE "             BALANCE".

       01  WS-STMT-DAY-LINE.
           05  WS-STMT-DAY-DATE            PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-STMT-DEBIT-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-STMT-DEBIT-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-STMT-CREDIT-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-STMT-CREDIT-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-STMT-DAY-BALANCE         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-BALANCE-EDIT                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-FOOTED-EDIT                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DEBIT-EDIT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CREDIT-EDIT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-TEXT                 PIC X(120).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF NOT WS-FATAL-ERROR
               PERFORM 2000-STATE-ACCOUNTS
           END-IF
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-READ-STATEMENT-REQUEST
           IF NOT WS-FATAL-ERROR
               PERFORM 1020-OPEN-BALANCE-FILES
           END-IF
           IF NOT WS-FATAL-ERROR
               PERFORM 1030-OPEN-STATEMENT-REPORT
           END-IF.

       1010-READ-STATEMENT-REQUEST.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-STATEMENT-MONTH
           OPEN INPUT STMT-REQUEST-FILE
           IF WS-STMREQ-FILE-STATUS = "00"
               READ STMT-REQUEST-FILE
                   NOT AT END
                       IF STMREQ-MONTH NOT = SPACES
                           MOVE STMREQ-MONTH TO WS-STATEMENT-MONTH
                       END-IF
                       MOVE STMREQ-ACCOUNT TO WS-STATEMENT-ACCOUNT
               END-READ
               CLOSE STMT-REQUEST-FILE
           END-IF
           IF WS-STATEMENT-MONTH IS NOT NUMERIC
               OR WS-STATEMENT-MONTH (5:2) < "01"
               OR WS-STATEMENT-MONTH (5:2) > "12"
               DISPLAY "Request REFUSED - '" WS-STATEMENT-MONTH
                       "' is not a valid YYYYMM month - no "
                       "statements produced"
               SET WS-FATAL-ERROR TO TRUE
           END-IF.

       1020-OPEN-BALANCE-FILES.
           OPEN INPUT ACCT-BAL-FILE
           IF WS-ACCTBAL-FILE-STATUS = "00"
               SET WS-ACCTBAL-OPEN-OK TO TRUE
           ELSE
               DISPLAY "ERROR: ACCT-BAL-FILE open failed, status="
                       WS-ACCTBAL-FILE-STATUS " - no balances to "
                       "state"
               SET WS-FATAL-ERROR TO TRUE
           END-IF
           OPEN INPUT ACCT-HIST-FILE
           IF WS-ACCTHST-FILE-STATUS = "00"
               SET WS-ACCTHST-OPEN-OK TO TRUE
           ELSE
               DISPLAY "ERROR: ACCT-HIST-FILE open failed, status="
                       WS-ACCTHST-FILE-STATUS " - no account totals "
                       "history to state"
               SET WS-FATAL-ERROR TO TRUE
           END-IF
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-FILE-STATUS = "00"
               SET WS-ACCT-OPEN-OK TO TRUE
           ELSE
               DISPLAY "WARNING: ACCT-FILE open failed, status="
                       WS-ACCT-FILE-STATUS " - statements carry no "
                       "account names"
           END-IF.

       1030-OPEN-STATEMENT-REPORT.
           OPEN OUTPUT STMT-REPORT-FILE
           IF WS-STMRPT-FILE-STATUS = "00"
               SET WS-REPORT-OPEN-OK TO TRUE
               MOVE WS-STATEMENT-MONTH TO WS-HEADER-MONTH
               MOVE WS-STMT-HEADER-1 TO STMT-REPORT-RECORD
               WRITE STMT-REPORT-RECORD
           ELSE
               DISPLAY "ERROR: STMT-REPORT-FILE open failed, "
                       "status=" WS-STMRPT-FILE-STATUS
               SET WS-FATAL-ERROR TO TRUE
           END-IF.

       2000-STATE-ACCOUNTS.
           IF WS-STATEMENT-ACCOUNT NOT = SPACES
               MOVE WS-STATEMENT-ACCOUNT TO ABAL-ACCOUNT
               READ ACCT-BAL-FILE
                   INVALID KEY
                       STRING "ACCOUNT " WS-STATEMENT-ACCOUNT
                           " IS NOT ON THE BALANCE MASTER"
                           DELIMITED BY SIZE INTO WS-REPORT-TEXT
                       PERFORM 9100-WRITE-REPORT-LINE
                   NOT INVALID KEY
                       PERFORM 2100-STATE-ONE-ACCOUNT
               END-READ
           ELSE
               MOVE LOW-VALUES TO ABAL-ACCOUNT
               START ACCT-BAL-FILE KEY NOT < ABAL-ACCOUNT
                   INVALID KEY
                       SET WS-ACCTBAL-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-ACCTBAL-EOF
                   READ ACCT-BAL-FILE NEXT RECORD
                       AT END
                           SET WS-ACCTBAL-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-STATE-ONE-ACCOUNT
                   END-READ
               END-PERFORM
           END-IF
           PERFORM 2900-WRITE-RUN-SUMMARY.

       2100-STATE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-STATED
           MOVE ZEROES TO WS-OPENING-BALANCE
           MOVE ZEROES TO WS-LATER-MOVEMENT
           MOVE ZEROES TO WS-MONTH-DEBIT-TOTAL
           MOVE ZEROES TO WS-MONTH-CREDIT-TOTAL
           MOVE ZEROES TO WS-MONTH-DAYS
           MOVE SPACES TO WS-DAY-DATE
           PERFORM 2110-LOOKUP-ACCOUNT-NAME
           MOVE SPACES TO WS-REPORT-TEXT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ABAL-ACCOUNT TO WS-STMT-ACCOUNT
           MOVE WS-ACCOUNT-NAME TO WS-STMT-NAME
           MOVE WS-ACCOUNT-STATUS TO WS-STMT-STATUS
           MOVE WS-STMT-ACCOUNT-LINE TO STMT-REPORT-RECORD
           WRITE STMT-REPORT-RECORD
      *    The history rows before the month make up the opening
      *    balance, so it is only known once the scan reaches the
      *    month; the day lines are written from there on.
           MOVE "N" TO WS-ACCTHST-EOF-SWITCH
           MOVE ABAL-ACCOUNT TO AHST-ACCOUNT
           MOVE LOW-VALUES TO AHST-DATE
           MOVE LOW-VALUES TO AHST-RUN-STAMP
           START ACCT-HIST-FILE KEY NOT < AHST-KEY
               INVALID KEY
                   SET WS-ACCTHST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-ACCTHST-EOF
               READ ACCT-HIST-FILE NEXT RECORD
                   AT END
                       SET WS-ACCTHST-EOF TO TRUE
                   NOT AT END
                       IF AHST-ACCOUNT = ABAL-ACCOUNT
                           PERFORM 2120-APPLY-HISTORY-ROW
                       ELSE
                           SET WS-ACCTHST-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MONTH-DAYS = ZEROES
               PERFORM 2130-WRITE-OPENING-BALANCE
               MOVE "NO ACTIVITY IN MONTH" TO WS-REPORT-TEXT
               PERFORM 9100-WRITE-REPORT-LINE
           ELSE
               PERFORM 2140-WRITE-DAY-LINE
           END-IF
           COMPUTE WS-CLOSING-BALANCE =
               WS-OPENING-BALANCE + WS-MONTH-DEBIT-TOTAL
               - WS-MONTH-CREDIT-TOTAL
           MOVE WS-MONTH-DEBIT-TOTAL TO WS-DEBIT-EDIT
           MOVE WS-MONTH-CREDIT-TOTAL TO WS-CREDIT-EDIT
           STRING "MONTH DEBITS:  " WS-DEBIT-EDIT
               "  MONTH CREDITS: " WS-CREDIT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-CLOSING-BALANCE TO WS-BALANCE-EDIT
           STRING "CLOSING BALANCE: " WS-BALANCE-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM 2150-FOOT-TO-ACCOUNT-TOTALS.

       2110-LOOKUP-ACCOUNT-NAME.
           MOVE SPACES TO WS-ACCOUNT-NAME
           MOVE SPACES TO WS-ACCOUNT-STATUS
           IF WS-ACCT-OPEN-OK
               MOVE ABAL-ACCOUNT TO ACCT-NUMBER
               READ ACCT-FILE
                   INVALID KEY
                       MOVE "NOT ON ACCT MASTER" TO WS-ACCOUNT-NAME
                   NOT INVALID KEY
                       MOVE ACCT-NAME TO WS-ACCOUNT-NAME
                       MOVE ACCT-STATUS TO WS-ACCOUNT-STATUS
               END-READ
           END-IF.

       2120-APPLY-HISTORY-ROW.
           EVALUATE TRUE
               WHEN AHST-DATE (1:6) < WS-STATEMENT-MONTH
                   ADD AHST-DEBIT-TOTAL TO WS-OPENING-BALANCE
                   SUBTRACT AHST-CREDIT-TOTAL FROM WS-OPENING-BALANCE
               WHEN AHST-DATE (1:6) = WS-STATEMENT-MONTH
                   IF WS-MONTH-DAYS = ZEROES
                       PERFORM 2130-WRITE-OPENING-BALANCE
                   END-IF
                   IF AHST-DATE NOT = WS-DAY-DATE
                       IF WS-MONTH-DAYS > ZEROES
                           PERFORM 2140-WRITE-DAY-LINE
                       END-IF
                       ADD 1 TO WS-MONTH-DAYS
                       MOVE AHST-DATE TO WS-DAY-DATE
                       MOVE ZEROES TO WS-DAY-DEBIT-COUNT
                       MOVE ZEROES TO WS-DAY-DEBIT-TOTAL
                       MOVE ZEROES TO WS-DAY-CREDIT-COUNT
                       MOVE ZEROES TO WS-DAY-CREDIT-TOTAL
                   END-IF
                   ADD AHST-DEBIT-COUNT  TO WS-DAY-DEBIT-COUNT
                   ADD AHST-DEBIT-TOTAL  TO WS-DAY-DEBIT-TOTAL
                   ADD AHST-CREDIT-COUNT TO WS-DAY-CREDIT-COUNT
                   ADD AHST-CREDIT-TOTAL TO WS-DAY-CREDIT-TOTAL
                   ADD AHST-DEBIT-TOTAL  TO WS-MONTH-DEBIT-TOTAL
                   ADD AHST-CREDIT-TOTAL TO WS-MONTH-CREDIT-TOTAL
               WHEN OTHER
                   ADD AHST-DEBIT-TOTAL TO WS-LATER-MOVEMENT
                   SUBTRACT AHST-CREDIT-TOTAL FROM WS-LATER-MOVEMENT
           END-EVALUATE.

       2130-WRITE-OPENING-BALANCE.
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
           MOVE WS-OPENING-BALANCE TO WS-BALANCE-EDIT
           STRING "OPENING BALANCE: " WS-BALANCE-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-STMT-COLUMN-HEADER TO STMT-REPORT-RECORD
           WRITE STMT-REPORT-RECORD.

       2140-WRITE-DAY-LINE.
           ADD WS-DAY-DEBIT-TOTAL TO WS-RUNNING-BALANCE
           SUBTRACT WS-DAY-CREDIT-TOTAL FROM WS-RUNNING-BALANCE
           MOVE WS-DAY-DATE         TO WS-STMT-DAY-DATE
           MOVE WS-DAY-DEBIT-COUNT  TO WS-STMT-DEBIT-COUNT
           MOVE WS-DAY-DEBIT-TOTAL  TO WS-STMT-DEBIT-TOTAL
           MOVE WS-DAY-CREDIT-COUNT TO WS-STMT-CREDIT-COUNT
           MOVE WS-DAY-CREDIT-TOTAL TO WS-STMT-CREDIT-TOTAL
           MOVE WS-RUNNING-BALANCE  TO WS-STMT-DAY-BALANCE
           MOVE WS-STMT-DAY-LINE TO STMT-REPORT-RECORD
           WRITE STMT-REPORT-RECORD.

      *    The balance master's closing balance is the net of every
      *    run that ever rolled the account, so it must equal this
      *    statement's closing balance carried forward through any
      *    activity filed after the month.  A difference means the
      *    master and the account totals history have drifted apart.
       2150-FOOT-TO-ACCOUNT-TOTALS.
           COMPUTE WS-FOOTED-BALANCE =
               WS-CLOSING-BALANCE + WS-LATER-MOVEMENT
           IF WS-FOOTED-BALANCE NOT = ABAL-CLOSING-BALANCE
               ADD 1 TO WS-ACCOUNTS-NOT-FOOTING
               MOVE ABAL-CLOSING-BALANCE TO WS-BALANCE-EDIT
               MOVE WS-FOOTED-BALANCE TO WS-FOOTED-EDIT
               STRING "*** DOES NOT FOOT: BALANCE MASTER "
                   WS-BALANCE-EDIT
                   "  ACCOUNT TOTALS " WS-FOOTED-EDIT " ***"
                   DELIMITED BY SIZE INTO WS-REPORT-TEXT
               PERFORM 9100-WRITE-REPORT-LINE
               DISPLAY "WARNING: account " ABAL-ACCOUNT
                       " statement does not foot to account totals"
           END-IF.

       2900-WRITE-RUN-SUMMARY.
           MOVE SPACES TO WS-REPORT-TEXT
           PERFORM 9100-WRITE-REPORT-LINE
           STRING "ACCOUNTS STATED: " WS-ACCOUNTS-STATED
               "  NOT FOOTING: " WS-ACCOUNTS-NOT-FOOTING
               DELIMITED BY SIZE INTO WS-REPORT-TEXT
           PERFORM 9100-WRITE-REPORT-LINE.

       3000-FINALIZE.
           IF WS-ACCTBAL-OPEN-OK
               CLOSE ACCT-BAL-FILE
           END-IF
           IF WS-ACCTHST-OPEN-OK
               CLOSE ACCT-HIST-FILE
           END-IF
           IF WS-ACCT-OPEN-OK
               CLOSE ACCT-FILE
           END-IF
           IF WS-REPORT-OPEN-OK
               CLOSE STMT-REPORT-FILE
               DISPLAY "Statements written for " WS-STATEMENT-MONTH
                       " - accounts=" WS-ACCOUNTS-STATED
                       " not footing=" WS-ACCOUNTS-NOT-FOOTING
           END-IF.

       9100-WRITE-REPORT-LINE.
           MOVE WS-REPORT-TEXT TO STMT-REPORT-RECORD
           WRITE STMT-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-TEXT.
