      *  closes out cleanly instead of abending with STOP RUN.  A
      *  run-control record guards against two executions for the
      *  same date, and balanced runs feed the GL posting extract and
      *  the daily totals history master.  Every completed run rolls
      *  its per-account totals forward into the account balance
      *  master and files them on the account totals history behind
      *  the monthly statements.  The feed is framed by a header and
      *  trailer: a file out of sequence for its source, or one
      *  whose trailer does not match the details actually read, is
      *  turned away before anything is accumulated.  A transaction
      *  above its review limit (by type, or by account where the
      *  account carries a lower one) is not accumulated either: it
      *  goes to the large-value hold queue for a second operator to
      *  release or decline, and released items come back in on the
      *  next run behind the supplemental file.  Both legs of every
      *  accepted transaction are posted through the GL mapping
      *  table to the ledger accounts its type (or type and account)
      *  maps to, so the GL extract carries balanced postings by
      *  ledger account; a type with no mapping holds the extract
      *  back rather than let money post to no account.
      *  A business day may be run in several cycles: each cycle has
      *  its own run-control row, control report, GL extract and
      *  control totals, while the duplicate cross-reference and the
      *  per-date checkpoints carry across the cycles of the day.
      *  Each cycle answers the feed with a response file giving the
      *  outcome of every transaction it read, followed by updates
      *  for items whose status has moved on since they were
      *  answered - resubmissions, released holds, deferred credits
      *  clearing, and the dispositions left on RESPPEND.DAT by the
      *  reject repair and hold release utilities - and a trailer
      *  the source reconciles to what it sent.
      *  Before anything posts, the run cross-foots every date: the
      *  account and type breakdowns must add back to the date's
      *  bucket, and the accepted count must match the cross-
      *  reference rows and audit events the cycle wrote.  A break
      *  holds the GL extract back and is marked on the history row.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPROC-FILE-STATUS.

           SELECT HOLDREL-FILE ASSIGN TO "HOLDREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDREL-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO "REJECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT OPER-FILE ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT TYPE-FILE ASSIGN TO "TXNTYPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TYPE-FILE-STATUS.

           SELECT ACCT-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT ACCT-TOTAL-FILE ASSIGN TO "ACCTTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTTOT-FILE-STATUS.

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

           SELECT PERIOD-FILE ASSIGN TO "PERIODS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AWRK-KEY
               FILE STATUS IS WS-ACCTWORK-FILE-STATUS.

           SELECT TYPE-WORK-FILE ASSIGN TO "TYPEWORK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TWRK-KEY
               FILE STATUS IS WS-TYPEWORK-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN USING WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-FILE-STATUS.

           SELECT FEED-CTL-FILE ASSIGN TO "FEEDCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCTL-SOURCE-ID
               FILE STATUS IS WS-FEEDCTL-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT GL-POST-FILE ASSIGN USING WS-GLPOST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOST-FILE-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT GL-WORK-FILE ASSIGN TO "GLWORK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLWK-KEY
               FILE STATUS IS WS-GLWORK-FILE-STATUS.

           SELECT WOFF-FILE ASSIGN TO "WOFFPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFF-FILE-STATUS.
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT RESPONSE-FILE ASSIGN USING WS-RESPONSE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-FILE-STATUS.

           SELECT RESPWK-FILE ASSIGN TO "RESPWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPWK-FILE-STATUS.

           SELECT RESPPEND-FILE ASSIGN TO "RESPPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPPEND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           RECORDING MODE IS F.
       COPY TRANSREC.
       COPY FEEDHTRC.

       FD  SUPP-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  SUPPROC-RECORD                  PIC X(38).

       FD  HOLDREL-FILE
           RECORDING MODE IS F.
       01  HOLDREL-RECORD                  PIC X(38).

       FD  HOLD-FILE
           RECORDING MODE IS F.
       COPY HOLDREC.

       FD  REJECT-FILE
           RECORDING MODE IS F.
       COPY REJECTRC.
           RECORDING MODE IS F.
       COPY PARMCTL.

       FD  OPER-FILE
           RECORDING MODE IS F.
       COPY OPERMSTR.

       FD  TYPE-FILE
           RECORDING MODE IS F.
       COPY TYPETBRC.

       FD  ACCT-FILE.
       COPY ACCTMSTR.

       FD  ACCT-TOTAL-FILE
           RECORDING MODE IS F.
       COPY ACCTTOTR.

       FD  ACCT-BAL-FILE.
       COPY ACCTBALR.

       FD  ACCT-HIST-FILE.
       COPY ACCTHSRC.

       FD  PERIOD-FILE.
       COPY PERIODRC.

       FD  ACCT-WORK-FILE.
       COPY ACCTWKRC.

       FD  TYPE-WORK-FILE.
       COPY TYPWKRC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).
           RECORDING MODE IS F.
       COPY CTLTOTRC.

       FD  FEED-CTL-FILE.
       COPY FEEDCTRC.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTLRC.

           RECORDING MODE IS F.
       COPY GLPOSTRC.

       FD  GL-MAP-FILE
           RECORDING MODE IS F.
       COPY GLMAPRC.

       FD  GL-WORK-FILE.
       COPY GLWKRC.

       FD  WOFF-FILE
           RECORDING MODE IS F.
       COPY WOFFREC.
       FD  HISTORY-FILE.
       COPY HISTREC.

       FD  RESPONSE-FILE
           RECORDING MODE IS F.
       COPY RESPREC.

       FD  RESPWK-FILE
           RECORDING MODE IS F.
       01  RESPWK-RECORD                   PIC X(100).

       FD  RESPPEND-FILE
           RECORDING MODE IS F.
       01  RESPPEND-RECORD                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-AREA-1                      PIC 9(5) VALUE ZEROES.
       01  WS-AREA-2                      PIC 9(9)V99 COMP-3
           05  WS-AREA-2-LIMIT             PIC 9(9)V99 VALUE 99999.

       01  WS-RUN-DATE                     PIC X(8).
       01  WS-RUN-CYCLE                    PIC 9(2) VALUE ZEROES.
       01  WS-PARM-CYCLE                   PIC 9(2) VALUE ZEROES.
      *    Cycle 1 keeps the historical extract and report names; each
      *    later cycle of the day gets its own files beside them.
       01  WS-CYCLE-FILE-NAMES.
           05  WS-GLPOST-FILE-NAME         PIC X(12)
                                           VALUE "GLPOST.DAT".
           05  WS-REPORT-FILE-NAME         PIC X(12)
                                           VALUE "CTLRPT.DAT".
           05  WS-RESPONSE-FILE-NAME       PIC X(12)
                                           VALUE "TXNRSP.DAT".
       01  WS-CYCLE-CONTROLS.
           05  WS-LAST-CYCLE               PIC 9(2) VALUE ZEROES.
           05  WS-LAST-CYCLE-STATUS        PIC X(10) VALUE SPACES.
           05  WS-CTLTOT-CYCLE             PIC 9(2) VALUE ZEROES.
           05  WS-CURR-OPEN-AREA-2         PIC 9(9)V99 VALUE ZEROES.
           05  WS-CURR-OPEN-AREA-1         PIC 9(5) VALUE ZEROES.
           05  WS-CURR-OPEN-DEBIT          PIC 9(9)V99 VALUE ZEROES.
           05  WS-CURR-OPEN-CREDIT         PIC 9(9)V99 VALUE ZEROES.
           05  WS-CYCLE-MOVEMENT           PIC S9(9)V99 VALUE ZEROES.
       01  WS-CROSS-FOOT-CONTROLS.
           05  WS-XFOOT-RUN-SWITCH         PIC X VALUE "N".
               88  WS-XFOOT-DONE           VALUE "Y".
           05  WS-XFOOT-SWITCH             PIC X VALUE "N".
               88  WS-XFOOT-BREAK-DETECTED VALUE "Y".
           05  WS-XF-XREF-EOF-SWITCH       PIC X VALUE "N".
               88  WS-XF-XREF-EOF          VALUE "Y".
           05  WS-XF-AUDIT-EOF-SWITCH      PIC X VALUE "N".
               88  WS-XF-AUDIT-EOF         VALUE "Y".
           05  WS-XF-LAST-AUDIT-KEY        PIC X(18) VALUE SPACES.
           05  WS-XF-TYPE-SUB              PIC 9(3) COMP VALUE ZEROES.
           05  WS-XF-DATES-BROKEN          PIC 9(5) VALUE ZEROES.
           05  WS-XF-UNMATCHED-ROWS        PIC 9(5) VALUE ZEROES.
           05  WS-XF-ACCEPTED              PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-XF-DEBIT-MOVE            PIC S9(9)V99 COMP-3
                                           VALUE ZERO.
           05  WS-XF-CREDIT-MOVE           PIC S9(9)V99 COMP-3
                                           VALUE ZERO.
           05  WS-XF-NET-MOVE              PIC S9(9)V99 COMP-3
                                           VALUE ZERO.
           05  WS-XF-ACCT-DR-VAR           PIC S9(9)V99 COMP-3
                                           VALUE ZERO.
           05  WS-XF-ACCT-CR-VAR           PIC S9(9)V99 COMP-3
                                           VALUE ZERO.
           05  WS-XF-TYPE-VAR              PIC S9(9)V99 COMP-3
                                           VALUE ZERO.
           05  WS-XF-XREF-VAR              PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-XF-AUDIT-VAR             PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-XF-GRAND-ACCEPTED        PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-XF-GRAND-NET             PIC S9(11)V99 COMP-3
                                           VALUE ZERO.
           05  WS-XF-OTHER-TYPE-COUNT      PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-XF-OTHER-TYPE-NET        PIC S9(11)V99 COMP-3
                                           VALUE ZERO.
           05  WS-XF-TYPE-COUNT            PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-XF-TYPE-NET              PIC S9(11)V99 COMP-3
                                           VALUE ZERO.
       01  WS-RUN-START-STAMP              PIC X(26) VALUE SPACES.
       01  WS-RUN-OVERRIDE-FLAG            PIC X VALUE "N".
           88  WS-RUN-OVERRIDE-SUPPLIED    VALUE "Y".
       01  WS-CURRENT-TRANS-DATE           PIC X(8) VALUE SPACES.
       01  WS-OVERRIDE-CONTROLS.
           05  WS-OVERRIDE-OPERATOR        PIC X(10) VALUE SPACES.
           05  WS-OVERRIDE-ACTION          PIC X(8) VALUE SPACES.
           05  WS-OVERRIDE-REFUSE-REASON   PIC X(10) VALUE SPACES.
           05  WS-OVERRIDE-AUTH-SWITCH     PIC X VALUE "N".
               88  WS-OVERRIDE-AUTHORIZED  VALUE "Y".
           05  WS-OPER-EOF-SWITCH          PIC X VALUE "N".
               88  WS-OPER-EOF             VALUE "Y".

       01  WS-FEED-CONTROLS.
           05  WS-FEED-SOURCE-ID           PIC X(8) VALUE SPACES.
           05  WS-FEED-SEQUENCE            PIC 9(7) VALUE ZEROES.
           05  WS-FEED-CREATION-DATE       PIC X(8) VALUE SPACES.
           05  WS-FEED-DETAIL-COUNT        PIC 9(7) VALUE ZEROES.
           05  WS-FEED-AMOUNT-HASH         PIC 9(11)V99 VALUE ZEROES.
           05  WS-FEED-TRLR-COUNT          PIC 9(7) VALUE ZEROES.
           05  WS-FEED-TRLR-HASH           PIC 9(11)V99 VALUE ZEROES.
           05  WS-FEED-EXPECTED-SEQ        PIC 9(7) VALUE ZEROES.
           05  WS-FEED-GAP-SEQUENCE        PIC 9(7) VALUE ZEROES.
           05  WS-FEED-REJECT-REASON       PIC X(10) VALUE SPACES.
               88  WS-FEED-HEADER-BAD      VALUE "HEADER-BAD".
               88  WS-FEED-TRAILER-BAD     VALUE "TRLR-BAD".
               88  WS-FEED-SEQ-GAP         VALUE "SEQ-GAP".
               88  WS-FEED-SEQ-REPEAT      VALUE "SEQ-REPEAT".
           05  WS-FEED-REJECT-TEXT         PIC X(60) VALUE SPACES.
           05  WS-FEED-SCAN-EOF-SWITCH     PIC X VALUE "N".
               88  WS-FEED-SCAN-EOF        VALUE "Y".
           05  WS-FEED-TRAILER-SWITCH      PIC X VALUE "N".
               88  WS-FEED-TRAILER-FOUND   VALUE "Y".
           05  WS-FEED-GAP-OVERRIDE-SWITCH PIC X VALUE "N".
               88  WS-FEED-GAP-OVERRIDDEN  VALUE "Y".
       01  WS-FEED-HASH-EDIT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CURR-REJECT-COUNT            PIC 9(5) VALUE ZEROES.

       01  WS-TYPE-SUB                     PIC 9(3) COMP VALUE ZEROES.
           05  WS-TYPE-ENTRY OCCURS 20 TIMES.
               10  WS-TYPE-TBL-CODE        PIC X(2).
               10  WS-TYPE-TBL-DESC        PIC X(20).
               10  WS-TYPE-TBL-REVIEW-LIMIT PIC 9(7)V99.
               10  WS-TYPE-TRAN-COUNT      PIC 9(5).
               10  WS-TYPE-TRAN-AMOUNT     PIC S9(9)V99 COMP-3.
               10  WS-TYPE-HELD-COUNT      PIC 9(5).
               10  WS-TYPE-HELD-AMOUNT     PIC 9(9)V99 COMP-3.

       01  WS-ACCT-SUB                     PIC 9(3) COMP VALUE ZEROES.
       01  WS-ACCT-SEARCH-SUB              PIC 9(3) COMP VALUE ZEROES.
       01  WS-ACCT-FULL-SWITCH             PIC X VALUE "N".
           88  WS-ACCT-TABLE-FULL          VALUE "Y".
       01  WS-ACCT-ROW-COUNT               PIC 9(5) VALUE ZEROES.
       01  WS-ACCT-ROLL-COUNT              PIC 9(5) VALUE ZEROES.

       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY-COUNT         PIC 9(3) COMP VALUE ZEROES.
           05  WS-ACCT-ENTRY OCCURS 100 TIMES.
               10  WS-ACCT-TBL-NUMBER      PIC X(8).
               10  WS-ACCT-TBL-NAME        PIC X(20).
               10  WS-ACCT-TBL-STATUS      PIC X(6).
                   88  WS-ACCT-TBL-FROZEN  VALUE "FROZEN".
                   88  WS-ACCT-TBL-CLOSED  VALUE "CLOSED".
               10  WS-ACCT-TBL-CLOSE-DATE  PIC X(8).
               10  WS-ACCT-TBL-REVIEW-LIMIT PIC 9(7)V99.

       01  WS-HOLD-CONTROLS.
           05  WS-HOLD-LIMIT               PIC 9(7)V99 VALUE ZEROES.
           05  WS-HOLD-LIMIT-SOURCE        PIC X(4) VALUE SPACES.
           05  WS-RECORDS-HELD             PIC 9(7) VALUE ZEROES.
           05  WS-HELD-AMOUNT              PIC 9(9)V99 COMP-3
                                            VALUE ZEROES.
           05  WS-HOLDS-RELEASED           PIC 9(5) VALUE ZEROES.
           05  WS-HOLD-SCAN-EOF-SWITCH     PIC X VALUE "N".
               88  WS-HOLD-SCAN-EOF        VALUE "Y".
           05  WS-HOLDREL-EOF-SWITCH       PIC X VALUE "N".
               88  WS-HOLDREL-EOF          VALUE "Y".
           05  WS-RELEASE-PHASE-SWITCH     PIC X VALUE "N".
               88  WS-RELEASE-PHASE        VALUE "Y".
           05  WS-SUPP-CONSUMED-SWITCH     PIC X VALUE "N".
               88  WS-SUPP-CONSUMED        VALUE "Y".

       01  WS-GL-CONTROLS.
           05  WS-GL-RECORD-COUNT          PIC 9(5) VALUE ZEROES.
           05  WS-GL-HASH-TOTAL            PIC 9(11)V99 COMP-3
                                            VALUE ZEROES.
           05  WS-GL-POST-ACCOUNT          PIC X(10) VALUE SPACES.
           05  WS-GL-POST-DC-CODE          PIC X VALUE SPACES.
           05  WS-GL-DEBIT-ACCOUNT         PIC X(10) VALUE SPACES.
           05  WS-GL-CREDIT-ACCOUNT        PIC X(10) VALUE SPACES.
           05  WS-GL-MAP-TYPE              PIC X(2) VALUE SPACES.
           05  WS-GL-MAP-ACCOUNT           PIC X(8) VALUE SPACES.
           05  WS-GL-UNMAPPED-SWITCH       PIC X VALUE "N".
               88  WS-GL-UNMAPPED          VALUE "Y".

       01  WS-GLMAP-SUB                    PIC 9(3) COMP VALUE ZEROES.
       01  WS-GLMAP-SEARCH-SUB             PIC 9(3) COMP VALUE ZEROES.

       01  WS-GLMAP-TABLE.
           05  WS-GLMAP-ENTRY-COUNT        PIC 9(3) COMP VALUE ZEROES.
           05  WS-GLMAP-ENTRY OCCURS 200 TIMES.
               10  WS-GLMAP-TBL-TYPE       PIC X(2).
               10  WS-GLMAP-TBL-ACCOUNT    PIC X(8).
               10  WS-GLMAP-TBL-DEBIT-GL   PIC X(10).
               10  WS-GLMAP-TBL-CREDIT-GL  PIC X(10).

       01  WS-UNMAPPED-SUB                 PIC 9(3) COMP VALUE ZEROES.
       01  WS-UNMAPPED-SEARCH-SUB          PIC 9(3) COMP VALUE ZEROES.

       01  WS-UNMAPPED-TABLE.
           05  WS-UNMAPPED-ENTRY-COUNT     PIC 9(3) COMP VALUE ZEROES.
           05  WS-UNMAPPED-ENTRY OCCURS 20 TIMES.
               10  WS-UNMAPPED-TBL-TYPE    PIC X(2).
               10  WS-UNMAPPED-TBL-COUNT   PIC 9(5).

       01  WS-WRITEOFF-CONTROLS.
           05  WS-WOFF-EOF-SWITCH          PIC X VALUE "N".
               88  WS-WOFF-EOF             VALUE "Y".
           05  WS-WOFF-POST-SUB            PIC 9(3) COMP VALUE ZEROES.
           05  WS-WOFF-POST-SEARCH-SUB     PIC 9(3) COMP VALUE ZEROES.

      *    One entry per ledger account and side the pending
      *    write-offs post to; every account comes from the GL
      *    mapping table, so four entries per mapping row is room
      *    for any mix.
       01  WS-WOFF-POST-TABLE.
           05  WS-WOFF-POST-COUNT          PIC 9(3) COMP VALUE ZEROES.
           05  WS-WOFF-POST-ENTRY OCCURS 800 TIMES.
               10  WS-WOFF-POST-GL-ACCOUNT PIC X(10).
               10  WS-WOFF-POST-DC-CODE    PIC X.
               10  WS-WOFF-POST-TRAN-COUNT PIC 9(5).
               10  WS-WOFF-POST-AMOUNT     PIC 9(9)V99 COMP-3.

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-AREA-1             PIC 9(7) VALUE ZEROES.
           05  WS-REJ-TYPE-UNKN-COUNT      PIC 9(5) VALUE ZEROES.
           05  WS-REJ-ACCT-UNKN-COUNT      PIC 9(5) VALUE ZEROES.
           05  WS-REJ-PERIOD-CLS-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-REJ-ACCT-FROZN-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-REJ-ACCT-CLOSD-COUNT     PIC 9(5) VALUE ZEROES.

       01  WS-FILE-STATUSES.
           05  WS-TRANS-FILE-STATUS       PIC XX.
           05  WS-RETRYQ-FILE-STATUS      PIC XX.
           05  WS-RETRYWK-FILE-STATUS     PIC XX.
           05  WS-PARM-FILE-STATUS        PIC XX.
           05  WS-OPER-FILE-STATUS        PIC XX.
           05  WS-TYPE-FILE-STATUS        PIC XX.
           05  WS-ACCT-FILE-STATUS        PIC XX.
           05  WS-ACCTTOT-FILE-STATUS     PIC XX.
           05  WS-ACCTBAL-FILE-STATUS     PIC XX.
           05  WS-ACCTHST-FILE-STATUS     PIC XX.
           05  WS-PERIOD-FILE-STATUS      PIC XX.
           05  WS-CHECKPOINT-FILE-STATUS  PIC XX.
           05  WS-XREF-FILE-STATUS        PIC XX.
           05  WS-DATEWORK-FILE-STATUS    PIC XX.
           05  WS-ACCTWORK-FILE-STATUS    PIC XX.
           05  WS-TYPEWORK-FILE-STATUS    PIC XX.
           05  WS-REPORT-FILE-STATUS      PIC XX.
           05  WS-AUDIT-FILE-STATUS       PIC XX.
           05  WS-CTLTOT-FILE-STATUS      PIC XX.
           05  WS-HISTORY-FILE-STATUS     PIC XX.
           05  WS-GLPOST-FILE-STATUS      PIC XX.
           05  WS-GLMAP-FILE-STATUS       PIC XX.
           05  WS-GLWORK-FILE-STATUS      PIC XX.
           05  WS-WOFF-FILE-STATUS        PIC XX.
           05  WS-RUNCTL-FILE-STATUS      PIC XX.
           05  WS-FEEDCTL-FILE-STATUS     PIC XX.
           05  WS-HOLD-FILE-STATUS        PIC XX.
           05  WS-HOLDREL-FILE-STATUS     PIC XX.
           05  WS-RESPONSE-FILE-STATUS    PIC XX.
           05  WS-RESPWK-FILE-STATUS      PIC XX.
           05  WS-RESPPEND-FILE-STATUS    PIC XX.

       01  WS-CURRENT-DATE-TIME            PIC X(21).

           05  WS-RESTART-SWITCH           PIC X VALUE "N".
               88  WS-RESTART-MODE         VALUE "Y".
           05  WS-PRIOR-RUN-DATE           PIC X(8) VALUE SPACES.
           05  WS-PRIOR-RUN-CYCLE          PIC 9(2) VALUE ZEROES.
           05  WS-PRIOR-START-TIMESTAMP    PIC X(26) VALUE SPACES.
           05  WS-RUNNING-ROW-SWITCH       PIC X VALUE "N".
               88  WS-RUNNING-ROW-FOUND    VALUE "Y".
           05  WS-CKPT-SCAN-EOF-SWITCH     PIC X VALUE "N".
               88  WS-CKPT-SCAN-EOF        VALUE "Y".

      *    The outcome of the record in hand is noted as it is
      *    decided and written to the response file once the record
      *    is done; the source says whether it answers the feed or
      *    updates an item answered earlier.
       01  WS-RESPONSE-CONTROLS.
           05  WS-RESP-SOURCE              PIC X(8) VALUE "FEED".
           05  WS-RESP-OUTCOME             PIC X(12) VALUE SPACES.
           05  WS-RESP-REASON              PIC X(10) VALUE SPACES.
           05  WS-RESP-OPEN-SWITCH         PIC X VALUE "N".
               88  WS-RESPONSE-OPEN-OK     VALUE "Y".
           05  WS-RESP-EOF-SWITCH          PIC X VALUE "N".
               88  WS-RESP-EOF             VALUE "Y".
           05  WS-RESP-KEPT-POSITION       PIC 9(7) VALUE ZEROES.
           05  WS-RESP-DETAIL-COUNT        PIC 9(7) VALUE ZEROES.
           05  WS-RESP-AMOUNT-HASH         PIC 9(11)V99 VALUE ZEROES.
           05  WS-RESP-ACCEPTED-COUNT      PIC 9(7) VALUE ZEROES.
           05  WS-RESP-REJECTED-COUNT      PIC 9(7) VALUE ZEROES.
           05  WS-RESP-DEFERRED-COUNT      PIC 9(7) VALUE ZEROES.
           05  WS-RESP-DUPLICATE-COUNT     PIC 9(7) VALUE ZEROES.
           05  WS-RESP-UPDATE-COUNT        PIC 9(7) VALUE ZEROES.
           05  WS-RESP-PENDING-SENT        PIC 9(7) VALUE ZEROES.

       01  WS-REPORT-LINE-1.
           05  FILLER                      PIC X(20)
                   VALUE "DAILY CONTROL TOTAL ".
       01  WS-REPORT-LINE-2.
           05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
           05  WS-REPORT-RUN-DATE          PIC X(10).
           05  FILLER                      PIC X(9) VALUE "  CYCLE: ".
           05  WS-REPORT-RUN-CYCLE         PIC 9(2).

       01  WS-REPORT-DATE-LINE.
           05  FILLER                      PIC X(12)
                   VALUE "CREDIT TOTAL:                   ".
           05  WS-REPORT-CREDIT-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-REPORT-LINE-4C.
           05  FILLER                      PIC X(33)
                   VALUE "THIS CYCLE'S MOVEMENT:          ".
           05  WS-REPORT-CYCLE-MOVEMENT    PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-REPORT-LINE-5.
           05  FILLER                      PIC X(33)
                   VALUE "RECORDS READ:                   ".
                   VALUE "CREDITS CLEARED ON RETRY:       ".
           05  WS-REPORT-CLEARED-COUNT     PIC ZZ,ZZ9.

       01  WS-REPORT-LINE-10.
           05  FILLER                      PIC X(33)
                   VALUE "RECORDS HELD FOR REVIEW:        ".
           05  WS-REPORT-HELD-COUNT        PIC Z,ZZZ,ZZ9.

       01  WS-REPORT-LINE-11.
           05  FILLER                      PIC X(33)
                   VALUE "AMOUNT HELD FOR REVIEW:         ".
           05  WS-REPORT-HELD-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-REPORT-LINE-12.
           05  FILLER                      PIC X(33)
                   VALUE "HELD ITEMS RELEASED INTO RUN:   ".
           05  WS-REPORT-RELEASED-COUNT    PIC ZZ,ZZ9.

       01  WS-REPORT-REASON-LINE.
           05  FILLER                      PIC X(12)
                   VALUE "  REASON    ".
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-REPORT-TYPE-AMOUNT       PIC -ZZ,ZZZ,ZZ9.99.

       01  WS-REPORT-HELD-HEADER.
           05  FILLER                      PIC X(36)
                   VALUE "HELD FOR REVIEW BY TRANSACTION TYPE:".

       01  WS-REPORT-ACCT-HEADER.
           05  FILLER                      PIC X(27)
                   VALUE "TOTALS BY ACCOUNT AND DATE:".
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-REPORT-ACCT-CR-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-REPORT-XFOOT-HEADER.
           05  FILLER                      PIC X(37)
                   VALUE "CROSS-FOOT CHECK BY DATE (VARIANCE = ".
           05  FILLER                      PIC X(41)
                   VALUE "BREAKDOWN LESS CYCLE MOVEMENT ON BUCKET):".

       01  WS-REPORT-XFOOT-TITLES.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(8) VALUE "DATE".
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(9) VALUE " ACCEPTED".
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(14)
                   VALUE "   ACCT DR VAR".
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(14)
                   VALUE "   ACCT CR VAR".
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(14)
                   VALUE "      TYPE VAR".
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(7) VALUE "   XREF".
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(7) VALUE "  AUDIT".
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(6) VALUE "RESULT".

       01  WS-REPORT-XFOOT-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-REPORT-XF-DATE           PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-REPORT-XF-ACCEPTED       PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-REPORT-XF-ACCT-DR        PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-REPORT-XF-ACCT-CR        PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-REPORT-XF-TYPE           PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-REPORT-XF-XREF           PIC -ZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-REPORT-XF-AUDIT          PIC -ZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-REPORT-XF-RESULT         PIC X(5).

       01  WS-REPORT-XFOOT-TYPE-LINE.
           05  FILLER                      PIC X(24)
                   VALUE "  ALL DATES  TYPE COUNT ".
           05  WS-REPORT-XF-TYPE-COUNT     PIC -Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(8) VALUE "  GRAND ".
           05  WS-REPORT-XF-GRAND-COUNT    PIC -Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(13)
                   VALUE "  TYPE TOTAL ".
           05  WS-REPORT-XF-TYPE-NET       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(8) VALUE "  GRAND ".
           05  WS-REPORT-XF-GRAND-NET      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-REPORT-XF-TYPE-RESULT    PIC X(5).

       01  WS-REPORT-RECON-TEXT            PIC X(100).

       01  WS-AREA-2-DISPLAY               PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EXPECTED-TOTAL-EDIT          PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-SWITCHES.
               88  WS-ACCTWORK-OPEN-OK    VALUE "Y".
           05  WS-ACCTWORK-EOF-SWITCH     PIC X VALUE "N".
               88  WS-ACCTWORK-EOF        VALUE "Y".
           05  WS-GLWORK-OPEN-SWITCH      PIC X VALUE "N".
               88  WS-GLWORK-OPEN-OK      VALUE "Y".
           05  WS-GLWORK-EOF-SWITCH       PIC X VALUE "N".
               88  WS-GLWORK-EOF          VALUE "Y".
           05  WS-TYPEWORK-OPEN-SWITCH    PIC X VALUE "N".
               88  WS-TYPEWORK-OPEN-OK    VALUE "Y".
           05  WS-TYPEWORK-EOF-SWITCH     PIC X VALUE "N".
               88  WS-TYPEWORK-EOF        VALUE "Y".
           05  WS-CTLTOT-EOF-SWITCH       PIC X VALUE "N".
               88  WS-CTLTOT-EOF          VALUE "Y".
           05  WS-SUPP-EOF-SWITCH         PIC X VALUE "N".
               88  WS-RETRYWK-EOF         VALUE "Y".
           05  WS-GL-PRODUCED-SWITCH      PIC X VALUE "N".
               88  WS-GL-EXTRACT-PRODUCED VALUE "Y".
           05  WS-FEED-REJECT-SWITCH      PIC X VALUE "N".
               88  WS-FEED-REJECTED       VALUE "Y".
           05  WS-HOLD-OPEN-SWITCH        PIC X VALUE "N".
               88  WS-HOLD-OPEN-OK        VALUE "Y".
           05  WS-HELD-SWITCH             PIC X VALUE "N".
               88  WS-TRANS-HELD          VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
               PERFORM 1030-OPEN-AUDIT-FILE
               PERFORM 1055-LOAD-TYPE-TABLE
               PERFORM 1056-LOAD-ACCOUNT-TABLE
               PERFORM 1062-LOAD-GL-MAP-TABLE
               PERFORM 1057-OPEN-PERIOD-FILE
               PERFORM 1060-OPEN-CHECKPOINT-FILE
               PERFORM 1065-OPEN-XREF-FILE
               PERFORM 1066-OPEN-DATE-WORK-FILE
               PERFORM 1067-OPEN-ACCT-WORK-FILE
               PERFORM 1068-OPEN-HOLD-FILE
               PERFORM 1069-OPEN-GL-WORK-FILE
               PERFORM 1071-OPEN-TYPE-WORK-FILE
               IF WS-TRANS-OPEN-OK AND NOT WS-FATAL-ERROR
                   PERFORM 1012-VALIDATE-FEED
               END-IF
           END-IF
           IF NOT WS-FATAL-ERROR AND WS-RESTART-MODE
               PERFORM 1070-POSITION-FOR-RESTART
           END-IF
           IF NOT WS-RUN-REFUSED
               AND NOT (WS-FATAL-ERROR AND WS-RESTART-MODE)
               PERFORM 1095-OPEN-RESPONSE-FILE
           END-IF
           IF NOT WS-FATAL-ERROR
               PERFORM 1090-PREPARE-RETRY-QUEUE
               PERFORM 1100-READ-TRANS-FILE
               SET WS-EOF-DETECTED TO TRUE
           END-IF.

      *    The whole feed is read once up front, before a single
      *    record is accumulated: the header must lead, the trailer
      *    must close the file and agree with the details actually
      *    read, and the header's file sequence must follow the last
      *    one accepted from that source.  Only then is the feed
      *    reopened and positioned past the header for processing.
       1012-VALIDATE-FEED.
           PERFORM 1013-SCAN-FEED
           IF WS-FEED-REJECT-REASON = SPACES
               PERFORM 1016-CHECK-FEED-SEQUENCE
           END-IF
           IF WS-FEED-REJECT-REASON NOT = SPACES
               DISPLAY "ERROR: TRANS-FILE rejected - "
                       WS-FEED-REJECT-TEXT
               SET WS-FEED-REJECTED TO TRUE
               SET WS-FATAL-ERROR TO TRUE
               SET WS-EOF-DETECTED TO TRUE
           ELSE
               IF NOT WS-FATAL-ERROR
                   PERFORM 1018-REOPEN-FEED-PAST-HEADER
               END-IF
           END-IF.

       1013-SCAN-FEED.
           MOVE "N" TO WS-FEED-SCAN-EOF-SWITCH
           MOVE "N" TO WS-FEED-TRAILER-SWITCH
           MOVE ZEROES TO WS-FEED-DETAIL-COUNT
           MOVE ZEROES TO WS-FEED-AMOUNT-HASH
           READ TRANS-FILE
               AT END
                   SET WS-FEED-SCAN-EOF TO TRUE
           END-READ
           IF WS-FEED-SCAN-EOF
               OR NOT FHDR-IS-HEADER
               OR FHDR-SOURCE-ID = SPACES
               OR FHDR-FILE-SEQUENCE NOT NUMERIC
               SET WS-FEED-HEADER-BAD TO TRUE
               MOVE "FEED HEADER MISSING OR INVALID"
                   TO WS-FEED-REJECT-TEXT
           ELSE
               MOVE FHDR-SOURCE-ID     TO WS-FEED-SOURCE-ID
               MOVE FHDR-FILE-SEQUENCE TO WS-FEED-SEQUENCE
               MOVE FHDR-CREATION-DATE TO WS-FEED-CREATION-DATE
               PERFORM UNTIL WS-FEED-SCAN-EOF
                   READ TRANS-FILE
                       AT END
                           SET WS-FEED-SCAN-EOF TO TRUE
                       NOT AT END
                           PERFORM 1014-SCAN-FEED-RECORD
                   END-READ
               END-PERFORM
               PERFORM 1015-CHECK-FEED-TRAILER
           END-IF.

       1014-SCAN-FEED-RECORD.
           EVALUATE TRUE
               WHEN WS-FEED-TRAILER-FOUND
                   SET WS-FEED-TRAILER-BAD TO TRUE
                   MOVE "RECORDS FOUND AFTER THE FEED TRAILER"
                       TO WS-FEED-REJECT-TEXT
                   SET WS-FEED-SCAN-EOF TO TRUE
               WHEN FHDR-IS-HEADER
                   SET WS-FEED-HEADER-BAD TO TRUE
                   MOVE "SECOND FEED HEADER FOUND INSIDE THE FILE"
                       TO WS-FEED-REJECT-TEXT
                   SET WS-FEED-SCAN-EOF TO TRUE
               WHEN FTRL-IS-TRAILER
                   SET WS-FEED-TRAILER-FOUND TO TRUE
                   IF FTRL-DETAIL-COUNT NUMERIC
                       AND FTRL-AMOUNT-HASH NUMERIC
                       MOVE FTRL-DETAIL-COUNT TO WS-FEED-TRLR-COUNT
                       MOVE FTRL-AMOUNT-HASH  TO WS-FEED-TRLR-HASH
                   ELSE
                       SET WS-FEED-TRAILER-BAD TO TRUE
                       MOVE "FEED TRAILER FIGURES ARE NOT NUMERIC"
                           TO WS-FEED-REJECT-TEXT
                       SET WS-FEED-SCAN-EOF TO TRUE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-FEED-DETAIL-COUNT
                   IF TRANS-AMOUNT NUMERIC
                       ADD TRANS-AMOUNT TO WS-FEED-AMOUNT-HASH
                   END-IF
           END-EVALUATE.

       1015-CHECK-FEED-TRAILER.
           IF WS-FEED-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN NOT WS-FEED-TRAILER-FOUND
                       SET WS-FEED-TRAILER-BAD TO TRUE
                       MOVE "FEED TRAILER MISSING - FILE TRUNCATED"
                           TO WS-FEED-REJECT-TEXT
                   WHEN WS-FEED-TRLR-COUNT NOT = WS-FEED-DETAIL-COUNT
                       SET WS-FEED-TRAILER-BAD TO TRUE
                       MOVE "FEED TRAILER COUNT DOES NOT MATCH DETAILS"
                           TO WS-FEED-REJECT-TEXT
                   WHEN WS-FEED-TRLR-HASH NOT = WS-FEED-AMOUNT-HASH
                       SET WS-FEED-TRAILER-BAD TO TRUE
                       MOVE "FEED TRAILER HASH DOES NOT MATCH DETAILS"
                           TO WS-FEED-REJECT-TEXT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    A restart re-presents the same feed; the feed-control row
      *    only moves at finalize, so the sequence still checks as
      *    next-in-line unless the dead run got that far, in which
      *    case the row already names this run date.
       1016-CHECK-FEED-SEQUENCE.
           OPEN I-O FEED-CTL-FILE
           IF WS-FEEDCTL-FILE-STATUS = "35"
               OPEN OUTPUT FEED-CTL-FILE
               CLOSE FEED-CTL-FILE
               OPEN I-O FEED-CTL-FILE
           END-IF
           IF WS-FEEDCTL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: FEED-CTL-FILE open failed, status="
                       WS-FEEDCTL-FILE-STATUS " - feed sequence "
                       "cannot be checked"
               SET WS-FATAL-ERROR TO TRUE
               SET WS-EOF-DETECTED TO TRUE
           ELSE
               MOVE WS-FEED-SOURCE-ID TO FCTL-SOURCE-ID
               READ FEED-CTL-FILE
                   INVALID KEY
                       DISPLAY "Feed control: first file from source "
                               WS-FEED-SOURCE-ID " - sequence "
                               WS-FEED-SEQUENCE " accepted"
                   NOT INVALID KEY
                       PERFORM 1017-COMPARE-FEED-SEQUENCE
               END-READ
               CLOSE FEED-CTL-FILE
           END-IF.

       1017-COMPARE-FEED-SEQUENCE.
           COMPUTE WS-FEED-EXPECTED-SEQ = FCTL-LAST-SEQUENCE + 1
           MOVE "N" TO WS-OVERRIDE-AUTH-SWITCH
           IF WS-FEED-GAP-SEQUENCE > ZEROES
               AND WS-FEED-SEQUENCE = WS-FEED-GAP-SEQUENCE
               AND WS-FEED-SEQUENCE > WS-FEED-EXPECTED-SEQ
               MOVE "FEEDGAP" TO WS-OVERRIDE-ACTION
               PERFORM 1058-CHECK-OVERRIDE-AUTHORITY
           END-IF
           EVALUATE TRUE
               WHEN WS-FEED-SEQUENCE = WS-FEED-EXPECTED-SEQ
                   CONTINUE
               WHEN WS-RESTART-MODE
                   AND WS-FEED-SEQUENCE = FCTL-LAST-SEQUENCE
                   AND FCTL-LAST-RUN-DATE = WS-RUN-DATE
                   AND FCTL-LAST-RUN-CYCLE = WS-RUN-CYCLE
                   DISPLAY "Feed control: sequence " WS-FEED-SEQUENCE
                           " already recorded for this run - "
                           "restart continues"
               WHEN WS-FEED-SEQUENCE < WS-FEED-EXPECTED-SEQ
                   SET WS-FEED-SEQ-REPEAT TO TRUE
                   STRING "FEED SEQUENCE " WS-FEED-SEQUENCE
                       " REPEATED - LAST ACCEPTED "
                       FCTL-LAST-SEQUENCE
                       DELIMITED BY SIZE INTO WS-FEED-REJECT-TEXT
               WHEN WS-FEED-GAP-SEQUENCE > ZEROES
                   AND WS-FEED-SEQUENCE = WS-FEED-GAP-SEQUENCE
                   AND WS-OVERRIDE-AUTHORIZED
                   SET WS-FEED-GAP-OVERRIDDEN TO TRUE
                   DISPLAY "WARNING: operator override by "
                           WS-OVERRIDE-OPERATOR " - feed "
                           "sequence gap accepted, expected "
                           WS-FEED-EXPECTED-SEQ " received "
                           WS-FEED-SEQUENCE
               WHEN OTHER
                   SET WS-FEED-SEQ-GAP TO TRUE
                   STRING "FEED SEQUENCE GAP - EXPECTED "
                       WS-FEED-EXPECTED-SEQ " RECEIVED "
                       WS-FEED-SEQUENCE
                       DELIMITED BY SIZE INTO WS-FEED-REJECT-TEXT
           END-EVALUATE.

       1018-REOPEN-FEED-PAST-HEADER.
           CLOSE TRANS-FILE
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: TRANS-FILE reopen failed, status="
                       WS-TRANS-FILE-STATUS " - no transactions "
                       "will be processed"
               MOVE "N" TO WS-TRANS-OPEN-SWITCH
               SET WS-FATAL-ERROR TO TRUE
               SET WS-EOF-DETECTED TO TRUE
           ELSE
               READ TRANS-FILE
                   AT END
                       SET WS-EOF-DETECTED TO TRUE
               END-READ
           END-IF.

       1020-OPEN-REJECT-FILE.
           OPEN EXTEND REJECT-FILE
           IF WS-REJECT-FILE-STATUS = "35"
                       MOVE PARM-AREA1-THRESHOLD TO WS-AREA-1-LIMIT
                       MOVE PARM-AREA2-THRESHOLD TO WS-AREA-2-LIMIT
                       MOVE PARM-RUN-OVERRIDE TO WS-RUN-OVERRIDE-FLAG
                       MOVE PARM-OVERRIDE-OPERATOR
                           TO WS-OVERRIDE-OPERATOR
                       IF PARM-FEED-GAP-SEQUENCE NUMERIC
                           MOVE PARM-FEED-GAP-SEQUENCE
                               TO WS-FEED-GAP-SEQUENCE
                       END-IF
                       IF PARM-CYCLE-NUMBER NUMERIC
                           MOVE PARM-CYCLE-NUMBER TO WS-PARM-CYCLE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               IF WS-RUNNING-ROW-FOUND
                   IF NOT WS-RUN-OVERRIDE-SUPPLIED
                       DISPLAY "ERROR: run already RUNNING for "
                               WS-PRIOR-RUN-DATE " cycle "
                               WS-PRIOR-RUN-CYCLE " since "
                               WS-PRIOR-START-TIMESTAMP
                               " - start refused, no override"
                       SET WS-RUN-REFUSED TO TRUE
                       SET WS-FATAL-ERROR TO TRUE
                       SET WS-EOF-DETECTED TO TRUE
                   ELSE
                       MOVE "RESTART" TO WS-OVERRIDE-ACTION
                       PERFORM 1058-CHECK-OVERRIDE-AUTHORITY
                       IF NOT WS-OVERRIDE-AUTHORIZED
                           DISPLAY "ERROR: run already RUNNING for "
                                   WS-PRIOR-RUN-DATE " cycle "
                                   WS-PRIOR-RUN-CYCLE " since "
                                   WS-PRIOR-START-TIMESTAMP
                                   " - start refused, override by '"
                                   WS-OVERRIDE-OPERATOR
                                   "' not authorized: "
                                   WS-OVERRIDE-REFUSE-REASON
                           SET WS-RUN-REFUSED TO TRUE
                           SET WS-FATAL-ERROR TO TRUE
                           SET WS-EOF-DETECTED TO TRUE
                       ELSE
                           DISPLAY "WARNING: operator override by "
                                   WS-OVERRIDE-OPERATOR
                                   " - restarting run for "
                                   WS-PRIOR-RUN-DATE " cycle "
                                   WS-PRIOR-RUN-CYCLE
                           MOVE WS-PRIOR-RUN-DATE TO WS-RUN-DATE
                           MOVE WS-PRIOR-RUN-CYCLE TO WS-RUN-CYCLE
                           SET WS-RESTART-MODE TO TRUE
                           PERFORM 1053-RECORD-RUN-START
                       END-IF
                   END-IF
               ELSE
                   PERFORM 1051-ASSIGN-RUN-CYCLE
                   IF NOT WS-RUN-REFUSED
                       PERFORM 1053-RECORD-RUN-START
                   END-IF
               END-IF
           END-IF.

      *    A business day may be run in several cycles, each with its
      *    own run-control row.  Ops may name the cycle on PARMCTL.DAT;
      *    otherwise the run takes the day's highest cycle again when
      *    that cycle never completed (a rerun, as before) and the
      *    next cycle when it did.  A COMPLETED cycle is never run
      *    over: its extract and report have already gone out.
       1051-ASSIGN-RUN-CYCLE.
           MOVE ZEROES TO WS-LAST-CYCLE
           MOVE SPACES TO WS-LAST-CYCLE-STATUS
           IF WS-PARM-CYCLE > ZEROES
               MOVE WS-PARM-CYCLE TO WS-RUN-CYCLE
               MOVE WS-RUN-DATE TO RUNC-RUN-DATE
               MOVE WS-RUN-CYCLE TO RUNC-CYCLE
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RUNC-STATUS TO WS-LAST-CYCLE-STATUS
               END-READ
               IF WS-LAST-CYCLE-STATUS = "COMPLETED"
                   DISPLAY "ERROR: cycle " WS-RUN-CYCLE " of "
                           WS-RUN-DATE " already COMPLETED - "
                           "start refused"
                   SET WS-RUN-REFUSED TO TRUE
                   SET WS-FATAL-ERROR TO TRUE
                   SET WS-EOF-DETECTED TO TRUE
               END-IF
           ELSE
               PERFORM 1063-FIND-LAST-CYCLE
               EVALUATE TRUE
                   WHEN WS-LAST-CYCLE = ZEROES
                       MOVE 1 TO WS-RUN-CYCLE
                   WHEN WS-LAST-CYCLE-STATUS NOT = "COMPLETED"
                       MOVE WS-LAST-CYCLE TO WS-RUN-CYCLE
                   WHEN WS-LAST-CYCLE = 99
                       DISPLAY "ERROR: all cycles of " WS-RUN-DATE
                               " used - start refused"
                       SET WS-RUN-REFUSED TO TRUE
                       SET WS-FATAL-ERROR TO TRUE
                       SET WS-EOF-DETECTED TO TRUE
                   WHEN OTHER
                       COMPUTE WS-RUN-CYCLE = WS-LAST-CYCLE + 1
               END-EVALUATE
           END-IF
           IF NOT WS-RUN-REFUSED
               DISPLAY "Run date " WS-RUN-DATE " cycle " WS-RUN-CYCLE
           END-IF.

       1063-FIND-LAST-CYCLE.
           MOVE "N" TO WS-RUNCTL-SCAN-EOF-SWITCH
           MOVE WS-RUN-DATE TO RUNC-RUN-DATE
           MOVE ZEROES TO RUNC-CYCLE
           START RUN-CONTROL-FILE KEY NOT < RUNC-KEY
               INVALID KEY
                   SET WS-RUNCTL-SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-RUNCTL-SCAN-EOF
               READ RUN-CONTROL-FILE NEXT RECORD
                   AT END
                       SET WS-RUNCTL-SCAN-EOF TO TRUE
                   NOT AT END
                       IF RUNC-RUN-DATE NOT = WS-RUN-DATE
                           SET WS-RUNCTL-SCAN-EOF TO TRUE
                       ELSE
                           MOVE RUNC-CYCLE TO WS-LAST-CYCLE
                           MOVE RUNC-STATUS TO WS-LAST-CYCLE-STATUS
                       END-IF
               END-READ
           END-PERFORM.

      *    The control report and GL extract of cycle 1 keep their
      *    historical names; a later cycle writes its own pair beside
      *    them (GLPOSTnn.DAT / CTLRPTnn.DAT) instead of overwriting
      *    the earlier cycle's files.
       1064-SET-CYCLE-FILE-NAMES.
           IF WS-RUN-CYCLE > 1
               MOVE SPACES TO WS-GLPOST-FILE-NAME
               STRING "GLPOST" WS-RUN-CYCLE ".DAT"
                   DELIMITED BY SIZE INTO WS-GLPOST-FILE-NAME
               MOVE SPACES TO WS-REPORT-FILE-NAME
               STRING "CTLRPT" WS-RUN-CYCLE ".DAT"
                   DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
               MOVE SPACES TO WS-RESPONSE-FILE-NAME
               STRING "TXNRSP" WS-RUN-CYCLE ".DAT"
                   DELIMITED BY SIZE INTO WS-RESPONSE-FILE-NAME
           END-IF.

      *    Either operator override - restarting over a RUNNING row
      *    or accepting a known feed-sequence gap - must come from an
      *    ACTIVE operator holding run-override authority.  A refused
      *    override is logged to AUDIT.DAT; the audit file may not be
      *    open yet when the run lock is taken, so it is opened just
      *    for the refusal row in that case.
       1058-CHECK-OVERRIDE-AUTHORITY.
           MOVE "N" TO WS-OVERRIDE-AUTH-SWITCH
           MOVE "N" TO WS-OPER-EOF-SWITCH
           MOVE "OPER-UNKN" TO WS-OVERRIDE-REFUSE-REASON
           IF WS-OVERRIDE-OPERATOR NOT = SPACES
               OPEN INPUT OPER-FILE
               IF WS-OPER-FILE-STATUS = "00"
                   PERFORM UNTIL WS-OPER-EOF
                       READ OPER-FILE
                           AT END
                               SET WS-OPER-EOF TO TRUE
                           NOT AT END
                               IF OPER-ID = WS-OVERRIDE-OPERATOR
                                   SET WS-OPER-EOF TO TRUE
                                   PERFORM 1059-CHECK-OPERATOR-ROW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPER-FILE
               ELSE
                   DISPLAY "WARNING: OPER-FILE missing - override "
                           "cannot be authorized"
               END-IF
           END-IF
           IF WS-OVERRIDE-REFUSE-REASON = SPACES
               SET WS-OVERRIDE-AUTHORIZED TO TRUE
           ELSE
               PERFORM 1061-AUDIT-OVERRIDE-REFUSAL
           END-IF.

       1059-CHECK-OPERATOR-ROW.
           EVALUATE TRUE
               WHEN NOT OPER-ACTIVE
                   MOVE "OPER-INACT" TO WS-OVERRIDE-REFUSE-REASON
               WHEN OPER-AUTH-RUN-OVERRIDE NOT = "Y"
                   MOVE "NOT-AUTH"   TO WS-OVERRIDE-REFUSE-REASON
               WHEN OTHER
                   MOVE SPACES       TO WS-OVERRIDE-REFUSE-REASON
           END-EVALUATE.

       1061-AUDIT-OVERRIDE-REFUSAL.
           IF NOT WS-AUDIT-OPEN-OK
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-FILE-STATUS = "35"
                   OPEN OUTPUT AUDIT-FILE
                   CLOSE AUDIT-FILE
                   OPEN EXTEND AUDIT-FILE
               END-IF
           END-IF
           IF WS-AUDIT-OPEN-OK OR WS-AUDIT-FILE-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               MOVE "AUTH-REFUSE"         TO AUDIT-EVENT-TYPE
               MOVE ZEROES                TO AUDIT-AREA-1
               MOVE ZEROES                TO AUDIT-AREA-2
               MOVE ZEROES                TO AUDIT-DEBIT-TOTAL
               MOVE ZEROES                TO AUDIT-CREDIT-TOTAL
               MOVE SPACES                TO AUDIT-TRANS-ID
               MOVE WS-RUN-DATE           TO AUDIT-TRANS-DATE
               MOVE WS-OVERRIDE-OPERATOR  TO AUDIT-OPERATOR
               MOVE "DAILYTXN"            TO AUDIT-PROGRAM
               MOVE WS-OVERRIDE-ACTION    TO AUDIT-ACTION
               MOVE WS-OVERRIDE-REFUSE-REASON TO AUDIT-REASON-CODE
               WRITE AUDIT-RECORD
               IF NOT WS-AUDIT-OPEN-OK
                   CLOSE AUDIT-FILE
               END-IF
           ELSE
               DISPLAY "ERROR: AUDIT-FILE open failed, status="
                       WS-AUDIT-FILE-STATUS
                       " - override refusal not logged"
           END-IF.

      *    A RUNNING record for ANY date means a run died (or is
                   NOT AT END
                       IF RUNC-RUNNING
                           SET WS-RUNNING-ROW-FOUND TO TRUE
                           MOVE RUNC-RUN-DATE TO WS-PRIOR-RUN-DATE
                           MOVE RUNC-CYCLE TO WS-PRIOR-RUN-CYCLE
                           MOVE RUNC-START-TIMESTAMP
                               TO WS-PRIOR-START-TIMESTAMP
                           SET WS-RUNCTL-SCAN-EOF TO TRUE
               END-READ
           END-PERFORM.

      *    A restart keeps the dead run's start timestamp: it is the
      *    run's identity on the account balance master, so rolling
      *    the restarted run's account totals replaces the movement
      *    it may already have rolled instead of adding it again.
       1053-RECORD-RUN-START.
           PERFORM 1064-SET-CYCLE-FILE-NAMES
           MOVE WS-RUN-DATE TO RUNC-RUN-DATE
           MOVE WS-RUN-CYCLE TO RUNC-CYCLE
           MOVE "RUNNING" TO RUNC-STATUS
           IF WS-RESTART-MODE
               AND WS-PRIOR-START-TIMESTAMP NOT = SPACES
               MOVE WS-PRIOR-START-TIMESTAMP TO RUNC-START-TIMESTAMP
           ELSE
               MOVE FUNCTION CURRENT-DATE TO RUNC-START-TIMESTAMP
           END-IF
           MOVE RUNC-START-TIMESTAMP TO WS-RUN-START-STAMP
           MOVE SPACES TO RUNC-END-TIMESTAMP
           MOVE ZEROES TO RUNC-FINAL-COUNT
           MOVE ZEROES TO RUNC-FINAL-TOTAL
                               (WS-TYPE-ENTRY-COUNT)
                           MOVE TYPE-DESC TO WS-TYPE-TBL-DESC
                               (WS-TYPE-ENTRY-COUNT)
                           IF TYPE-REVIEW-LIMIT IS NUMERIC
                               MOVE TYPE-REVIEW-LIMIT
                                   TO WS-TYPE-TBL-REVIEW-LIMIT
                                   (WS-TYPE-ENTRY-COUNT)
                           ELSE
                               MOVE ZEROES
                                   TO WS-TYPE-TBL-REVIEW-LIMIT
                                   (WS-TYPE-ENTRY-COUNT)
                           END-IF
                           MOVE ZEROES TO WS-TYPE-TRAN-COUNT
                               (WS-TYPE-ENTRY-COUNT)
                           MOVE ZEROES TO WS-TYPE-TRAN-AMOUNT
                               (WS-TYPE-ENTRY-COUNT)
                           MOVE ZEROES TO WS-TYPE-HELD-COUNT
                               (WS-TYPE-ENTRY-COUNT)
                           MOVE ZEROES TO WS-TYPE-HELD-AMOUNT
                               (WS-TYPE-ENTRY-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TYPE-FILE
                       "type validation disabled"
           END-IF.

      *    A missing or short mapping table is not fatal to the run:
      *    transactions still accumulate, and any type left without
      *    a mapping holds back the GL extract at finalize.
       1062-LOAD-GL-MAP-TABLE.
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-FILE-STATUS = "00"
               PERFORM UNTIL WS-GLMAP-FILE-STATUS NOT = "00"
                       OR WS-GLMAP-ENTRY-COUNT >= 200
                   READ GL-MAP-FILE
                       NOT AT END
                           ADD 1 TO WS-GLMAP-ENTRY-COUNT
                           MOVE GLMAP-TYPE-CODE TO WS-GLMAP-TBL-TYPE
                               (WS-GLMAP-ENTRY-COUNT)
                           MOVE GLMAP-ACCOUNT TO WS-GLMAP-TBL-ACCOUNT
                               (WS-GLMAP-ENTRY-COUNT)
                           MOVE GLMAP-DEBIT-GL TO WS-GLMAP-TBL-DEBIT-GL
                               (WS-GLMAP-ENTRY-COUNT)
                           MOVE GLMAP-CREDIT-GL
                               TO WS-GLMAP-TBL-CREDIT-GL
                               (WS-GLMAP-ENTRY-COUNT)
                   END-READ
               END-PERFORM
               IF WS-GLMAP-ENTRY-COUNT >= 200
                   AND WS-GLMAP-FILE-STATUS = "00"
                   DISPLAY "WARNING: GL-MAP-FILE exceeds 200 rows - "
                           "remaining mappings not loaded"
               END-IF
               CLOSE GL-MAP-FILE
           ELSE
               DISPLAY "WARNING: GL-MAP-FILE missing - no type is "
                       "mapped, GL extract will be suppressed"
           END-IF.

      *    An account master too big for the table must not turn
      *    valid transactions into ACCT-UNKN rejects: on overflow
      *    the whole validation is disabled, with a console warning,
           IF WS-ACCT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
                       OR WS-ACCT-TABLE-FULL
                   READ ACCT-FILE NEXT RECORD
                       NOT AT END
                           IF WS-ACCT-ENTRY-COUNT >= 100
                               SET WS-ACCT-TABLE-FULL TO TRUE
                                   (WS-ACCT-ENTRY-COUNT)
                               MOVE ACCT-NAME TO WS-ACCT-TBL-NAME
                                   (WS-ACCT-ENTRY-COUNT)
                               MOVE ACCT-STATUS TO WS-ACCT-TBL-STATUS
                                   (WS-ACCT-ENTRY-COUNT)
                               MOVE ACCT-CLOSE-DATE
                                   TO WS-ACCT-TBL-CLOSE-DATE
                                   (WS-ACCT-ENTRY-COUNT)
                               IF ACCT-REVIEW-LIMIT IS NUMERIC
                                   MOVE ACCT-REVIEW-LIMIT
                                       TO WS-ACCT-TBL-REVIEW-LIMIT
                                       (WS-ACCT-ENTRY-COUNT)
                               ELSE
                                   MOVE ZEROES
                                       TO WS-ACCT-TBL-REVIEW-LIMIT
                                       (WS-ACCT-ENTRY-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EOF-DETECTED TO TRUE
           END-IF.

      *    Like the account work file, the GL work file starts empty
      *    on a fresh run and is carried forward on a restart.
       1069-OPEN-GL-WORK-FILE.
           IF NOT WS-RESTART-MODE
               OPEN OUTPUT GL-WORK-FILE
               IF WS-GLWORK-FILE-STATUS = "00"
                   CLOSE GL-WORK-FILE
               END-IF
           END-IF
           OPEN I-O GL-WORK-FILE
           IF WS-GLWORK-FILE-STATUS = "35"
               OPEN OUTPUT GL-WORK-FILE
               CLOSE GL-WORK-FILE
               OPEN I-O GL-WORK-FILE
           END-IF
           IF WS-GLWORK-FILE-STATUS = "00"
               SET WS-GLWORK-OPEN-OK TO TRUE
           ELSE
               DISPLAY "ERROR: GL-WORK-FILE open failed, status="
                       WS-GLWORK-FILE-STATUS
               SET WS-FATAL-ERROR TO TRUE
               SET WS-EOF-DETECTED TO TRUE
           END-IF.

      *    The type work file follows the same rule, so the type
      *    breakdown covers the whole run after a restart.
       1071-OPEN-TYPE-WORK-FILE.
           IF NOT WS-RESTART-MODE
               OPEN OUTPUT TYPE-WORK-FILE
               IF WS-TYPEWORK-FILE-STATUS = "00"
                   CLOSE TYPE-WORK-FILE
               END-IF
           END-IF
           OPEN I-O TYPE-WORK-FILE
           IF WS-TYPEWORK-FILE-STATUS = "35"
               OPEN OUTPUT TYPE-WORK-FILE
               CLOSE TYPE-WORK-FILE
               OPEN I-O TYPE-WORK-FILE
           END-IF
           IF WS-TYPEWORK-FILE-STATUS = "00"
               SET WS-TYPEWORK-OPEN-OK TO TRUE
           ELSE
               DISPLAY "ERROR: TYPE-WORK-FILE open failed, status="
                       WS-TYPEWORK-FILE-STATUS
               SET WS-FATAL-ERROR TO TRUE
               SET WS-EOF-DETECTED TO TRUE
           END-IF.

      *    The hold queue is the only record of a held transaction
      *    until it is worked, so a run that cannot journal holds
      *    cannot run at all.
       1068-OPEN-HOLD-FILE.
           OPEN EXTEND HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN EXTEND HOLD-FILE
           END-IF
           IF WS-HOLD-FILE-STATUS = "00"
               SET WS-HOLD-OPEN-OK TO TRUE
           ELSE
               DISPLAY "ERROR: HOLD-FILE open failed, status="
                       WS-HOLD-FILE-STATUS " - large-value items "
                       "could not be held"
               SET WS-FATAL-ERROR TO TRUE
               SET WS-EOF-DETECTED TO TRUE
           END-IF.

      *    A restart repositions past input the dead run already
      *    processed.  Checkpoint rows carry the run date that wrote
      *    them along with the run-level input position and counts;
                       SET WS-CKPT-SCAN-EOF TO TRUE
                   NOT AT END
                       IF CKPT-RUN-DATE = WS-RUN-DATE
                           AND CKPT-RUN-CYCLE = WS-RUN-CYCLE
                           PERFORM 1075-RESTORE-DATE-BUCKET
                           IF CKPT-INPUT-POSITION
                                   > WS-RESTART-POSITION
                                   TO WS-RECORDS-REJECTED
                               MOVE CKPT-RUN-UNDATED
                                   TO WS-UNDATED-REJECT-COUNT
                               MOVE CKPT-RUN-RELEASED
                                   TO WS-HOLDS-RELEASED
                               PERFORM 1072-RESTORE-REASON-COUNTS
                           END-IF
                       END-IF
           MOVE CKPT-REJ-DUPLICATE-COUNT  TO WS-REJ-DUPLICATE-COUNT
           MOVE CKPT-REJ-TYPE-UNKN-COUNT  TO WS-REJ-TYPE-UNKN-COUNT
           MOVE CKPT-REJ-ACCT-UNKN-COUNT  TO WS-REJ-ACCT-UNKN-COUNT
           MOVE CKPT-REJ-PERIOD-CLS-COUNT TO WS-REJ-PERIOD-CLS-COUNT
           MOVE CKPT-REJ-ACCT-FROZN-COUNT TO WS-REJ-ACCT-FROZN-COUNT
           MOVE CKPT-REJ-ACCT-CLOSD-COUNT TO WS-REJ-ACCT-CLOSD-COUNT.

      *    Every date the dead run touched is materialized back into
      *    the per-date work file from its checkpoint row, so dates
               MOVE ZEROES             TO DWRK-EXPECTED-TOTAL
               MOVE "N"                TO DWRK-CTL-FLAG
               MOVE "N"                TO DWRK-OOB-FLAG
               MOVE CKPT-CYCLE-OPEN-AREA-2 TO DWRK-OPEN-AREA-2
               MOVE CKPT-CYCLE-OPEN-AREA-1 TO DWRK-OPEN-AREA-1
               MOVE CKPT-CYCLE-OPEN-DR-TOTAL
                                       TO DWRK-OPEN-DEBIT-TOTAL
               MOVE CKPT-CYCLE-OPEN-CR-TOTAL
                                       TO DWRK-OPEN-CREDIT-TOTAL
               PERFORM 2097-CLEAR-CROSS-FOOT-FIELDS
               WRITE DATE-WORK-RECORD
                   INVALID KEY
                       REWRITE DATE-WORK-RECORD
                   AT END
                       SET WS-EOF-DETECTED TO TRUE
                   NOT AT END
                       IF FTRL-IS-TRAILER
                           SET WS-EOF-DETECTED TO TRUE
                       ELSE
                           SUBTRACT 1 FROM WS-SKIP-REMAINING
                       END-IF
               END-READ
           END-PERFORM.

                       "will be rejected instead of deferred"
           END-IF.

      *    A fresh run starts the cycle's response file over.  A
      *    restart that could not position itself leaves the dead
      *    run's file alone rather than cut it back to nothing.
       1095-OPEN-RESPONSE-FILE.
           IF WS-RESTART-MODE
               PERFORM 1096-REBUILD-RESPONSE-FILE
           ELSE
               OPEN OUTPUT RESPONSE-FILE
           END-IF
           IF NOT WS-FATAL-ERROR
               IF WS-RESPONSE-FILE-STATUS = "00"
                   SET WS-RESPONSE-OPEN-OK TO TRUE
               ELSE
                   DISPLAY "ERROR: RESPONSE-FILE open failed, status="
                           WS-RESPONSE-FILE-STATUS
                   SET WS-FATAL-ERROR TO TRUE
                   SET WS-EOF-DETECTED TO TRUE
               END-IF
           END-IF.

      *    On a restart the dead run's response file is cut back to
      *    the records its checkpoint covers - the input past that
      *    point is read again and answered again - while the retry
      *    updates and the dispositions it had already sent on are
      *    kept, and its trailer is dropped.  The file is rebuilt
      *    old-master/new-master through RESPWK.DAT, which still
      *    holds the kept rows if the copy-back cannot complete, and
      *    is left open for the rest of the run to extend.
       1096-REBUILD-RESPONSE-FILE.
           MOVE ZEROES TO WS-RESP-KEPT-POSITION
           OPEN INPUT RESPONSE-FILE
           IF WS-RESPONSE-FILE-STATUS = "00"
               OPEN OUTPUT RESPWK-FILE
               IF WS-RESPWK-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: RESPWK-FILE open failed, status="
                           WS-RESPWK-FILE-STATUS " - "
                           WS-RESPONSE-FILE-NAME " left as the "
                           "prior run wrote it"
                   CLOSE RESPONSE-FILE
                   SET WS-FATAL-ERROR TO TRUE
                   SET WS-EOF-DETECTED TO TRUE
               ELSE
                   MOVE "N" TO WS-RESP-EOF-SWITCH
                   PERFORM UNTIL WS-RESP-EOF
                       READ RESPONSE-FILE
                           AT END
                               SET WS-RESP-EOF TO TRUE
                           NOT AT END
                               PERFORM 1097-KEEP-RESPONSE-ROW
                       END-READ
                   END-PERFORM
                   CLOSE RESPONSE-FILE
                   CLOSE RESPWK-FILE
                   PERFORM 1098-RESTORE-RESPONSE-FILE
               END-IF
           ELSE
               OPEN OUTPUT RESPONSE-FILE
           END-IF.

      *    Rows answering input - the feed, the supplemental file and
      *    released holds, in the order the run read them - are kept
      *    up to the checkpointed position; the rest are kept whole.
       1097-KEEP-RESPONSE-ROW.
           EVALUATE TRUE
               WHEN RESP-IS-TRAILER
                   CONTINUE
               WHEN RESP-FROM-FEED
                 OR RESP-FROM-RESUBMIT
                 OR RESP-FROM-RELEASE
                   ADD 1 TO WS-RESP-KEPT-POSITION
                   IF WS-RESP-KEPT-POSITION NOT > WS-RESTART-POSITION
                       WRITE RESPWK-RECORD FROM RESPONSE-DETAIL-RECORD
                   END-IF
               WHEN OTHER
                   WRITE RESPWK-RECORD FROM RESPONSE-DETAIL-RECORD
           END-EVALUATE.

       1098-RESTORE-RESPONSE-FILE.
           MOVE "N" TO WS-RESP-EOF-SWITCH
           OPEN INPUT RESPWK-FILE
           IF WS-RESPWK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: RESPWK-FILE reopen failed, status="
                       WS-RESPWK-FILE-STATUS
               SET WS-FATAL-ERROR TO TRUE
               SET WS-EOF-DETECTED TO TRUE
           ELSE
               OPEN OUTPUT RESPONSE-FILE
               IF WS-RESPONSE-FILE-STATUS = "00"
                   PERFORM UNTIL WS-RESP-EOF
                       READ RESPWK-FILE INTO RESPONSE-DETAIL-RECORD
                           AT END
                               SET WS-RESP-EOF TO TRUE
                           NOT AT END
                               WRITE RESPONSE-DETAIL-RECORD
                               PERFORM 2720-TALLY-RESPONSE-ROW
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE RESPWK-FILE
           END-IF.

       1100-READ-TRANS-FILE.
           READ TRANS-FILE
               AT END
                   SET WS-EOF-DETECTED TO TRUE
               NOT AT END
                   IF FTRL-IS-TRAILER
                       SET WS-EOF-DETECTED TO TRUE
                   END-IF
           END-READ.

       2000-PROCESS-TRANSACTIONS.
           PERFORM UNTIL WS-EOF-DETECTED OR WS-OVERFLOW-DETECTED
               PERFORM 2010-PROCESS-TRANS-RECORD
               PERFORM 1100-READ-TRANS-FILE
           END-PERFORM
           IF NOT WS-OVERFLOW-DETECTED AND NOT WS-FATAL-ERROR
               PERFORM 2500-PROCESS-SUPPLEMENTAL-FILE
           END-IF
           IF NOT WS-OVERFLOW-DETECTED AND NOT WS-FATAL-ERROR
               PERFORM 2550-PROCESS-RELEASED-HOLDS
           END-IF
           IF WS-SUPP-CONSUMED
               AND NOT WS-OVERFLOW-DETECTED AND NOT WS-FATAL-ERROR
               PERFORM 2540-CLEAR-SUPP-FILE
           END-IF
           IF NOT WS-OVERFLOW-DETECTED AND NOT WS-FATAL-ERROR
               PERFORM 2600-RETRY-DEFERRED-CREDITS
           END-IF.

       2010-PROCESS-TRANS-RECORD.
           ADD 1 TO WS-RECORDS-READ
           MOVE "N" TO WS-HELD-SWITCH
           MOVE "ACCEPTED" TO WS-RESP-OUTCOME
           MOVE SPACES TO WS-RESP-REASON
           PERFORM 2050-EDIT-TRANSACTION
           IF NOT WS-EDIT-FAILED
               PERFORM 2090-SELECT-DATE-BUCKET
               PERFORM 2070-CHECK-DUPLICATE
           END-IF
           IF NOT WS-EDIT-FAILED AND NOT WS-DUPLICATE-FOUND
               AND NOT WS-RELEASE-PHASE
               PERFORM 2075-CHECK-REVIEW-LIMIT
           END-IF
           IF NOT WS-EDIT-FAILED AND NOT WS-DUPLICATE-FOUND
               AND NOT WS-TRANS-HELD
               PERFORM 2100-COUNT-TRANSACTION
           END-IF
           PERFORM 2700-WRITE-RESPONSE-ROW
           IF WS-CURRENT-TRANS-DATE NOT = SPACES
               PERFORM 2140-WRITE-CHECKPOINT
           END-IF.
                                     TO WS-EDIT-REASON-TEXT
                   ADD 1 TO WS-REJ-ACCT-UNKN-COUNT
                   PERFORM 2060-WRITE-EDIT-REJECT
               ELSE
                   PERFORM 2058-EDIT-ACCOUNT-STATUS
               END-IF
           END-IF
           IF WS-EDIT-FAILED
               END-READ
           END-IF.

      *    An account on the master can still refuse postings: a
      *    FROZEN account takes nothing until it is unfrozen, and a
      *    CLOSED account takes nothing dated after its close date.
       2058-EDIT-ACCOUNT-STATUS.
           IF WS-ACCT-TBL-FROZEN (WS-ACCT-SUB)
               MOVE "ACCT-FROZN" TO WS-EDIT-REASON-CODE
               MOVE "TRANS-ACCOUNT IS FROZEN" TO WS-EDIT-REASON-TEXT
               ADD 1 TO WS-REJ-ACCT-FROZN-COUNT
               PERFORM 2060-WRITE-EDIT-REJECT
           END-IF
           IF WS-ACCT-TBL-CLOSED (WS-ACCT-SUB)
               AND TRANS-DATE > WS-ACCT-TBL-CLOSE-DATE (WS-ACCT-SUB)
               MOVE "ACCT-CLOSD" TO WS-EDIT-REASON-CODE
               MOVE "TRANS-DATE IS AFTER THE ACCOUNT CLOSE DATE"
                                 TO WS-EDIT-REASON-TEXT
               ADD 1 TO WS-REJ-ACCT-CLOSD-COUNT
               PERFORM 2060-WRITE-EDIT-REJECT
           END-IF.

       2060-WRITE-EDIT-REJECT.
           IF NOT WS-EDIT-FAILED
               MOVE "REJECTED"          TO WS-RESP-OUTCOME
               MOVE WS-EDIT-REASON-CODE TO WS-RESP-REASON
           END-IF
           SET WS-EDIT-FAILED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO REJECT-TIMESTAMP
           MOVE "EDIT"                 TO REJECT-TYPE
               END-READ
           END-IF.

      *    The review limit is the type's, or the account's where
      *    the account carries a lower one; zero means no limit.  A
      *    transaction above it is held instead of counted, and an
      *    item coming back released from the hold queue has already
      *    had its second pair of eyes, so it is not checked again.
       2075-CHECK-REVIEW-LIMIT.
           MOVE ZEROES TO WS-HOLD-LIMIT
           MOVE SPACES TO WS-HOLD-LIMIT-SOURCE
           IF WS-TYPE-SUB > ZEROES
               IF WS-TYPE-TBL-REVIEW-LIMIT (WS-TYPE-SUB) > ZEROES
                   MOVE WS-TYPE-TBL-REVIEW-LIMIT (WS-TYPE-SUB)
                       TO WS-HOLD-LIMIT
                   MOVE "TYPE" TO WS-HOLD-LIMIT-SOURCE
               END-IF
           END-IF
           IF WS-ACCT-ENTRY-COUNT > ZEROES AND WS-ACCT-SUB > ZEROES
               IF WS-ACCT-TBL-REVIEW-LIMIT (WS-ACCT-SUB) > ZEROES
                   AND (WS-HOLD-LIMIT = ZEROES
                     OR WS-ACCT-TBL-REVIEW-LIMIT (WS-ACCT-SUB)
                        < WS-HOLD-LIMIT)
                   MOVE WS-ACCT-TBL-REVIEW-LIMIT (WS-ACCT-SUB)
                       TO WS-HOLD-LIMIT
                   MOVE "ACCT" TO WS-HOLD-LIMIT-SOURCE
               END-IF
           END-IF
           IF WS-HOLD-LIMIT > ZEROES
               AND TRANS-AMOUNT > WS-HOLD-LIMIT
               PERFORM 2076-HOLD-TRANSACTION
           END-IF.

       2076-HOLD-TRANSACTION.
           IF WS-HOLD-OPEN-OK
               MOVE FUNCTION CURRENT-DATE TO HOLD-TIMESTAMP
               MOVE WS-RUN-DATE            TO HOLD-RUN-DATE
               MOVE WS-RUN-START-STAMP     TO HOLD-RUN-STAMP
               MOVE WS-HOLD-LIMIT-SOURCE   TO HOLD-LIMIT-SOURCE
               MOVE WS-HOLD-LIMIT          TO HOLD-REVIEW-LIMIT
               MOVE TRANS-RECORD           TO HOLD-TRANS-IMAGE
               SET HOLD-PENDING TO TRUE
               MOVE SPACES TO HOLD-REQUESTED-BY
               MOVE SPACES TO HOLD-AUTHORIZED-BY
               MOVE SPACES TO HOLD-DISP-TIMESTAMP
               WRITE HOLD-RECORD
               MOVE "DEFERRED"  TO WS-RESP-OUTCOME
               MOVE "HOLD-REVW" TO WS-RESP-REASON
               IF WS-HOLD-FILE-STATUS = "00"
                   SET WS-TRANS-HELD TO TRUE
               ELSE
                   DISPLAY "ERROR: HOLD-FILE write failed, status="
                           WS-HOLD-FILE-STATUS " - closing out "
                           "before " TRANS-ID " can post unreviewed"
                   SET WS-TRANS-HELD TO TRUE
                   SET WS-FATAL-ERROR TO TRUE
                   SET WS-EOF-DETECTED TO TRUE
               END-IF
           END-IF.

       2080-REJECT-DUPLICATE.
           MOVE "DUPLICATE"            TO WS-RESP-OUTCOME
           MOVE "DUPLICATE"            TO WS-RESP-REASON
           MOVE FUNCTION CURRENT-DATE TO REJECT-TIMESTAMP
           MOVE "DUP"                  TO REJECT-TYPE
           MOVE WS-AREA-1              TO REJECT-AREA-1
                   MOVE DWRK-DEBIT-COUNT   TO WS-DEBIT-COUNT
                   MOVE DWRK-CREDIT-COUNT  TO WS-CREDIT-COUNT
                   MOVE DWRK-REJECT-COUNT  TO WS-CURR-REJECT-COUNT
                   MOVE DWRK-OPEN-AREA-2   TO WS-CURR-OPEN-AREA-2
                   MOVE DWRK-OPEN-AREA-1   TO WS-CURR-OPEN-AREA-1
                   MOVE DWRK-OPEN-DEBIT-TOTAL  TO WS-CURR-OPEN-DEBIT
                   MOVE DWRK-OPEN-CREDIT-TOTAL TO WS-CURR-OPEN-CREDIT
           END-READ.

       2092-START-DATE-BUCKET.
           MOVE ZEROES TO WS-DEBIT-COUNT
           MOVE ZEROES TO WS-CREDIT-COUNT
           MOVE ZEROES TO WS-CURR-REJECT-COUNT
           MOVE ZEROES TO WS-CURR-OPEN-AREA-2
           MOVE ZEROES TO WS-CURR-OPEN-AREA-1
           MOVE ZEROES TO WS-CURR-OPEN-DEBIT
           MOVE ZEROES TO WS-CURR-OPEN-CREDIT
           PERFORM 2094-SEED-BUCKET-FROM-CHECKPOINT
           PERFORM 2096-WRITE-DATE-BUCKET.

                       MOVE CKPT-CREDIT-COUNT TO WS-CREDIT-COUNT
                       MOVE CKPT-REJECT-COUNT
                           TO WS-CURR-REJECT-COUNT
                       IF CKPT-RUN-DATE = WS-RUN-DATE
                           AND CKPT-RUN-CYCLE = WS-RUN-CYCLE
                           MOVE CKPT-CYCLE-OPEN-AREA-2
                               TO WS-CURR-OPEN-AREA-2
                           MOVE CKPT-CYCLE-OPEN-AREA-1
                               TO WS-CURR-OPEN-AREA-1
                           MOVE CKPT-CYCLE-OPEN-DR-TOTAL
                               TO WS-CURR-OPEN-DEBIT
                           MOVE CKPT-CYCLE-OPEN-CR-TOTAL
                               TO WS-CURR-OPEN-CREDIT
                       ELSE
                           MOVE CKPT-AREA-2 TO WS-CURR-OPEN-AREA-2
                           MOVE CKPT-AREA-1 TO WS-CURR-OPEN-AREA-1
                           MOVE CKPT-DEBIT-TOTAL TO WS-CURR-OPEN-DEBIT
                           MOVE CKPT-CREDIT-TOTAL
                               TO WS-CURR-OPEN-CREDIT
                       END-IF
                       DISPLAY "Resumed date " TRANS-DATE
                               " from checkpoint at count "
                               CKPT-AREA-1
               MOVE ZEROES             TO DWRK-EXPECTED-TOTAL
               MOVE "N"                TO DWRK-CTL-FLAG
               MOVE "N"                TO DWRK-OOB-FLAG
               MOVE WS-CURR-OPEN-AREA-2 TO DWRK-OPEN-AREA-2
               MOVE WS-CURR-OPEN-AREA-1 TO DWRK-OPEN-AREA-1
               MOVE WS-CURR-OPEN-DEBIT  TO DWRK-OPEN-DEBIT-TOTAL
               MOVE WS-CURR-OPEN-CREDIT TO DWRK-OPEN-CREDIT-TOTAL
               PERFORM 2097-CLEAR-CROSS-FOOT-FIELDS
               REWRITE DATE-WORK-RECORD
                   INVALID KEY
                       WRITE DATE-WORK-RECORD
               END-REWRITE
           END-IF.

      *    The cross-foot figures are built only at finalize, from
      *    the breakdowns themselves, so every bucket write starts
      *    them clean.
       2097-CLEAR-CROSS-FOOT-FIELDS.
           MOVE ZEROES TO DWRK-XF-ACCT-DEBIT
           MOVE ZEROES TO DWRK-XF-ACCT-CREDIT
           MOVE ZEROES TO DWRK-XF-TYPE-DEBIT
           MOVE ZEROES TO DWRK-XF-TYPE-CREDIT
           MOVE ZEROES TO DWRK-XF-XREF-COUNT
           MOVE ZEROES TO DWRK-XF-AUDIT-COUNT
           MOVE "N"    TO DWRK-XFOOT-FLAG.

       2100-COUNT-TRANSACTION.
           IF WS-AREA-1 + 1 > WS-AREA-1-LIMIT
               PERFORM 2110-REJECT-AREA-1-OVERFLOW
               PERFORM 2106-RECORD-ACCEPTED-TRANS-ID
               PERFORM 2107-ACCUMULATE-TYPE-TOTALS
               PERFORM 2108-ACCUMULATE-ACCT-TOTALS
               PERFORM 2103-ACCUMULATE-GL-TOTALS
           END-IF.

      *    A credit that exceeds the running total may simply have
               PERFORM 2106-RECORD-ACCEPTED-TRANS-ID
               PERFORM 2107-ACCUMULATE-TYPE-TOTALS
               PERFORM 2108-ACCUMULATE-ACCT-TOTALS
               PERFORM 2103-ACCUMULATE-GL-TOTALS
               IF WS-RETRY-PHASE
                   SET WS-RETRY-APPLIED TO TRUE
                   ADD 1 TO WS-CREDITS-CLEARED
           MOVE WS-CREDIT-TOTAL       TO AUDIT-CREDIT-TOTAL
           MOVE TRANS-ID              TO AUDIT-TRANS-ID
           MOVE TRANS-DATE            TO AUDIT-TRANS-DATE
           MOVE SPACES                TO AUDIT-OPERATOR-DATA
           WRITE AUDIT-RECORD.

       2102-AUDIT-AREA-2-ACCUMULATE.
           MOVE WS-CREDIT-TOTAL       TO AUDIT-CREDIT-TOTAL
           MOVE TRANS-ID              TO AUDIT-TRANS-ID
           MOVE TRANS-DATE            TO AUDIT-TRANS-DATE
           MOVE SPACES                TO AUDIT-OPERATOR-DATA
           WRITE AUDIT-RECORD.

      *    The cross-reference row and the per-date checkpoint must
                   ADD TRANS-AMOUNT
                       TO WS-TYPE-TRAN-AMOUNT (WS-TYPE-SUB)
               END-IF
           END-IF
           PERFORM 2115-POST-TYPE-WORK-ROW.

      *    The type breakdown is also kept on disk by date and type,
      *    like the account breakdown, so it survives a restart and
      *    can be footed against each date's bucket at finalize.
       2115-POST-TYPE-WORK-ROW.
           IF WS-TYPEWORK-OPEN-OK
               MOVE TRANS-DATE      TO TWRK-DATE
               MOVE TRANS-TYPE-CODE TO TWRK-TYPE-CODE
               READ TYPE-WORK-FILE
                   INVALID KEY
                       MOVE TRANS-DATE      TO TWRK-DATE
                       MOVE TRANS-TYPE-CODE TO TWRK-TYPE-CODE
                       MOVE ZEROES TO TWRK-DEBIT-COUNT
                       MOVE ZEROES TO TWRK-DEBIT-TOTAL
                       MOVE ZEROES TO TWRK-CREDIT-COUNT
                       MOVE ZEROES TO TWRK-CREDIT-TOTAL
                       PERFORM 2116-APPLY-TYPE-AMOUNT
                       WRITE TYPE-WORK-RECORD
                   NOT INVALID KEY
                       PERFORM 2116-APPLY-TYPE-AMOUNT
                       REWRITE TYPE-WORK-RECORD
               END-READ
           END-IF.

       2116-APPLY-TYPE-AMOUNT.
           IF TRANS-CREDIT
               ADD 1 TO TWRK-CREDIT-COUNT
               ADD TRANS-AMOUNT TO TWRK-CREDIT-TOTAL
           ELSE
               ADD 1 TO TWRK-DEBIT-COUNT
               ADD TRANS-AMOUNT TO TWRK-DEBIT-TOTAL
           END-IF.

      *    The account breakdown accumulates straight into the keyed
               ADD TRANS-AMOUNT TO AWRK-DEBIT-TOTAL
           END-IF.

      *    Both legs of the transaction post through the mapping:
      *    a debit transaction debits the type's debit GL account and
      *    credits its credit GL account, a credit transaction the
      *    reverse, so every date's ledger postings balance.
       2103-ACCUMULATE-GL-TOTALS.
           IF WS-GLWORK-OPEN-OK
               MOVE TRANS-TYPE-CODE TO WS-GL-MAP-TYPE
               MOVE TRANS-ACCOUNT   TO WS-GL-MAP-ACCOUNT
               PERFORM 2112-FIND-GL-MAPPING
               IF WS-GLMAP-SUB = ZEROES
                   MOVE SPACES TO WS-GL-POST-ACCOUNT
                   MOVE SPACES TO WS-GL-POST-DC-CODE
                   PERFORM 2113-POST-GL-WORK-ROW
                   PERFORM 2114-NOTE-UNMAPPED-TYPE
               ELSE
                   IF TRANS-CREDIT
                       MOVE WS-GLMAP-TBL-CREDIT-GL (WS-GLMAP-SUB)
                           TO WS-GL-DEBIT-ACCOUNT
                       MOVE WS-GLMAP-TBL-DEBIT-GL (WS-GLMAP-SUB)
                           TO WS-GL-CREDIT-ACCOUNT
                   ELSE
                       MOVE WS-GLMAP-TBL-DEBIT-GL (WS-GLMAP-SUB)
                           TO WS-GL-DEBIT-ACCOUNT
                       MOVE WS-GLMAP-TBL-CREDIT-GL (WS-GLMAP-SUB)
                           TO WS-GL-CREDIT-ACCOUNT
                   END-IF
                   MOVE WS-GL-DEBIT-ACCOUNT TO WS-GL-POST-ACCOUNT
                   MOVE "D" TO WS-GL-POST-DC-CODE
                   PERFORM 2113-POST-GL-WORK-ROW
                   MOVE WS-GL-CREDIT-ACCOUNT TO WS-GL-POST-ACCOUNT
                   MOVE "C" TO WS-GL-POST-DC-CODE
                   PERFORM 2113-POST-GL-WORK-ROW
               END-IF
           END-IF.

      *    An account-specific row wins over the type's general row.
      *    The caller sets the type and account to be mapped.
       2112-FIND-GL-MAPPING.
           MOVE ZEROES TO WS-GLMAP-SUB
           PERFORM VARYING WS-GLMAP-SEARCH-SUB FROM 1 BY 1
                   UNTIL WS-GLMAP-SEARCH-SUB > WS-GLMAP-ENTRY-COUNT
               IF WS-GLMAP-TBL-TYPE (WS-GLMAP-SEARCH-SUB)
                       = WS-GL-MAP-TYPE
                   IF WS-GLMAP-TBL-ACCOUNT (WS-GLMAP-SEARCH-SUB)
                           = WS-GL-MAP-ACCOUNT
                       MOVE WS-GLMAP-SEARCH-SUB TO WS-GLMAP-SUB
                       EXIT PERFORM
                   END-IF
                   IF WS-GLMAP-TBL-ACCOUNT (WS-GLMAP-SEARCH-SUB)
                           = SPACES
                       AND WS-GLMAP-SUB = ZEROES
                       MOVE WS-GLMAP-SEARCH-SUB TO WS-GLMAP-SUB
                   END-IF
               END-IF
           END-PERFORM.

       2113-POST-GL-WORK-ROW.
           MOVE TRANS-DATE         TO GLWK-DATE
           MOVE WS-GL-POST-ACCOUNT TO GLWK-GL-ACCOUNT
           MOVE WS-GL-POST-DC-CODE TO GLWK-DC-CODE
           READ GL-WORK-FILE
               INVALID KEY
                   MOVE TRANS-DATE         TO GLWK-DATE
                   MOVE WS-GL-POST-ACCOUNT TO GLWK-GL-ACCOUNT
                   MOVE WS-GL-POST-DC-CODE TO GLWK-DC-CODE
                   MOVE 1 TO GLWK-COUNT
                   MOVE TRANS-AMOUNT TO GLWK-AMOUNT
                   MOVE TRANS-TYPE-CODE TO GLWK-TYPE-CODE
                   WRITE GL-WORK-RECORD
               NOT INVALID KEY
                   ADD 1 TO GLWK-COUNT
                   ADD TRANS-AMOUNT TO GLWK-AMOUNT
                   MOVE TRANS-TYPE-CODE TO GLWK-TYPE-CODE
                   REWRITE GL-WORK-RECORD
           END-READ.

       2114-NOTE-UNMAPPED-TYPE.
           MOVE ZEROES TO WS-UNMAPPED-SUB
           PERFORM VARYING WS-UNMAPPED-SEARCH-SUB FROM 1 BY 1
                   UNTIL WS-UNMAPPED-SEARCH-SUB
                       > WS-UNMAPPED-ENTRY-COUNT
               IF WS-UNMAPPED-TBL-TYPE (WS-UNMAPPED-SEARCH-SUB)
                       = WS-GL-MAP-TYPE
                   MOVE WS-UNMAPPED-SEARCH-SUB TO WS-UNMAPPED-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-UNMAPPED-SUB = ZEROES
               AND WS-UNMAPPED-ENTRY-COUNT < 20
               ADD 1 TO WS-UNMAPPED-ENTRY-COUNT
               MOVE WS-UNMAPPED-ENTRY-COUNT TO WS-UNMAPPED-SUB
               MOVE WS-GL-MAP-TYPE
                   TO WS-UNMAPPED-TBL-TYPE (WS-UNMAPPED-SUB)
               MOVE ZEROES TO WS-UNMAPPED-TBL-COUNT (WS-UNMAPPED-SUB)
               DISPLAY "WARNING: no GL mapping for type "
                       WS-GL-MAP-TYPE " (account " WS-GL-MAP-ACCOUNT
                       ") - GL extract will be suppressed"
           END-IF
           IF WS-UNMAPPED-SUB > ZEROES
               ADD 1 TO WS-UNMAPPED-TBL-COUNT (WS-UNMAPPED-SUB)
           END-IF.

       2140-WRITE-CHECKPOINT.
           IF WS-CHECKPOINT-OPEN-OK
               MOVE WS-CURRENT-TRANS-DATE TO CKPT-KEY
               MOVE WS-RECORDS-ACCEPTED TO CKPT-RUN-ACCEPTED
               MOVE WS-RECORDS-REJECTED TO CKPT-RUN-REJECTED
               MOVE WS-UNDATED-REJECT-COUNT TO CKPT-RUN-UNDATED
               MOVE WS-HOLDS-RELEASED   TO CKPT-RUN-RELEASED
               MOVE WS-REJ-ID-BLANK-COUNT
                                        TO CKPT-REJ-ID-BLANK-COUNT
               MOVE WS-REJ-AMT-NONNUM-COUNT
                                        TO CKPT-REJ-ACCT-UNKN-COUNT
               MOVE WS-REJ-PERIOD-CLS-COUNT
                                        TO CKPT-REJ-PERIOD-CLS-COUNT
               MOVE WS-REJ-ACCT-FROZN-COUNT
                                        TO CKPT-REJ-ACCT-FROZN-COUNT
               MOVE WS-REJ-ACCT-CLOSD-COUNT
                                        TO CKPT-REJ-ACCT-CLOSD-COUNT
               MOVE WS-RUN-DATE         TO CKPT-RUN-DATE
               MOVE WS-RUN-CYCLE        TO CKPT-RUN-CYCLE
               MOVE WS-CURR-OPEN-AREA-2 TO CKPT-CYCLE-OPEN-AREA-2
               MOVE WS-CURR-OPEN-AREA-1 TO CKPT-CYCLE-OPEN-AREA-1
               MOVE WS-CURR-OPEN-DEBIT  TO CKPT-CYCLE-OPEN-DR-TOTAL
               MOVE WS-CURR-OPEN-CREDIT
                                        TO CKPT-CYCLE-OPEN-CR-TOTAL
               MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP
               REWRITE CHECKPOINT-RECORD
                   INVALID KEY
           END-IF.

       2110-REJECT-AREA-1-OVERFLOW.
           MOVE "REJECTED"             TO WS-RESP-OUTCOME
           MOVE "AREA1-OVFL"           TO WS-RESP-REASON
           MOVE FUNCTION CURRENT-DATE TO REJECT-TIMESTAMP
           MOVE "AREA-1"               TO REJECT-TYPE
           MOVE WS-AREA-1              TO REJECT-AREA-1
           SET WS-OVERFLOW-DETECTED TO TRUE.

       2120-REJECT-AREA-2-OVERFLOW.
           MOVE "REJECTED"             TO WS-RESP-OUTCOME
           MOVE "AREA2-OVFL"           TO WS-RESP-REASON
           MOVE FUNCTION CURRENT-DATE TO REJECT-TIMESTAMP
           MOVE "AREA-2"               TO REJECT-TYPE
           MOVE WS-AREA-1              TO REJECT-AREA-1
           SET WS-OVERFLOW-DETECTED TO TRUE.

       2125-REJECT-CREDIT-UNDERFLOW.
           MOVE "REJECTED"             TO WS-RESP-OUTCOME
           MOVE "CR-NEGBAL"            TO WS-RESP-REASON
           MOVE FUNCTION CURRENT-DATE TO REJECT-TIMESTAMP
           MOVE "CREDIT"               TO REJECT-TYPE
           MOVE WS-AREA-1              TO REJECT-AREA-1
               WRITE RETRYQ-RECORD FROM TRANS-RECORD
               IF WS-RETRYQ-FILE-STATUS = "00"
                   ADD 1 TO WS-CREDITS-DEFERRED
                   MOVE "DEFERRED"  TO WS-RESP-OUTCOME
                   MOVE "CR-NEGBAL" TO WS-RESP-REASON
               ELSE
                   DISPLAY "ERROR: RETRYQ-FILE write failed, "
                           "status=" WS-RETRYQ-FILE-STATUS
      *    Consumed supplemental records are archived to the
      *    processed-supplemental file before SUPPTRAN.DAT is
      *    cleared, so the audit replay can still find the
      *    transaction behind every resubmitted audit row.  The file
      *    is only cleared once the released holds have been worked
      *    too (2540): the checkpoint input position counts the
      *    supplemental records, so a restart during the release
      *    phase must still find them to skip before HOLDREL.DAT.
       2500-PROCESS-SUPPLEMENTAL-FILE.
           OPEN INPUT SUPP-FILE
           IF WS-SUPP-FILE-STATUS = "00"
               DISPLAY "Supplemental transaction file present - "
                       "processing resubmitted rejects"
               MOVE "RESUBMIT" TO WS-RESP-SOURCE
               PERFORM 2520-OPEN-SUPPROC-FILE
               IF WS-SKIP-REMAINING > ZEROES
                   PERFORM 2505-SKIP-PROCESSED-SUPP
                   CLOSE SUPPROC-FILE
               END-IF
               IF NOT WS-OVERFLOW-DETECTED
                   SET WS-SUPP-CONSUMED TO TRUE
               END-IF
           END-IF.

               WRITE SUPPROC-RECORD FROM TRANS-RECORD
           END-IF.

       2540-CLEAR-SUPP-FILE.
           OPEN OUTPUT SUPP-FILE
           CLOSE SUPP-FILE
           DISPLAY "Supplemental transaction file consumed "
                   "and cleared".

      *    Held items released by a second operator come back the
      *    same way resubmitted rejects do: read after the
      *    supplemental file, archived to the processed-supplemental
      *    file for the audit replay, and the release file cleared
      *    once consumed.  They are not held a second time.
       2550-PROCESS-RELEASED-HOLDS.
           MOVE "N" TO WS-HOLDREL-EOF-SWITCH
           OPEN INPUT HOLDREL-FILE
           IF WS-HOLDREL-FILE-STATUS = "00"
               DISPLAY "Released hold file present - processing "
                       "released large-value items"
               PERFORM 2520-OPEN-SUPPROC-FILE
               SET WS-RELEASE-PHASE TO TRUE
               MOVE "RELEASE" TO WS-RESP-SOURCE
               IF WS-SKIP-REMAINING > ZEROES
                   PERFORM 2555-SKIP-PROCESSED-RELEASES
               END-IF
               PERFORM 2560-READ-HOLDREL-FILE
               PERFORM UNTIL WS-HOLDREL-EOF OR WS-OVERFLOW-DETECTED
                   PERFORM 2530-ARCHIVE-SUPP-RECORD
                   ADD 1 TO WS-HOLDS-RELEASED
                   PERFORM 2010-PROCESS-TRANS-RECORD
                   PERFORM 2560-READ-HOLDREL-FILE
               END-PERFORM
               MOVE "N" TO WS-RELEASE-PHASE-SWITCH
               CLOSE HOLDREL-FILE
               IF WS-SUPPROC-FILE-STATUS = "00"
                   CLOSE SUPPROC-FILE
               END-IF
               IF NOT WS-OVERFLOW-DETECTED
                   OPEN OUTPUT HOLDREL-FILE
                   CLOSE HOLDREL-FILE
                   DISPLAY "Released hold file consumed and cleared"
               END-IF
           END-IF.

       2555-SKIP-PROCESSED-RELEASES.
           PERFORM UNTIL WS-SKIP-REMAINING = ZEROES
                   OR WS-HOLDREL-EOF
               READ HOLDREL-FILE
                   AT END
                       SET WS-HOLDREL-EOF TO TRUE
                   NOT AT END
                       SUBTRACT 1 FROM WS-SKIP-REMAINING
               END-READ
           END-PERFORM.

       2560-READ-HOLDREL-FILE.
           READ HOLDREL-FILE INTO TRANS-RECORD
               AT END
                   SET WS-HOLDREL-EOF TO TRUE
           END-READ.

      *    Deferred credits are re-applied in passes once the main
      *    and supplemental files are done: each pass re-tries every
      *    credit still on the queue file, and passes repeat while at
               DISPLAY "Retrying " WS-CREDITS-DEFERRED
                       " deferred credits"
               SET WS-RETRY-PHASE TO TRUE
               MOVE "RETRY" TO WS-RESP-SOURCE
               MOVE 1 TO WS-RETRY-CLEARED-THIS-PASS
               PERFORM UNTIL WS-RETRY-CLEARED-THIS-PASS = ZEROES
                       OR WS-OVERFLOW-DETECTED
               PERFORM 2630-REWRITE-RETRY-QUEUE
           END-IF.

      *    A retried credit is answered again only when this pass
      *    settles it - applied, rejected on the final pass, or
      *    turned away as a duplicate; one left on the queue stays
      *    DEFERRED as already answered.
       2615-RETRY-ONE-CREDIT.
           MOVE SPACES TO WS-RESP-OUTCOME
           MOVE SPACES TO WS-RESP-REASON
           MOVE RETRYQ-RECORD TO TRANS-RECORD
           PERFORM 2090-SELECT-DATE-BUCKET
           PERFORM 2620-CHECK-ALREADY-APPLIED
           ELSE
               MOVE "N" TO WS-RETRY-APPLIED-SWITCH
               PERFORM 2100-COUNT-TRANSACTION
               IF WS-RETRY-APPLIED
                   MOVE "ACCEPTED" TO WS-RESP-OUTCOME
               END-IF
               IF NOT WS-RETRY-APPLIED
                   AND NOT WS-RETRY-FINAL-PASS
                   AND NOT WS-OVERFLOW-DETECTED
                   WRITE RETRYWK-RECORD FROM TRANS-RECORD
               END-IF
           END-IF
           IF WS-RESP-OUTCOME NOT = SPACES
               PERFORM 2700-WRITE-RESPONSE-ROW
           END-IF.

      *    An xref hit during the retry pass means the TRANS-ID was
           CLOSE RETRYWK-FILE
           CLOSE RETRYQ-FILE.

      *    The feed's own records are answered with a DT detail; a
      *    resubmission, a released hold or a retried credit answers
      *    an item the source already has, so it goes out as an
      *    update.  A response that cannot be written ends the run
      *    the way a failed hold write does, so the restart answers
      *    the record again rather than leave it unanswered.
       2700-WRITE-RESPONSE-ROW.
           IF WS-RESPONSE-OPEN-OK
               MOVE SPACES TO RESPONSE-DETAIL-RECORD
               IF WS-RESP-SOURCE = "FEED"
                   SET RESP-IS-DETAIL TO TRUE
               ELSE
                   SET RESP-IS-UPDATE TO TRUE
               END-IF
               MOVE TRANS-ID               TO RESP-TRANS-ID
               MOVE TRANS-DATE             TO RESP-TRANS-DATE
               IF TRANS-AMOUNT IS NUMERIC
                   MOVE TRANS-AMOUNT       TO RESP-AMOUNT
               ELSE
                   MOVE ZEROES             TO RESP-AMOUNT
               END-IF
               MOVE TRANS-DC-CODE          TO RESP-DC-CODE
               MOVE WS-RESP-OUTCOME        TO RESP-STATUS
               MOVE WS-RESP-REASON         TO RESP-REASON-CODE
               MOVE WS-RESP-SOURCE         TO RESP-UPDATE-SOURCE
               MOVE SPACES                 TO RESP-OPERATOR
               MOVE FUNCTION CURRENT-DATE  TO RESP-TIMESTAMP
               WRITE RESPONSE-DETAIL-RECORD
               IF WS-RESPONSE-FILE-STATUS = "00"
                   PERFORM 2720-TALLY-RESPONSE-ROW
               ELSE
                   DISPLAY "ERROR: RESPONSE-FILE write failed, "
                           "status=" WS-RESPONSE-FILE-STATUS
                           " - closing out before " TRANS-ID
                           " goes unanswered"
                   SET WS-FATAL-ERROR TO TRUE
                   SET WS-EOF-DETECTED TO TRUE
               END-IF
           END-IF.

      *    The trailer count and hash cover the DT details only, so
      *    they tie to the count and hash on the feed's own trailer.
       2720-TALLY-RESPONSE-ROW.
           IF RESP-IS-DETAIL
               ADD 1 TO WS-RESP-DETAIL-COUNT
               IF RESP-AMOUNT IS NUMERIC
                   ADD RESP-AMOUNT TO WS-RESP-AMOUNT-HASH
               END-IF
               EVALUATE TRUE
                   WHEN RESP-ACCEPTED
                       ADD 1 TO WS-RESP-ACCEPTED-COUNT
                   WHEN RESP-REJECTED
                       ADD 1 TO WS-RESP-REJECTED-COUNT
                   WHEN RESP-DEFERRED
                       ADD 1 TO WS-RESP-DEFERRED-COUNT
                   WHEN RESP-DUPLICATE
                       ADD 1 TO WS-RESP-DUPLICATE-COUNT
               END-EVALUATE
           END-IF
           IF RESP-IS-UPDATE
               ADD 1 TO WS-RESP-UPDATE-COUNT
           END-IF.

       3000-FINALIZE.
           IF NOT WS-FATAL-ERROR
               PERFORM 2095-SAVE-CURRENT-BUCKET
               PERFORM 3010-SUM-GRAND-TOTALS
               PERFORM 3050-RECONCILE-CONTROL-TOTAL
               PERFORM 3250-WRITE-ACCOUNT-TOTALS
               IF NOT WS-OVERFLOW-DETECTED
                   PERFORM 3260-ROLL-ACCOUNT-BALANCES
               END-IF
               PERFORM 3270-TALLY-HELD-ITEMS
               PERFORM 3280-CROSS-FOOT-BREAKDOWNS
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 3300-PRODUCE-GL-EXTRACT
           END-IF
           IF NOT WS-FATAL-ERROR
               PERFORM 3200-ARCHIVE-RUN-HISTORY
               IF NOT WS-OVERFLOW-DETECTED
                   AND NOT WS-FEED-REJECTED
                   PERFORM 3350-RECORD-FEED-SEQUENCE
               END-IF
           END-IF
           IF WS-RESPONSE-OPEN-OK
               PERFORM 3500-COMPLETE-RESPONSE-FILE
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 3100-PRODUCE-CONTROL-REPORT
           IF WS-ACCTWORK-OPEN-OK
               CLOSE ACCT-WORK-FILE
           END-IF
           IF WS-GLWORK-OPEN-OK
               CLOSE GL-WORK-FILE
           END-IF
           IF WS-TYPEWORK-OPEN-OK
               CLOSE TYPE-WORK-FILE
           END-IF
           IF WS-PERIOD-FILE-OK
               CLOSE PERIOD-FILE
           END-IF
           IF WS-AUDIT-OPEN-OK
               CLOSE AUDIT-FILE
           END-IF
           IF WS-HOLD-OPEN-OK
               CLOSE HOLD-FILE
           END-IF.

      *    Every reporting pass walks the per-date work file in key
                       AT END
                           SET WS-CTLTOT-EOF TO TRUE
                       NOT AT END
                           PERFORM 3055-SET-CONTROL-TOTAL-CYCLE
                           IF WS-CTLTOT-CYCLE = WS-RUN-CYCLE
                               SET WS-CONTROL-TOTAL-SUPPLIED TO TRUE
                               PERFORM 3060-APPLY-CONTROL-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-TOTAL-FILE
                       "skipping reconciliation"
           END-IF.

      *    A control total row belongs to one cycle of the day; rows
      *    written before cycles existed carry no cycle and are taken
      *    as cycle 1.
       3055-SET-CONTROL-TOTAL-CYCLE.
           IF CTLTOT-CYCLE NUMERIC
               MOVE CTLTOT-CYCLE TO WS-CTLTOT-CYCLE
           ELSE
               MOVE ZEROES TO WS-CTLTOT-CYCLE
           END-IF
           IF WS-CTLTOT-CYCLE = ZEROES
               MOVE 1 TO WS-CTLTOT-CYCLE
           END-IF.

      *    The upstream total covers the cycle's own file, so it is
      *    matched against what this cycle added to the date - the
      *    date's total less the figure earlier cycles left on it.
      *    The upstream total is never negative, so a cycle whose
      *    credits outran its debits cannot balance to it.
       3060-APPLY-CONTROL-TOTAL.
           MOVE CTLTOT-DATE TO DWRK-KEY
           READ DATE-WORK-FILE
               NOT INVALID KEY
                   MOVE "Y" TO DWRK-CTL-FLAG
                   MOVE CTLTOT-EXPECTED-TOTAL TO DWRK-EXPECTED-TOTAL
                   COMPUTE WS-CYCLE-MOVEMENT =
                       DWRK-AREA-2 - DWRK-OPEN-AREA-2
                   IF WS-CYCLE-MOVEMENT < ZERO
                       OR CTLTOT-EXPECTED-TOTAL NOT = WS-CYCLE-MOVEMENT
                       MOVE "Y" TO DWRK-OOB-FLAG
                       SET WS-OUT-OF-BALANCE-DETECTED TO TRUE
                       MOVE CTLTOT-EXPECTED-TOTAL
                           TO WS-EXPECTED-TOTAL-EDIT
                       MOVE WS-CYCLE-MOVEMENT TO WS-AREA-2-DISPLAY
                       DISPLAY "OUT OF BALANCE for " CTLTOT-DATE
                               ": expected " WS-EXPECTED-TOTAL-EDIT
                               " actual " WS-AREA-2-DISPLAY
               ADD WS-UNDATED-REJECT-COUNT TO HIST-REJECT-COUNT
               SET WS-RUN-DATE-ARCHIVED TO TRUE
           END-IF
           MOVE WS-RUN-CYCLE TO HIST-GL-CYCLE
           EVALUATE TRUE
               WHEN WS-OVERFLOW-DETECTED
                   MOVE "OVERFLOW" TO HIST-BALANCE-STATUS
               WHEN DWRK-XFOOT-BREAK
                   MOVE "XFOOT-BREAK" TO HIST-BALANCE-STATUS
               WHEN DWRK-OUT-OF-BALANCE
                   MOVE "OUT-BALANCE" TO HIST-BALANCE-STATUS
               WHEN DWRK-CTL-SUPPLIED
           MOVE "NO-CONTROL" TO HIST-BALANCE-STATUS
           MOVE SPACES TO HIST-GL-STATUS
           MOVE WS-RUN-DATE TO HIST-GL-RUN-DATE
           MOVE WS-RUN-CYCLE TO HIST-GL-CYCLE
           MOVE FUNCTION CURRENT-DATE TO HIST-TIMESTAMP
           WRITE HISTORY-RECORD
               INVALID KEY
                   SET WS-ACCTWORK-EOF TO TRUE
           END-READ.

      *    A completed run rolls its account totals forward into the
      *    balance master in two passes over the account work file.
      *    The first pass opens every touched account for this run -
      *    last run's closing balance becomes the opening balance,
      *    unless this run already rolled the row before a crash, in
      *    which case the opening balance stands - and clears the
      *    movement; the second pass adds each date's debits and
      *    credits and files the row on the account totals history.
      *    The work file holds the whole run's activity even after a
      *    restart, so rolling again is always a clean replacement.
       3260-ROLL-ACCOUNT-BALANCES.
           MOVE ZEROES TO WS-ACCT-ROLL-COUNT
           OPEN I-O ACCT-BAL-FILE
           IF WS-ACCTBAL-FILE-STATUS = "35"
               OPEN OUTPUT ACCT-BAL-FILE
               CLOSE ACCT-BAL-FILE
               OPEN I-O ACCT-BAL-FILE
           END-IF
           IF WS-ACCTBAL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: ACCT-BAL-FILE open failed, status="
                       WS-ACCTBAL-FILE-STATUS " - account balances "
                       "not rolled forward"
           ELSE
               OPEN I-O ACCT-HIST-FILE
               IF WS-ACCTHST-FILE-STATUS = "35"
                   OPEN OUTPUT ACCT-HIST-FILE
                   CLOSE ACCT-HIST-FILE
                   OPEN I-O ACCT-HIST-FILE
               END-IF
               IF WS-ACCTHST-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: ACCT-HIST-FILE open failed, "
                           "status=" WS-ACCTHST-FILE-STATUS
                           " - account balances not rolled forward"
               ELSE
                   PERFORM 3255-START-ACCT-SCAN
                   PERFORM UNTIL WS-ACCTWORK-EOF
                       PERFORM 3256-READ-NEXT-ACCT-ROW
                       IF NOT WS-ACCTWORK-EOF
                           PERFORM 3262-OPEN-BALANCE-FOR-RUN
                       END-IF
                   END-PERFORM
                   PERFORM 3255-START-ACCT-SCAN
                   PERFORM UNTIL WS-ACCTWORK-EOF
                       PERFORM 3256-READ-NEXT-ACCT-ROW
                       IF NOT WS-ACCTWORK-EOF
                           PERFORM 3264-APPLY-ACCOUNT-MOVEMENT
                       END-IF
                   END-PERFORM
                   CLOSE ACCT-HIST-FILE
                   DISPLAY "Account balances rolled forward - rows="
                           WS-ACCT-ROLL-COUNT
               END-IF
               CLOSE ACCT-BAL-FILE
           END-IF.

       3262-OPEN-BALANCE-FOR-RUN.
           MOVE AWRK-ACCOUNT TO ABAL-ACCOUNT
           READ ACCT-BAL-FILE
               INVALID KEY
                   MOVE ZEROES TO ABAL-OPENING-BALANCE
                   MOVE ZEROES TO ABAL-DEBIT-TOTAL
                   MOVE ZEROES TO ABAL-CREDIT-TOTAL
                   MOVE ZEROES TO ABAL-CLOSING-BALANCE
                   MOVE SPACES TO ABAL-LAST-ACTIVITY-DATE
                   MOVE WS-RUN-DATE TO ABAL-LAST-RUN-DATE
                   MOVE WS-RUN-START-STAMP TO ABAL-LAST-RUN-STAMP
                   MOVE FUNCTION CURRENT-DATE TO ABAL-UPDT-TIMESTAMP
                   WRITE ACCOUNT-BALANCE-RECORD
               NOT INVALID KEY
                   IF ABAL-LAST-RUN-STAMP NOT = WS-RUN-START-STAMP
                       MOVE ABAL-CLOSING-BALANCE
                           TO ABAL-OPENING-BALANCE
                   END-IF
                   MOVE ZEROES TO ABAL-DEBIT-TOTAL
                   MOVE ZEROES TO ABAL-CREDIT-TOTAL
                   MOVE ABAL-OPENING-BALANCE TO ABAL-CLOSING-BALANCE
                   MOVE WS-RUN-DATE TO ABAL-LAST-RUN-DATE
                   MOVE WS-RUN-START-STAMP TO ABAL-LAST-RUN-STAMP
                   MOVE FUNCTION CURRENT-DATE TO ABAL-UPDT-TIMESTAMP
                   REWRITE ACCOUNT-BALANCE-RECORD
           END-READ.

       3264-APPLY-ACCOUNT-MOVEMENT.
           MOVE AWRK-ACCOUNT TO ABAL-ACCOUNT
           READ ACCT-BAL-FILE
               INVALID KEY
                   DISPLAY "WARNING: account " AWRK-ACCOUNT
                           " missing from ACCT-BAL-FILE - balance "
                           "not rolled"
               NOT INVALID KEY
                   ADD 1 TO WS-ACCT-ROLL-COUNT
                   ADD AWRK-DEBIT-TOTAL  TO ABAL-DEBIT-TOTAL
                   ADD AWRK-CREDIT-TOTAL TO ABAL-CREDIT-TOTAL
                   COMPUTE ABAL-CLOSING-BALANCE =
                       ABAL-OPENING-BALANCE + ABAL-DEBIT-TOTAL
                       - ABAL-CREDIT-TOTAL
                   IF ABAL-LAST-ACTIVITY-DATE = SPACES
                       OR AWRK-DATE > ABAL-LAST-ACTIVITY-DATE
                       MOVE AWRK-DATE TO ABAL-LAST-ACTIVITY-DATE
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO ABAL-UPDT-TIMESTAMP
                   REWRITE ACCOUNT-BALANCE-RECORD
                   MOVE AWRK-ACCOUNT       TO AHST-ACCOUNT
                   MOVE AWRK-DATE          TO AHST-DATE
                   MOVE WS-RUN-START-STAMP TO AHST-RUN-STAMP
                   MOVE WS-RUN-DATE        TO AHST-RUN-DATE
                   MOVE AWRK-DEBIT-COUNT   TO AHST-DEBIT-COUNT
                   MOVE AWRK-DEBIT-TOTAL   TO AHST-DEBIT-TOTAL
                   MOVE AWRK-CREDIT-COUNT  TO AHST-CREDIT-COUNT
                   MOVE AWRK-CREDIT-TOTAL  TO AHST-CREDIT-TOTAL
                   WRITE ACCOUNT-HISTORY-RECORD
                       INVALID KEY
                           REWRITE ACCOUNT-HISTORY-RECORD
                   END-WRITE
           END-READ.

      *    The held tally is taken from the hold queue itself, so a
      *    restarted run still reports every item the run held, not
      *    just those held since the restart.
       3270-TALLY-HELD-ITEMS.
           IF WS-HOLD-OPEN-OK
               CLOSE HOLD-FILE
               MOVE "N" TO WS-HOLD-OPEN-SWITCH
               MOVE "N" TO WS-HOLD-SCAN-EOF-SWITCH
               MOVE ZEROES TO WS-RECORDS-HELD
               MOVE ZEROES TO WS-HELD-AMOUNT
               OPEN INPUT HOLD-FILE
               IF WS-HOLD-FILE-STATUS = "00"
                   PERFORM UNTIL WS-HOLD-SCAN-EOF
                       READ HOLD-FILE
                           AT END
                               SET WS-HOLD-SCAN-EOF TO TRUE
                           NOT AT END
                               IF HOLD-RUN-STAMP = WS-RUN-START-STAMP
                                   PERFORM 3275-TALLY-HELD-ITEM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HOLD-FILE
               ELSE
                   DISPLAY "WARNING: HOLD-FILE reopen failed, status="
                           WS-HOLD-FILE-STATUS " - held items not "
                           "tallied"
               END-IF
           END-IF.

       3275-TALLY-HELD-ITEM.
           MOVE HOLD-TRANS-IMAGE (1:38) TO TRANS-RECORD
           ADD 1 TO WS-RECORDS-HELD
           ADD TRANS-AMOUNT TO WS-HELD-AMOUNT
           MOVE ZEROES TO WS-TYPE-SUB
           IF WS-TYPE-ENTRY-COUNT > ZEROES
               PERFORM 2055-FIND-TYPE-ENTRY
           END-IF
           IF WS-TYPE-SUB > ZEROES
               ADD 1 TO WS-TYPE-HELD-COUNT (WS-TYPE-SUB)
               ADD TRANS-AMOUNT TO WS-TYPE-HELD-AMOUNT (WS-TYPE-SUB)
           END-IF.

      *    The same money is built several ways during the run -
      *    the date buckets, the account and type breakdowns, the
      *    cross-reference of accepted TRANS-IDs and the audit trail
      *    - and a crash and restart must not leave them telling
      *    different stories.  Each breakdown is footed onto its
      *    date's bucket and compared with what this cycle added to
      *    the bucket; the cross-reference and audit trail are
      *    counted from this run's start stamp, which a restart
      *    keeps.  Any variance is a break: the date is flagged for
      *    the history row and the GL extract is held back.
       3280-CROSS-FOOT-BREAKDOWNS.
           MOVE "N" TO WS-XFOOT-SWITCH
           MOVE ZEROES TO WS-XF-DATES-BROKEN
           MOVE ZEROES TO WS-XF-UNMATCHED-ROWS
           MOVE ZEROES TO WS-XF-GRAND-ACCEPTED
           MOVE ZEROES TO WS-XF-GRAND-NET
           PERFORM 3281-FOOT-ACCOUNT-ROWS
           PERFORM 3282-FOOT-TYPE-ROWS
           PERFORM 3284-FOOT-AUDIT-EVENTS
           PERFORM 3005-START-DATE-SCAN
           PERFORM UNTIL WS-DATEWORK-EOF
               PERFORM 3006-READ-NEXT-DATE-BUCKET
               IF NOT WS-DATEWORK-EOF
                   PERFORM 3286-FOOT-DATE-BUCKET
               END-IF
           END-PERFORM
           MOVE WS-XF-OTHER-TYPE-COUNT TO WS-XF-TYPE-COUNT
           MOVE WS-XF-OTHER-TYPE-NET   TO WS-XF-TYPE-NET
           PERFORM VARYING WS-TYPE-SEARCH-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SEARCH-SUB > WS-TYPE-ENTRY-COUNT
               ADD WS-TYPE-TRAN-COUNT (WS-TYPE-SEARCH-SUB)
                   TO WS-XF-TYPE-COUNT
               ADD WS-TYPE-TRAN-AMOUNT (WS-TYPE-SEARCH-SUB)
                   TO WS-XF-TYPE-NET
           END-PERFORM
           IF WS-XF-TYPE-COUNT NOT = WS-XF-GRAND-ACCEPTED
               OR WS-XF-TYPE-NET NOT = WS-XF-GRAND-NET
               OR WS-XF-UNMATCHED-ROWS > ZEROES
               SET WS-XFOOT-BREAK-DETECTED TO TRUE
           END-IF
           SET WS-XFOOT-DONE TO TRUE
           IF WS-XFOOT-BREAK-DETECTED
               DISPLAY "WARNING: cross-foot break on "
                       WS-XF-DATES-BROKEN " date(s), "
                       WS-XF-UNMATCHED-ROWS " unmatched row(s)"
                       " - GL extract will be suppressed"
           END-IF.

       3281-FOOT-ACCOUNT-ROWS.
           PERFORM 3255-START-ACCT-SCAN
           PERFORM UNTIL WS-ACCTWORK-EOF
               PERFORM 3256-READ-NEXT-ACCT-ROW
               IF NOT WS-ACCTWORK-EOF
                   MOVE AWRK-DATE TO DWRK-KEY
                   READ DATE-WORK-FILE
                       INVALID KEY
                           ADD 1 TO WS-XF-UNMATCHED-ROWS
                       NOT INVALID KEY
                           ADD AWRK-DEBIT-TOTAL  TO DWRK-XF-ACCT-DEBIT
                           ADD AWRK-CREDIT-TOTAL TO DWRK-XF-ACCT-CREDIT
                           REWRITE DATE-WORK-RECORD
                   END-READ
               END-IF
           END-PERFORM.

      *    The type totals on the control report are rebuilt from the
      *    type work file here, so after a restart they cover the
      *    whole run rather than only the restarted execution.
       3282-FOOT-TYPE-ROWS.
           PERFORM VARYING WS-TYPE-SEARCH-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SEARCH-SUB > WS-TYPE-ENTRY-COUNT
               MOVE ZEROES TO WS-TYPE-TRAN-COUNT (WS-TYPE-SEARCH-SUB)
               MOVE ZEROES TO WS-TYPE-TRAN-AMOUNT (WS-TYPE-SEARCH-SUB)
           END-PERFORM
           MOVE ZEROES TO WS-XF-OTHER-TYPE-COUNT
           MOVE ZEROES TO WS-XF-OTHER-TYPE-NET
           MOVE "N" TO WS-TYPEWORK-EOF-SWITCH
           MOVE LOW-VALUES TO TWRK-KEY
           START TYPE-WORK-FILE KEY NOT < TWRK-KEY
               INVALID KEY
                   SET WS-TYPEWORK-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-TYPEWORK-EOF
               READ TYPE-WORK-FILE NEXT RECORD
                   AT END
                       SET WS-TYPEWORK-EOF TO TRUE
                   NOT AT END
                       PERFORM 3283-FOOT-TYPE-ROW
               END-READ
           END-PERFORM.

       3283-FOOT-TYPE-ROW.
           MOVE TWRK-DATE TO DWRK-KEY
           READ DATE-WORK-FILE
               INVALID KEY
                   ADD 1 TO WS-XF-UNMATCHED-ROWS
               NOT INVALID KEY
                   ADD TWRK-DEBIT-TOTAL  TO DWRK-XF-TYPE-DEBIT
                   ADD TWRK-CREDIT-TOTAL TO DWRK-XF-TYPE-CREDIT
                   REWRITE DATE-WORK-RECORD
           END-READ
           MOVE ZEROES TO WS-XF-TYPE-SUB
           PERFORM VARYING WS-TYPE-SEARCH-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SEARCH-SUB > WS-TYPE-ENTRY-COUNT
               IF WS-TYPE-TBL-CODE (WS-TYPE-SEARCH-SUB)
                       = TWRK-TYPE-CODE
                   MOVE WS-TYPE-SEARCH-SUB TO WS-XF-TYPE-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-XF-TYPE-SUB > ZEROES
               ADD TWRK-DEBIT-COUNT TWRK-CREDIT-COUNT
                   TO WS-TYPE-TRAN-COUNT (WS-XF-TYPE-SUB)
               ADD TWRK-DEBIT-TOTAL
                   TO WS-TYPE-TRAN-AMOUNT (WS-XF-TYPE-SUB)
               SUBTRACT TWRK-CREDIT-TOTAL
                   FROM WS-TYPE-TRAN-AMOUNT (WS-XF-TYPE-SUB)
           ELSE
               ADD TWRK-DEBIT-COUNT TWRK-CREDIT-COUNT
                   TO WS-XF-OTHER-TYPE-COUNT
               ADD TWRK-DEBIT-TOTAL TO WS-XF-OTHER-TYPE-NET
               SUBTRACT TWRK-CREDIT-TOTAL FROM WS-XF-OTHER-TYPE-NET
           END-IF.

      *    The audit trail is append-only, so it is read back by
      *    closing it and reopening it for input, then reopened for
      *    extend as it was.  A restart replays the record that was
      *    in flight when the run died, so an event that repeats the
      *    date and TRANS-ID of the increment just before it is the
      *    same posting logged twice and is counted once.
       3284-FOOT-AUDIT-EVENTS.
           IF WS-AUDIT-OPEN-OK
               CLOSE AUDIT-FILE
               MOVE "N" TO WS-AUDIT-OPEN-SWITCH
               OPEN INPUT AUDIT-FILE
               IF WS-AUDIT-FILE-STATUS = "00"
                   MOVE "N" TO WS-XF-AUDIT-EOF-SWITCH
                   MOVE SPACES TO WS-XF-LAST-AUDIT-KEY
                   PERFORM UNTIL WS-XF-AUDIT-EOF
                       READ AUDIT-FILE
                           AT END
                               SET WS-XF-AUDIT-EOF TO TRUE
                           NOT AT END
                               IF AUDIT-EVENT-TYPE = "AREA1-INCR"
                                   AND AUDIT-TIMESTAMP (1:16)
                                       NOT < WS-RUN-START-STAMP (1:16)
                                   PERFORM 3285-FOOT-AUDIT-EVENT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-FILE
               ELSE
                   DISPLAY "WARNING: AUDIT-FILE reopen for input "
                           "failed, status=" WS-AUDIT-FILE-STATUS
                           " - audit events not counted"
               END-IF
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-FILE-STATUS = "00"
                   SET WS-AUDIT-OPEN-OK TO TRUE
               ELSE
                   DISPLAY "WARNING: AUDIT-FILE reopen for extend "
                           "failed, status=" WS-AUDIT-FILE-STATUS
               END-IF
           END-IF.

       3285-FOOT-AUDIT-EVENT.
           IF AUDIT-TRANS-DATE NOT = WS-XF-LAST-AUDIT-KEY (1:8)
               OR AUDIT-TRANS-ID NOT = WS-XF-LAST-AUDIT-KEY (9:10)
               MOVE AUDIT-TRANS-DATE TO WS-XF-LAST-AUDIT-KEY (1:8)
               MOVE AUDIT-TRANS-ID   TO WS-XF-LAST-AUDIT-KEY (9:10)
               MOVE AUDIT-TRANS-DATE TO DWRK-KEY
               READ DATE-WORK-FILE
                   INVALID KEY
                       ADD 1 TO WS-XF-UNMATCHED-ROWS
                   NOT INVALID KEY
                       ADD 1 TO DWRK-XF-AUDIT-COUNT
                       REWRITE DATE-WORK-RECORD
               END-READ
           END-IF.

       3286-FOOT-DATE-BUCKET.
           PERFORM 3287-COUNT-XREF-ROWS
           PERFORM 3288-COMPUTE-VARIANCES
           ADD WS-XF-ACCEPTED TO WS-XF-GRAND-ACCEPTED
           ADD WS-XF-NET-MOVE TO WS-XF-GRAND-NET
           IF WS-XF-ACCT-DR-VAR NOT = ZERO
               OR WS-XF-ACCT-CR-VAR NOT = ZERO
               OR WS-XF-TYPE-VAR NOT = ZERO
               OR WS-XF-XREF-VAR NOT = ZERO
               OR WS-XF-AUDIT-VAR NOT = ZERO
               MOVE "Y" TO DWRK-XFOOT-FLAG
               ADD 1 TO WS-XF-DATES-BROKEN
               SET WS-XFOOT-BREAK-DETECTED TO TRUE
           ELSE
               MOVE "N" TO DWRK-XFOOT-FLAG
           END-IF
           REWRITE DATE-WORK-RECORD.

       3287-COUNT-XREF-ROWS.
           MOVE ZEROES TO DWRK-XF-XREF-COUNT
           IF WS-XREF-OPEN-OK
               MOVE "N" TO WS-XF-XREF-EOF-SWITCH
               MOVE DWRK-KEY   TO XREF-DATE
               MOVE LOW-VALUES TO XREF-TRANS-ID
               START XREF-FILE KEY NOT < XREF-KEY
                   INVALID KEY
                       SET WS-XF-XREF-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-XF-XREF-EOF
                   READ XREF-FILE NEXT RECORD
                       AT END
                           SET WS-XF-XREF-EOF TO TRUE
                       NOT AT END
                           IF XREF-DATE NOT = DWRK-KEY
                               SET WS-XF-XREF-EOF TO TRUE
                           ELSE
                               IF XREF-TIMESTAMP (1:16)
                                   NOT < WS-RUN-START-STAMP (1:16)
                                   ADD 1 TO DWRK-XF-XREF-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Each variance is what the breakdown holds for the date
      *    less what this cycle added to the bucket, so zero means
      *    the two agree whatever earlier cycles left on the date.
       3288-COMPUTE-VARIANCES.
           COMPUTE WS-XF-ACCEPTED = DWRK-AREA-1 - DWRK-OPEN-AREA-1
           COMPUTE WS-XF-DEBIT-MOVE =
               DWRK-DEBIT-TOTAL - DWRK-OPEN-DEBIT-TOTAL
           COMPUTE WS-XF-CREDIT-MOVE =
               DWRK-CREDIT-TOTAL - DWRK-OPEN-CREDIT-TOTAL
           COMPUTE WS-XF-NET-MOVE = DWRK-AREA-2 - DWRK-OPEN-AREA-2
           COMPUTE WS-XF-ACCT-DR-VAR =
               DWRK-XF-ACCT-DEBIT - WS-XF-DEBIT-MOVE
           COMPUTE WS-XF-ACCT-CR-VAR =
               DWRK-XF-ACCT-CREDIT - WS-XF-CREDIT-MOVE
           COMPUTE WS-XF-TYPE-VAR =
               DWRK-XF-TYPE-DEBIT - DWRK-XF-TYPE-CREDIT
               - WS-XF-NET-MOVE
           COMPUTE WS-XF-XREF-VAR = DWRK-XF-XREF-COUNT - WS-XF-ACCEPTED
           COMPUTE WS-XF-AUDIT-VAR =
               DWRK-XF-AUDIT-COUNT - WS-XF-ACCEPTED.

       3300-PRODUCE-GL-EXTRACT.
           PERFORM 3305-CHECK-ALL-DATES-CONTROLLED
           PERFORM 3306-CHECK-GL-MAPPED
           PERFORM 3307-MAP-GL-WRITEOFFS
           OPEN OUTPUT GL-POST-FILE
           IF WS-GLPOST-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: GL-POST-FILE open failed, status="
                   OR NOT WS-CONTROL-TOTAL-SUPPLIED
                   OR NOT WS-ALL-DATES-CONTROLLED
                   OR WS-OUT-OF-BALANCE-DETECTED
                   OR WS-GL-UNMAPPED
                   OR WS-XFOOT-BREAK-DETECTED
                   PERFORM 3330-WRITE-SUPPRESSED-NOTICE
               ELSE
                   PERFORM 3310-WRITE-GL-POSTINGS
               END-IF
           END-PERFORM.

      *    The GL work file is the restart-proof record of what was
      *    posted, so the mapping check reads it rather than relying
      *    on this execution's warnings alone.
       3306-CHECK-GL-MAPPED.
           PERFORM 3315-START-GL-SCAN
           PERFORM UNTIL WS-GLWORK-EOF
               PERFORM 3316-READ-NEXT-GL-ROW
               IF NOT WS-GLWORK-EOF
                   AND GLWK-GL-ACCOUNT = SPACES
                   SET WS-GL-UNMAPPED TO TRUE
                   SET WS-GLWORK-EOF TO TRUE
               END-IF
           END-PERFORM.

      *    Pending write-offs are mapped before the extract is
      *    decided on, so an unmapped write-off holds the extract
      *    back just as an unmapped transaction does.  Each one posts
      *    both legs, as the transaction would have, summed by ledger
      *    account and side.
       3307-MAP-GL-WRITEOFFS.
           MOVE ZEROES TO WS-WOFF-POST-COUNT
           MOVE "N" TO WS-WOFF-EOF-SWITCH
           OPEN INPUT WOFF-FILE
           IF WS-WOFF-FILE-STATUS = "00"
               PERFORM UNTIL WS-WOFF-EOF
                   READ WOFF-FILE
                       AT END
                           SET WS-WOFF-EOF TO TRUE
                       NOT AT END
                           PERFORM 3308-MAP-GL-WRITEOFF
                   END-READ
               END-PERFORM
               CLOSE WOFF-FILE
           END-IF.

       3308-MAP-GL-WRITEOFF.
           MOVE WOFF-TYPE-CODE TO WS-GL-MAP-TYPE
           MOVE WOFF-ACCOUNT   TO WS-GL-MAP-ACCOUNT
           PERFORM 2112-FIND-GL-MAPPING
           IF WS-GLMAP-SUB = ZEROES
               SET WS-GL-UNMAPPED TO TRUE
               PERFORM 2114-NOTE-UNMAPPED-TYPE
           ELSE
               IF WOFF-DC-CODE = "C"
                   MOVE WS-GLMAP-TBL-CREDIT-GL (WS-GLMAP-SUB)
                       TO WS-GL-DEBIT-ACCOUNT
                   MOVE WS-GLMAP-TBL-DEBIT-GL (WS-GLMAP-SUB)
                       TO WS-GL-CREDIT-ACCOUNT
               ELSE
                   MOVE WS-GLMAP-TBL-DEBIT-GL (WS-GLMAP-SUB)
                       TO WS-GL-DEBIT-ACCOUNT
                   MOVE WS-GLMAP-TBL-CREDIT-GL (WS-GLMAP-SUB)
                       TO WS-GL-CREDIT-ACCOUNT
               END-IF
               MOVE WS-GL-DEBIT-ACCOUNT TO WS-GL-POST-ACCOUNT
               MOVE "D" TO WS-GL-POST-DC-CODE
               PERFORM 3309-ADD-WRITEOFF-LEG
               MOVE WS-GL-CREDIT-ACCOUNT TO WS-GL-POST-ACCOUNT
               MOVE "C" TO WS-GL-POST-DC-CODE
               PERFORM 3309-ADD-WRITEOFF-LEG
           END-IF.

       3309-ADD-WRITEOFF-LEG.
           MOVE ZEROES TO WS-WOFF-POST-SUB
           PERFORM VARYING WS-WOFF-POST-SEARCH-SUB FROM 1 BY 1
                   UNTIL WS-WOFF-POST-SEARCH-SUB > WS-WOFF-POST-COUNT
               IF WS-WOFF-POST-GL-ACCOUNT (WS-WOFF-POST-SEARCH-SUB)
                       = WS-GL-POST-ACCOUNT
                   AND WS-WOFF-POST-DC-CODE (WS-WOFF-POST-SEARCH-SUB)
                       = WS-GL-POST-DC-CODE
                   MOVE WS-WOFF-POST-SEARCH-SUB TO WS-WOFF-POST-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-WOFF-POST-SUB = ZEROES
               ADD 1 TO WS-WOFF-POST-COUNT
               MOVE WS-WOFF-POST-COUNT TO WS-WOFF-POST-SUB
               MOVE WS-GL-POST-ACCOUNT
                   TO WS-WOFF-POST-GL-ACCOUNT (WS-WOFF-POST-SUB)
               MOVE WS-GL-POST-DC-CODE
                   TO WS-WOFF-POST-DC-CODE (WS-WOFF-POST-SUB)
               MOVE ZEROES TO WS-WOFF-POST-TRAN-COUNT (WS-WOFF-POST-SUB)
               MOVE ZEROES TO WS-WOFF-POST-AMOUNT (WS-WOFF-POST-SUB)
           END-IF
           ADD 1 TO WS-WOFF-POST-TRAN-COUNT (WS-WOFF-POST-SUB)
           ADD WOFF-AMOUNT TO WS-WOFF-POST-AMOUNT (WS-WOFF-POST-SUB).

       3310-WRITE-GL-POSTINGS.
           MOVE SPACES TO GL-HEADER-RECORD
           MOVE "HD" TO GL-HDR-RECORD-TYPE
           MOVE WS-RUN-DATE TO GL-HDR-RUN-DATE
           MOVE WS-RUN-CYCLE TO GL-HDR-RUN-CYCLE
           MOVE FUNCTION CURRENT-DATE TO GL-HDR-TIMESTAMP
           WRITE GL-HEADER-RECORD
           MOVE ZEROES TO WS-GL-RECORD-COUNT
           MOVE ZEROES TO WS-GL-HASH-TOTAL
           PERFORM 3315-START-GL-SCAN
           PERFORM UNTIL WS-GLWORK-EOF
               PERFORM 3316-READ-NEXT-GL-ROW
               IF NOT WS-GLWORK-EOF
                   PERFORM 3320-WRITE-GL-DATE-DETAILS
               END-IF
           END-PERFORM
           DISPLAY "GL posting extract produced - details="
                   WS-GL-RECORD-COUNT.

       3315-START-GL-SCAN.
           MOVE "N" TO WS-GLWORK-EOF-SWITCH
           IF WS-GLWORK-OPEN-OK
               MOVE LOW-VALUES TO GLWK-KEY
               START GL-WORK-FILE KEY NOT < GLWK-KEY
                   INVALID KEY
                       SET WS-GLWORK-EOF TO TRUE
               END-START
           ELSE
               SET WS-GLWORK-EOF TO TRUE
           END-IF.

       3316-READ-NEXT-GL-ROW.
           READ GL-WORK-FILE NEXT RECORD
               AT END
                   SET WS-GLWORK-EOF TO TRUE
           END-READ.

      *    One DT posting per business date, ledger account and side,
      *    in key order.
       3320-WRITE-GL-DATE-DETAILS.
           IF GLWK-AMOUNT > ZEROES
               MOVE SPACES TO GL-DETAIL-RECORD
               MOVE "DT" TO GL-DTL-RECORD-TYPE
               MOVE GLWK-DATE TO GL-DTL-POST-DATE
               MOVE GLWK-DC-CODE TO GL-DTL-DC-CODE
               MOVE GLWK-COUNT TO GL-DTL-COUNT
               MOVE GLWK-AMOUNT TO GL-DTL-AMOUNT
               MOVE GLWK-GL-ACCOUNT TO GL-DTL-GL-ACCOUNT
               WRITE GL-DETAIL-RECORD
               ADD 1 TO WS-GL-RECORD-COUNT
               ADD GLWK-AMOUNT TO WS-GL-HASH-TOTAL
           END-IF.

      *    Rejects written off since the last extract are folded in
      *    as WO postings - one record per ledger account and side,
      *    dated with the run date, as 3307 mapped them - so the
      *    ledger sees the abandoned money as well as the accepted
      *    money.  The pending file is cleared only after an extract
      *    actually carries them.
       3325-WRITE-GL-WRITEOFFS.
           PERFORM VARYING WS-WOFF-POST-SUB FROM 1 BY 1
                   UNTIL WS-WOFF-POST-SUB > WS-WOFF-POST-COUNT
               MOVE SPACES TO GL-WRITEOFF-RECORD
               MOVE "WO" TO GL-WOF-RECORD-TYPE
               MOVE WS-RUN-DATE TO GL-WOF-POST-DATE
               MOVE WS-WOFF-POST-DC-CODE (WS-WOFF-POST-SUB)
                   TO GL-WOF-DC-CODE
               MOVE WS-WOFF-POST-TRAN-COUNT (WS-WOFF-POST-SUB)
                   TO GL-WOF-COUNT
               MOVE WS-WOFF-POST-AMOUNT (WS-WOFF-POST-SUB)
                   TO GL-WOF-AMOUNT
               MOVE WS-WOFF-POST-GL-ACCOUNT (WS-WOFF-POST-SUB)
                   TO GL-WOF-GL-ACCOUNT
               WRITE GL-WRITEOFF-RECORD
               ADD 1 TO WS-GL-RECORD-COUNT
               ADD WS-WOFF-POST-AMOUNT (WS-WOFF-POST-SUB)
                   TO WS-GL-HASH-TOTAL
           END-PERFORM.

       3330-WRITE-SUPPRESSED-NOTICE.
           MOVE SPACES TO GL-NOTICE-RECORD
           MOVE "NX" TO GL-NTC-RECORD-TYPE
           MOVE WS-RUN-DATE TO GL-NTC-RUN-DATE
           MOVE WS-RUN-CYCLE TO GL-NTC-RUN-CYCLE
           EVALUATE TRUE
               WHEN WS-FEED-SEQ-GAP
                   MOVE "FEED SEQ GAP - EXTRACT SUPPRESSED"
                       TO GL-NTC-REASON
               WHEN WS-FEED-SEQ-REPEAT
                   MOVE "FEED SEQ REPEATED - EXTRACT SUPPRESSED"
                       TO GL-NTC-REASON
               WHEN WS-FEED-TRAILER-BAD
                   MOVE "FEED TRAILER BAD - EXTRACT SUPPRESSED"
                       TO GL-NTC-REASON
               WHEN WS-FEED-HEADER-BAD
                   MOVE "FEED HEADER BAD - EXTRACT SUPPRESSED"
                       TO GL-NTC-REASON
               WHEN WS-FATAL-ERROR
                   MOVE "RUN FAILED - EXTRACT SUPPRESSED"
                       TO GL-NTC-REASON
               WHEN WS-OVERFLOW-DETECTED
                   MOVE "ACCUMULATOR OVERFLOW - EXTRACT SUPPRESSED"
                       TO GL-NTC-REASON
               WHEN WS-XFOOT-BREAK-DETECTED
                   MOVE "CROSS-FOOT BREAK - EXTRACT SUPPRESSED"
                       TO GL-NTC-REASON
               WHEN NOT WS-CONTROL-TOTAL-SUPPLIED
                   OR NOT WS-ALL-DATES-CONTROLLED
                   MOVE "NO CONTROL TOTAL - EXTRACT SUPPRESSED"
                       TO GL-NTC-REASON
               WHEN WS-GL-UNMAPPED
                   AND NOT WS-OUT-OF-BALANCE-DETECTED
                   MOVE "GL MAPPING MISSING - EXTRACT SUPPRESSED"
                       TO GL-NTC-REASON
               WHEN OTHER
                   MOVE "OUT OF BALANCE - EXTRACT SUPPRESSED"
                       TO GL-NTC-REASON
           WRITE GL-NOTICE-RECORD
           DISPLAY "GL posting extract SUPPRESSED - " GL-NTC-REASON.

      *    The feed-control row moves only once the run has taken the
      *    whole file and completed, so tomorrow's feed from the
      *    source must carry the next sequence number.  An overflow
      *    run leaves the row alone: its cycle is rerun with the
      *    same file, which must still be the next in sequence.
       3350-RECORD-FEED-SEQUENCE.
           IF WS-FEED-SOURCE-ID NOT = SPACES
               OPEN I-O FEED-CTL-FILE
               IF WS-FEEDCTL-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: FEED-CTL-FILE open failed, "
                           "status=" WS-FEEDCTL-FILE-STATUS
                           " - feed sequence " WS-FEED-SEQUENCE
                           " not recorded"
               ELSE
                   MOVE WS-FEED-SOURCE-ID TO FCTL-SOURCE-ID
                   READ FEED-CTL-FILE
                       INVALID KEY
                           PERFORM 3355-SET-FEED-CONTROL-ROW
                           WRITE FEED-CONTROL-RECORD
                       NOT INVALID KEY
                           PERFORM 3355-SET-FEED-CONTROL-ROW
                           REWRITE FEED-CONTROL-RECORD
                   END-READ
                   CLOSE FEED-CTL-FILE
                   DISPLAY "Feed control updated - source "
                           WS-FEED-SOURCE-ID " sequence "
                           WS-FEED-SEQUENCE
               END-IF
           END-IF.

       3355-SET-FEED-CONTROL-ROW.
           MOVE WS-FEED-SOURCE-ID     TO FCTL-SOURCE-ID
           MOVE WS-FEED-SEQUENCE      TO FCTL-LAST-SEQUENCE
           MOVE WS-FEED-CREATION-DATE TO FCTL-LAST-CREATION-DATE
           MOVE WS-RUN-DATE           TO FCTL-LAST-RUN-DATE
           MOVE WS-RUN-CYCLE          TO FCTL-LAST-RUN-CYCLE
           MOVE WS-FEED-DETAIL-COUNT  TO FCTL-LAST-DETAIL-COUNT
           MOVE WS-FEED-AMOUNT-HASH   TO FCTL-LAST-AMOUNT-HASH
           IF WS-FEED-GAP-OVERRIDDEN
               MOVE "Y" TO FCTL-GAP-OVERRIDDEN
           ELSE
               MOVE "N" TO FCTL-GAP-OVERRIDDEN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO FCTL-UPDT-TIMESTAMP.

       3100-PRODUCE-CONTROL-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN OUTPUT REPORT-FILE
               MOVE WS-CURRENT-DATE-TIME(5:2) TO WS-REPORT-RUN-DATE(6:2)
               MOVE "-"                       TO WS-REPORT-RUN-DATE(8:1)
               MOVE WS-CURRENT-DATE-TIME(7:2) TO WS-REPORT-RUN-DATE(9:2)
               MOVE WS-RUN-CYCLE TO WS-REPORT-RUN-CYCLE
               MOVE WS-REPORT-LINE-2 TO REPORT-RECORD
               WRITE REPORT-RECORD
               IF WS-FEED-SOURCE-ID NOT = SPACES
                   MOVE WS-FEED-AMOUNT-HASH TO WS-FEED-HASH-EDIT
                   MOVE SPACES TO WS-REPORT-RECON-TEXT
                   STRING "FEED: SOURCE " WS-FEED-SOURCE-ID
                       "  SEQUENCE " WS-FEED-SEQUENCE
                       "  CREATED " WS-FEED-CREATION-DATE
                       "  DETAILS " WS-FEED-DETAIL-COUNT
                       "  HASH " WS-FEED-HASH-EDIT
                       DELIMITED BY SIZE INTO WS-REPORT-RECON-TEXT
                   MOVE WS-REPORT-RECON-TEXT TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               IF WS-FEED-GAP-OVERRIDDEN
                   MOVE "FEED CHECK: SEQUENCE GAP ACCEPTED BY OVERRIDE"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               IF WS-GL-UNMAPPED
                   MOVE "GL MAPPING CHECK: TYPE NOT MAPPED"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   PERFORM VARYING WS-UNMAPPED-SUB FROM 1 BY 1
                           UNTIL WS-UNMAPPED-SUB
                               > WS-UNMAPPED-ENTRY-COUNT
                       PERFORM 3145-WRITE-UNMAPPED-LINE
                   END-PERFORM
               END-IF
               PERFORM 3005-START-DATE-SCAN
               PERFORM UNTIL WS-DATEWORK-EOF
                   PERFORM 3006-READ-NEXT-DATE-BUCKET
                       PERFORM 3130-WRITE-TYPE-LINE
                   END-PERFORM
               END-IF
               IF WS-RECORDS-HELD > ZEROES
                   AND WS-TYPE-ENTRY-COUNT > ZEROES
                   MOVE WS-REPORT-HELD-HEADER TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   PERFORM VARYING WS-TYPE-SEARCH-SUB FROM 1 BY 1
                           UNTIL WS-TYPE-SEARCH-SUB
                               > WS-TYPE-ENTRY-COUNT
                       IF WS-TYPE-HELD-COUNT (WS-TYPE-SEARCH-SUB)
                               > ZEROES
                           PERFORM 3135-WRITE-HELD-TYPE-LINE
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-ACCT-ROW-COUNT > ZEROES
                   MOVE WS-REPORT-ACCT-HEADER TO REPORT-RECORD
                   WRITE REPORT-RECORD
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-XFOOT-DONE
                   PERFORM 3150-WRITE-CROSS-FOOT-SECTION
               END-IF
               MOVE WS-RECORDS-READ TO WS-REPORT-READ-COUNT
               MOVE WS-REPORT-LINE-5 TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-CREDITS-CLEARED TO WS-REPORT-CLEARED-COUNT
               MOVE WS-REPORT-LINE-9 TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-RECORDS-HELD TO WS-REPORT-HELD-COUNT
               MOVE WS-REPORT-LINE-10 TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-HELD-AMOUNT TO WS-REPORT-HELD-AMOUNT
               MOVE WS-REPORT-LINE-11 TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-HOLDS-RELEASED TO WS-REPORT-RELEASED-COUNT
               MOVE WS-REPORT-LINE-12 TO REPORT-RECORD
               WRITE REPORT-RECORD
               IF WS-RESP-DETAIL-COUNT > ZEROES
                   OR WS-RESP-UPDATE-COUNT > ZEROES
                   MOVE SPACES TO WS-REPORT-RECON-TEXT
                   STRING "RESPONSE FILE " WS-RESPONSE-FILE-NAME
                       "  DETAILS " WS-RESP-DETAIL-COUNT
                       "  UPDATES " WS-RESP-UPDATE-COUNT
                       "  FROM PENDING " WS-RESP-PENDING-SENT
                       DELIMITED BY SIZE INTO WS-REPORT-RECON-TEXT
                   MOVE WS-REPORT-RECON-TEXT TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               MOVE "ID-BLANK"   TO WS-REPORT-REASON-CODE
               MOVE WS-REJ-ID-BLANK-COUNT TO WS-REPORT-REASON-COUNT
               PERFORM 3110-WRITE-REASON-LINE
               MOVE "PERIOD-CLS" TO WS-REPORT-REASON-CODE
               MOVE WS-REJ-PERIOD-CLS-COUNT TO WS-REPORT-REASON-COUNT
               PERFORM 3110-WRITE-REASON-LINE
               MOVE "ACCT-FROZN" TO WS-REPORT-REASON-CODE
               MOVE WS-REJ-ACCT-FROZN-COUNT TO WS-REPORT-REASON-COUNT
               PERFORM 3110-WRITE-REASON-LINE
               MOVE "ACCT-CLOSD" TO WS-REPORT-REASON-CODE
               MOVE WS-REJ-ACCT-CLOSD-COUNT TO WS-REPORT-REASON-COUNT
               PERFORM 3110-WRITE-REASON-LINE
               MOVE SPACES TO WS-REPORT-RECON-TEXT
               EVALUATE TRUE
                   WHEN WS-FEED-REJECTED
                       STRING "FEED REJECTED - " WS-FEED-REJECT-TEXT
                           DELIMITED BY SIZE INTO WS-REPORT-RECON-TEXT
                   WHEN WS-FATAL-ERROR
                       MOVE "RUN FAILED - NO TOTALS PRODUCED"
                           TO WS-REPORT-RECON-TEXT

       3400-UPDATE-RUN-CONTROL.
           IF WS-RUN-LOCKED
               MOVE WS-RUN-DATE TO RUNC-RUN-DATE
               MOVE WS-RUN-CYCLE TO RUNC-CYCLE
               EVALUATE TRUE
                   WHEN WS-FEED-REJECTED
                       MOVE "FEED-REJ" TO RUNC-STATUS
                   WHEN WS-FATAL-ERROR
                       MOVE "FAILED" TO RUNC-STATUS
                   WHEN WS-OVERFLOW-DETECTED
               DISPLAY "Run control updated - status " RUNC-STATUS
           END-IF.

      *    Updates the reject repair and hold release utilities left
      *    on RESPPEND.DAT go out behind this run's own rows, and the
      *    pending file is cleared once the trailer is down.  A run
      *    that failed leaves them pending: its restart rebuilds the
      *    file and sends them then.  The trailer carries the run
      *    status the run-control row is given, so the source can
      *    tell a file answered in full from one cut short.
       3500-COMPLETE-RESPONSE-FILE.
           MOVE ZEROES TO WS-RESP-PENDING-SENT
           IF NOT WS-FATAL-ERROR
               PERFORM 3510-SEND-PENDING-UPDATES
           END-IF
           MOVE SPACES TO RESPONSE-TRAILER-RECORD
           MOVE "TR"                   TO RESP-TRL-RECORD-TYPE
           MOVE WS-FEED-SOURCE-ID      TO RESP-TRL-SOURCE-ID
           MOVE WS-FEED-SEQUENCE       TO RESP-TRL-FILE-SEQUENCE
           MOVE WS-RUN-DATE            TO RESP-TRL-RUN-DATE
           MOVE WS-RUN-CYCLE           TO RESP-TRL-RUN-CYCLE
           EVALUATE TRUE
               WHEN WS-FEED-REJECTED
                   MOVE "FEED-REJ" TO RESP-TRL-RUN-STATUS
               WHEN WS-FATAL-ERROR
                   MOVE "FAILED" TO RESP-TRL-RUN-STATUS
               WHEN WS-OVERFLOW-DETECTED
                   MOVE "OVERFLOW" TO RESP-TRL-RUN-STATUS
               WHEN OTHER
                   MOVE "COMPLETED" TO RESP-TRL-RUN-STATUS
           END-EVALUATE
           MOVE WS-RESP-DETAIL-COUNT   TO RESP-TRL-DETAIL-COUNT
           MOVE WS-RESP-AMOUNT-HASH    TO RESP-TRL-AMOUNT-HASH
           MOVE WS-RESP-ACCEPTED-COUNT TO RESP-TRL-ACCEPTED-COUNT
           MOVE WS-RESP-REJECTED-COUNT TO RESP-TRL-REJECTED-COUNT
           MOVE WS-RESP-DEFERRED-COUNT TO RESP-TRL-DEFERRED-COUNT
           MOVE WS-RESP-DUPLICATE-COUNT
                                       TO RESP-TRL-DUPLICATE-COUNT
           MOVE WS-RESP-UPDATE-COUNT   TO RESP-TRL-UPDATE-COUNT
           WRITE RESPONSE-TRAILER-RECORD
           IF WS-RESPONSE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: RESPONSE-FILE trailer write failed, "
                       "status=" WS-RESPONSE-FILE-STATUS
                       " - RESPPEND.DAT left pending"
           ELSE
               IF WS-RESP-PENDING-SENT > ZEROES
                   OPEN OUTPUT RESPPEND-FILE
                   CLOSE RESPPEND-FILE
               END-IF
           END-IF
           CLOSE RESPONSE-FILE
           MOVE "N" TO WS-RESP-OPEN-SWITCH
           DISPLAY "Response file " WS-RESPONSE-FILE-NAME
                   " written - details=" WS-RESP-DETAIL-COUNT
                   " updates=" WS-RESP-UPDATE-COUNT.

       3510-SEND-PENDING-UPDATES.
           MOVE "N" TO WS-RESP-EOF-SWITCH
           OPEN INPUT RESPPEND-FILE
           IF WS-RESPPEND-FILE-STATUS = "00"
               PERFORM UNTIL WS-RESP-EOF
                   READ RESPPEND-FILE INTO RESPONSE-DETAIL-RECORD
                       AT END
                           SET WS-RESP-EOF TO TRUE
                       NOT AT END
                           WRITE RESPONSE-DETAIL-RECORD
                           IF WS-RESPONSE-FILE-STATUS = "00"
                               PERFORM 2720-TALLY-RESPONSE-ROW
                               ADD 1 TO WS-RESP-PENDING-SENT
                           ELSE
                               DISPLAY "ERROR: RESPONSE-FILE write "
                                       "failed, status="
                                       WS-RESPONSE-FILE-STATUS
                                       " - RESPPEND.DAT left pending"
                               MOVE ZEROES TO WS-RESP-PENDING-SENT
                               SET WS-RESP-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESPPEND-FILE
           END-IF.

       3120-WRITE-DATE-SECTION.
           MOVE DWRK-KEY TO WS-REPORT-TRANS-DATE
           MOVE WS-REPORT-DATE-LINE TO REPORT-RECORD
           MOVE DWRK-CREDIT-TOTAL TO WS-REPORT-CREDIT-TOTAL
           MOVE WS-REPORT-LINE-4B TO REPORT-RECORD
           WRITE REPORT-RECORD
           COMPUTE WS-CYCLE-MOVEMENT = DWRK-AREA-2 - DWRK-OPEN-AREA-2
           IF DWRK-OPEN-AREA-2 > ZEROES
               MOVE WS-CYCLE-MOVEMENT TO WS-REPORT-CYCLE-MOVEMENT
               MOVE WS-REPORT-LINE-4C TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           EVALUATE TRUE
               WHEN NOT DWRK-CTL-SUPPLIED
                   MOVE "CONTROL TOTAL CHECK: NOT SUPPLIED"
               WHEN DWRK-OUT-OF-BALANCE
                   MOVE DWRK-EXPECTED-TOTAL
                       TO WS-EXPECTED-TOTAL-EDIT
                   MOVE WS-CYCLE-MOVEMENT
                       TO WS-AREA-2-DISPLAY
                   STRING "CONTROL TOTAL CHECK: OUT OF BALANCE -"
                       " EXPECTED " WS-EXPECTED-TOTAL-EDIT
           MOVE WS-REPORT-ACCT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    One line per date with the variance of each breakdown
      *    from the cycle's movement on the bucket, then the run-wide
      *    type check and the verdict the GL extract acted on.
       3150-WRITE-CROSS-FOOT-SECTION.
           MOVE WS-REPORT-XFOOT-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-REPORT-XFOOT-TITLES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 3005-START-DATE-SCAN
           PERFORM UNTIL WS-DATEWORK-EOF
               PERFORM 3006-READ-NEXT-DATE-BUCKET
               IF NOT WS-DATEWORK-EOF
                   PERFORM 3155-WRITE-CROSS-FOOT-LINE
               END-IF
           END-PERFORM
           MOVE WS-XF-TYPE-COUNT     TO WS-REPORT-XF-TYPE-COUNT
           MOVE WS-XF-GRAND-ACCEPTED TO WS-REPORT-XF-GRAND-COUNT
           MOVE WS-XF-TYPE-NET       TO WS-REPORT-XF-TYPE-NET
           MOVE WS-XF-GRAND-NET      TO WS-REPORT-XF-GRAND-NET
           IF WS-XF-TYPE-COUNT = WS-XF-GRAND-ACCEPTED
               AND WS-XF-TYPE-NET = WS-XF-GRAND-NET
               MOVE "OK"    TO WS-REPORT-XF-TYPE-RESULT
           ELSE
               MOVE "BREAK" TO WS-REPORT-XF-TYPE-RESULT
           END-IF
           MOVE WS-REPORT-XFOOT-TYPE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-XF-UNMATCHED-ROWS > ZEROES
               MOVE SPACES TO WS-REPORT-RECON-TEXT
               STRING "  BREAKDOWN ROWS FOR A DATE WITH NO BUCKET: "
                   WS-XF-UNMATCHED-ROWS
                   DELIMITED BY SIZE INTO WS-REPORT-RECON-TEXT
               MOVE WS-REPORT-RECON-TEXT TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO WS-REPORT-RECON-TEXT
           IF WS-XFOOT-BREAK-DETECTED
               STRING "CROSS-FOOT CHECK: BREAK ON " WS-XF-DATES-BROKEN
                   " DATE(S) - GL EXTRACT SUPPRESSED"
                   DELIMITED BY SIZE INTO WS-REPORT-RECON-TEXT
           ELSE
               MOVE "CROSS-FOOT CHECK: ALL BREAKDOWNS AGREE"
                   TO WS-REPORT-RECON-TEXT
           END-IF
           MOVE WS-REPORT-RECON-TEXT TO REPORT-RECORD
           WRITE REPORT-RECORD.

       3155-WRITE-CROSS-FOOT-LINE.
           PERFORM 3288-COMPUTE-VARIANCES
           MOVE DWRK-KEY          TO WS-REPORT-XF-DATE
           MOVE WS-XF-ACCEPTED    TO WS-REPORT-XF-ACCEPTED
           MOVE WS-XF-ACCT-DR-VAR TO WS-REPORT-XF-ACCT-DR
           MOVE WS-XF-ACCT-CR-VAR TO WS-REPORT-XF-ACCT-CR
           MOVE WS-XF-TYPE-VAR    TO WS-REPORT-XF-TYPE
           MOVE WS-XF-XREF-VAR    TO WS-REPORT-XF-XREF
           MOVE WS-XF-AUDIT-VAR   TO WS-REPORT-XF-AUDIT
           IF DWRK-XFOOT-BREAK
               MOVE "BREAK" TO WS-REPORT-XF-RESULT
           ELSE
               MOVE "OK"    TO WS-REPORT-XF-RESULT
           END-IF
           MOVE WS-REPORT-XFOOT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       3145-WRITE-UNMAPPED-LINE.
           MOVE SPACES TO WS-REPORT-RECON-TEXT
           STRING "  NO GL MAPPING FOR TYPE "
               WS-UNMAPPED-TBL-TYPE (WS-UNMAPPED-SUB)
               " - TRANSACTIONS "
               WS-UNMAPPED-TBL-COUNT (WS-UNMAPPED-SUB)
               DELIMITED BY SIZE INTO WS-REPORT-RECON-TEXT
           MOVE WS-REPORT-RECON-TEXT TO REPORT-RECORD
           WRITE REPORT-RECORD.

       3130-WRITE-TYPE-LINE.
           MOVE WS-TYPE-TBL-CODE (WS-TYPE-SEARCH-SUB)
               TO WS-REPORT-TYPE-CODE
               TO WS-REPORT-TYPE-AMOUNT
           MOVE WS-REPORT-TYPE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       3135-WRITE-HELD-TYPE-LINE.
           MOVE WS-TYPE-TBL-CODE (WS-TYPE-SEARCH-SUB)
               TO WS-REPORT-TYPE-CODE
           MOVE WS-TYPE-TBL-DESC (WS-TYPE-SEARCH-SUB)
               TO WS-REPORT-TYPE-DESC
           MOVE WS-TYPE-HELD-COUNT (WS-TYPE-SEARCH-SUB)
               TO WS-REPORT-TYPE-COUNT
           MOVE WS-TYPE-HELD-AMOUNT (WS-TYPE-SEARCH-SUB)
               TO WS-REPORT-TYPE-AMOUNT
           MOVE WS-REPORT-TYPE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
