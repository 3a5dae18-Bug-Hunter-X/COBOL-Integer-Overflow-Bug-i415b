      *            number of transaction records (signed currency
      *            amount pairs) from TRANS-IN and sums each pair,
      *            replacing the original fixed-pair overflow fix with
      *            a real production feed.  Foreign-currency
      *            records are converted to base currency at the
      *            daily FXRATE rate for their business date.
      *            Postings to an auto-reverse (accrual) category
      *            generate a reversing feed, with its own control-
      *            total trailer, for the next processing day.
      *            Run with the PREEDIT option (fifth argument) it
      *            only validates a landed feed against its trailer
      *            and reports what the posting run would reject -
      *            nothing is posted and no control file is touched.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMBATCH.
           SELECT RESULT-OUT ASSIGN TO RESULTOT
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CTL-TOTAL-IN ASSIGN TO CTLTOTIN
               RECORD KEY IS PCAL-DATE
               FILE STATUS IS WS-PROCCAL-STATUS.

           SELECT FX-RATE-MASTER ASSIGN TO FXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS WS-FXRATE-STATUS.

           SELECT SOURCE-MASTER ASSIGN TO SRCMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
           SELECT RECON-RPT ASSIGN TO RECONRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT PRE-EDIT-RPT ASSIGN TO PRERPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT PRE-EDIT-KEYS ASSIGN TO PREKEYS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-KEY
               FILE STATUS IS WS-PREKEYS-STATUS.

           SELECT OPTIONAL ACCRUAL-OUT ASSIGN TO ACCRLOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCRUAL-CTL-OUT ASSIGN TO ACCRLCTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCRUAL-LEDGER ASSIGN TO ACCRLDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ACCRLDG-STATUS.

           SELECT STEP-CONTROL ASSIGN TO STEPCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-STEPCTL-STATUS.

           SELECT OPTIONAL STEP-OVERRIDE-IN ASSIGN TO STEPOVR
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL STEP-OVERRIDE-LOG ASSIGN TO STEPLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-IN
               ==CKPT-SRC-ID== BY ==CKPT-IN-SRC-ID==
               ==CKPT-SRC-TOTAL== BY ==CKPT-IN-SRC-TOTAL==
               ==CKPT-SRC-COUNT== BY ==CKPT-IN-SRC-COUNT==
               ==CKPT-SRC-LAST-SEQ== BY ==CKPT-IN-SRC-LAST-SEQ==
               ==CKPT-CCY-USED-COUNT== BY ==CKPT-IN-CCY-USED-COUNT==
               ==CKPT-CURRENCY-ENTRY== BY ==CKPT-IN-CURRENCY-ENTRY==
               ==CKPT-CCY-SOURCE-ID== BY ==CKPT-IN-CCY-SOURCE-ID==
               ==CKPT-CCY-CODE== BY ==CKPT-IN-CCY-CODE==
               ==CKPT-CCY-COUNT== BY ==CKPT-IN-CCY-COUNT==
               ==CKPT-CCY-ORIG-TOTAL== BY ==CKPT-IN-CCY-ORIG-TOTAL==
               ==CKPT-CCY-BASE-TOTAL== BY ==CKPT-IN-CCY-BASE-TOTAL==.

       FD  CHKPT-OUT
           RECORDING MODE IS F.
               ==CKPT-SRC-ID== BY ==CKPT-OUT-SRC-ID==
               ==CKPT-SRC-TOTAL== BY ==CKPT-OUT-SRC-TOTAL==
               ==CKPT-SRC-COUNT== BY ==CKPT-OUT-SRC-COUNT==
               ==CKPT-SRC-LAST-SEQ== BY ==CKPT-OUT-SRC-LAST-SEQ==
               ==CKPT-CCY-USED-COUNT== BY ==CKPT-OUT-CCY-USED-COUNT==
               ==CKPT-CURRENCY-ENTRY== BY ==CKPT-OUT-CURRENCY-ENTRY==
               ==CKPT-CCY-SOURCE-ID== BY ==CKPT-OUT-CCY-SOURCE-ID==
               ==CKPT-CCY-CODE== BY ==CKPT-OUT-CCY-CODE==
               ==CKPT-CCY-COUNT== BY ==CKPT-OUT-CCY-COUNT==
               ==CKPT-CCY-ORIG-TOTAL== BY ==CKPT-OUT-CCY-ORIG-TOTAL==
               ==CKPT-CCY-BASE-TOTAL== BY ==CKPT-OUT-CCY-BASE-TOTAL==.

       FD  SUMMARY-RPT
           RECORDING MODE IS F.
       FD  PROC-CALENDAR.
           COPY PROCCAL.

       FD  FX-RATE-MASTER.
           COPY FXRATE.

       FD  SOURCE-MASTER.
           COPY SRCMAST.

       FD  EXCP-LEDGER.
           COPY EXCPLDGR.

       FD  PRE-EDIT-RPT
           RECORDING MODE IS F.
           COPY SUMRPT REPLACING ==SUMMARY-RECORD==
               BY ==PRE-EDIT-RECORD==.

       FD  PRE-EDIT-KEYS.
           COPY SEQPOST REPLACING ==POSTED-SEQ-RECORD==
               BY ==PRE-EDIT-KEY-RECORD==
               LEADING ==PS== BY ==PK==.

       FD  ACCRUAL-OUT
           RECORDING MODE IS F.
           COPY TRANREC REPLACING LEADING ==TRAN== BY ==ACRL==.

       FD  ACCRUAL-CTL-OUT
           RECORDING MODE IS F.
           COPY CTLTOTREC REPLACING LEADING ==CTL== BY ==ACTL==.

       FD  ACCRUAL-LEDGER.
           COPY ACCRLDGR.

       FD  STEP-CONTROL.
           COPY STEPCTL.

       FD  STEP-OVERRIDE-IN
           RECORDING MODE IS F.
           COPY STEPOVR.

       FD  STEP-OVERRIDE-LOG
           RECORDING MODE IS F.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.
       01  WS-DATA-AREA.
           05  WS-INTEGER-1             PIC S9(7)V99 COMP-3 VALUE 0.

       01  WS-CURRENT-TIMESTAMP         PIC X(26).

      *    Audit chain - the sequence and chain value of the last
      *    audit record written.  A restart or correction cycle picks
      *    them up from the end of the log it extends.
       01  WS-AUDIT-CHAIN-AREA.
           05  WS-AUDIT-SEQUENCE        PIC 9(9) VALUE 0.
           05  WS-AUDIT-CHAIN-VALUE     PIC 9(10) VALUE 0.
           05  WS-AUDIT-CHAIN-WORK      PIC 9(12) VALUE 0.
           05  WS-AUDIT-CHAINED-LENGTH  PIC 9(3) VALUE 89.
           05  WS-AUDIT-CHAIN-POS       PIC 9(3) VALUE 0.
           05  WS-AUDIT-LOG-EOF-SWITCH  PIC X VALUE 'N'.
               88  AUDIT-LOG-END-OF-FILE         VALUE 'Y'.

      *    A posting to an auto-reverse (accrual) category generates
      *    a reversing record dated to the next processing day under
      *    the accrual source, numbered in its own 7xxxxxxxx range,
      *    so the reversals post and reconcile as a feed of their
      *    own.  The numbering and the trailer total run on across
      *    the day's cycles - a restart or correction cycle first
      *    reads the accrual file it is about to extend.
       01  WS-ACCRUAL-AREA.
           05  WS-ACCRUAL-SOURCE-ID     PIC X(3) VALUE "ACR".
           05  WS-ACCRUAL-SEQ-BASE      PIC 9(9) VALUE 700000000.
           05  WS-ACCRUAL-LAST-SEQ      PIC 9(9) VALUE 0.
           05  WS-ACCRUAL-DATE          PIC 9(8) VALUE 0.
           05  WS-ACCRUAL-AMOUNT        PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-ACCRUAL-HASH-TOTAL    PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-ACCRUAL-FILE-COUNT    PIC 9(7) VALUE 0.
           05  WS-ACCRUAL-COUNT         PIC 9(7) VALUE 0.
           05  WS-ACCRUAL-POSTED-COUNT  PIC 9(7) VALUE 0.
           05  WS-ACCRUAL-UNMATCHED-COUNT
                                        PIC 9(7) VALUE 0.
           05  WS-ACCRUAL-CAT-SWITCH    PIC X VALUE 'N'.
               88  ACCRUAL-CATEGORY              VALUE 'Y'.
           05  WS-ACCRUAL-EOF-SWITCH    PIC X VALUE 'N'.
               88  ACCRUAL-END-OF-FILE           VALUE 'Y'.
           05  WS-ACCRLDG-STATUS        PIC XX VALUE SPACES.
           05  WS-ACCRLDG-AVAIL-SWITCH  PIC X VALUE 'N'.
               88  ACCRUAL-LEDGER-AVAILABLE      VALUE 'Y'.

       01  WS-RECONCILE-AREA.
           05  WS-EXTERNAL-CTL-TOTAL    PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-CTL-DIFFERENCE        PIC S9(9)V99 COMP-3 VALUE 0.
               10  WS-MCAT-STATUS       PIC X VALUE SPACE.
               10  WS-MCAT-EFF-DATE     PIC 9(8) VALUE 0.
               10  WS-MCAT-END-DATE     PIC 9(8) VALUE 0.
               10  WS-MCAT-AUTO-REVERSE PIC X VALUE 'N'.
       01  WS-MASTER-CAT-COUNT          PIC 9(2) VALUE 0.
       01  WS-MCAT-EOF-SWITCH           PIC X VALUE 'N'.
           88  CAT-MASTER-END-OF-FILE            VALUE 'Y'.
       01  WS-ROLL-FOUND-SWITCH         PIC X VALUE 'N'.
           88  ROLL-ENTRY-FOUND                  VALUE 'Y'.

      *    Every amount is posted in base currency.  A record in any
      *    other currency carries its original amounts, converted at
      *    the exchange-rate master's rate for its business date.
       01  WS-CURRENCY-AREA.
           05  WS-BASE-CURRENCY         PIC X(3) VALUE "USD".
           05  WS-FXRATE-STATUS         PIC XX VALUE SPACES.
           05  WS-FXRATE-AVAIL-SWITCH   PIC X VALUE 'N'.
               88  FXRATE-AVAILABLE              VALUE 'Y'.
           05  WS-TRAN-CURRENCY         PIC X(3) VALUE SPACES.
           05  WS-ORIG-AMOUNT-1         PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-ORIG-AMOUNT-2         PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-ORIG-RESULT           PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-EXCHANGE-RATE         PIC 9(5)V9(6) COMP-3 VALUE 0.
           05  WS-FX-CONVERTED-COUNT    PIC 9(7) VALUE 0.
           05  WS-FX-NO-RATE-COUNT      PIC 9(7) VALUE 0.
      *    Rate cache for the last currency and date looked up - a
      *    foreign feed normally carries one currency and one date.
           05  WS-FX-LAST-CURRENCY      PIC X(3) VALUE SPACES.
           05  WS-FX-LAST-DATE          PIC 9(8) VALUE 0.
           05  WS-FX-LAST-RATE          PIC 9(5)V9(6) COMP-3 VALUE 0.
           05  WS-FX-LAST-FOUND-SWITCH  PIC X VALUE 'N'.
               88  FX-LAST-RATE-FOUND            VALUE 'Y'.
       01  WS-CURRENCY-TABLE.
           05  WS-CURRENCY-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-CCY-IDX.
               10  WS-CCY-SOURCE-ID     PIC X(3) VALUE SPACES.
               10  WS-CCY-CODE          PIC X(3) VALUE SPACES.
               10  WS-CCY-RECORD-COUNT  PIC 9(7) VALUE 0.
               10  WS-CCY-ORIG-TOTAL    PIC S9(9)V99 COMP-3 VALUE 0.
               10  WS-CCY-BASE-TOTAL    PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-CCY-USED-COUNT            PIC 9(2) VALUE 0.
       01  WS-CCY-COPY-IDX              PIC 9(2) VALUE 0.
       01  WS-CCY-FOUND-SWITCH          PIC X VALUE 'N'.
           88  CURRENCY-ENTRY-FOUND              VALUE 'Y'.
       01  WS-CCY-OVERFLOW-COUNT        PIC 9(7) VALUE 0.

       01  WS-REPORT-LINE                PIC X(132).
       01  WS-EDIT-AMOUNT                PIC -(9)9.99.
       01  WS-EDIT-COUNT                 PIC ZZZZZZ9.
       01  WS-EDIT-AMOUNT-2              PIC -(9)9.99.

       01  WS-VSAM-STATUS                PIC XX VALUE SPACES.
       01  WS-CATMAST-STATUS             PIC XX VALUE SPACES.
               10  WS-SRC-CTL-SWITCH    PIC X VALUE 'N'.
               10  WS-SRC-NOFEED-SWITCH PIC X VALUE 'N'.
               10  WS-SRC-RECON-STATUS  PIC X(9) VALUE SPACES.
               10  WS-SRC-CTL-CURRENCY  PIC X(3) VALUE SPACES.
               10  WS-SRC-ORIG-TOTAL    PIC S9(9)V99 COMP-3 VALUE 0.
               10  WS-SRC-OTHER-CCY-COUNT
                                        PIC 9(7) VALUE 0.
               10  WS-SRC-RECEIVED-COUNT
                                        PIC 9(7) VALUE 0.
               10  WS-SRC-RECEIVED-TOTAL
                                        PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-SRC-USED-COUNT            PIC 9(1) VALUE 0.
       01  WS-SRC-COPY-IDX              PIC 9(1) VALUE 0.
       01  WS-SRC-FOUND-SWITCH          PIC X VALUE 'N'.
           05  WS-SEQ-PURGE-SWITCH      PIC X VALUE 'N'.
               88  SEQ-PURGE-DONE                VALUE 'Y'.

      *    Pre-edit mode runs a landed feed through the posting run's
      *    own validation without posting it.  SEQ-POSTED is only
      *    read; a sequence repeated within the file itself - which
      *    the posting run catches on its SEQ-POSTED write-through -
      *    is caught here on a scratch key file instead.  The file's
      *    received total (every record, as sent) is what is held up
      *    against its trailer.
       01  WS-PRE-EDIT-AREA.
           05  WS-PREEDIT-PARM          PIC X(10) VALUE SPACES.
               88  PRE-EDIT-MODE                 VALUE "PREEDIT".
           05  WS-PREKEYS-STATUS        PIC XX VALUE SPACES.
           05  WS-PREKEYS-AVAIL-SWITCH  PIC X VALUE 'N'.
               88  PRE-EDIT-KEYS-AVAILABLE       VALUE 'Y'.
           05  WS-PRE-REJECT-COUNT      PIC 9(7) VALUE 0.
           05  WS-PRE-TRAILER-FAIL-COUNT
                                        PIC 9(3) VALUE 0.
           05  WS-PRE-GAP-COUNT         PIC 9(7) VALUE 0.
           05  WS-PRE-LAST-SEQUENCE     PIC 9(9) VALUE 0.
           05  WS-PRE-RECEIVED-AMOUNT   PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-PRE-FILE-STATUS       PIC X(9) VALUE SPACES.
           05  WS-PRE-VERDICT           PIC X(40) VALUE SPACES.

       01  WS-OVERFLOW-AREA.
           05  WS-OVERFLOW-WARN-THRESHOLD  PIC S9(7)V99 COMP-3
                                               VALUE 8000000.00.
           05  WS-THRESHOLD-PARM           PIC X(15) VALUE SPACES.
           05  WS-OVERFLOW-WARN-COUNT      PIC 9(7) VALUE 0.

       01  WS-STEPCTL-STATUS            PIC XX VALUE SPACES.
           COPY STEPPREQ.

      *    This program's step on the step-control file, and the work
      *    fields for checking it against the prerequisite table.
       01  WS-STEP-AREA.
           05  WS-STEP-NAME             PIC X(8) VALUE "SUMBATCH".
           05  WS-STEP-DATE             PIC 9(8) VALUE 0.
           05  WS-STEP-CYCLE            PIC 9(2) VALUE 0.
           05  WS-STEP-RUN-COUNT        PIC 9(3) VALUE 0.
           05  WS-STEPCTL-AVAIL-SWITCH  PIC X VALUE 'N'.
               88  STEP-CONTROL-AVAILABLE        VALUE 'Y'.
           05  WS-STEP-REFUSED-SWITCH   PIC X VALUE 'N'.
               88  STEP-REFUSED                  VALUE 'Y'.
           05  WS-STEP-OVERRIDE-SWITCH  PIC X VALUE 'N'.
               88  STEP-OVERRIDDEN               VALUE 'Y'.
           05  WS-STEP-OVERRIDE-OPER    PIC X(8) VALUE SPACES.
           05  WS-PREREQ-DATE           PIC 9(8) VALUE 0.
           05  WS-PREREQ-STATUS         PIC X(9) VALUE SPACES.
           05  WS-PREREQ-RC             PIC 9(4) VALUE 0.
           05  WS-PREREQ-STATE          PIC X(24) VALUE SPACES.
           05  WS-PREREQ-MET-SWITCH     PIC X VALUE 'N'.
               88  PREREQ-MET                    VALUE 'Y'.
           05  WS-PREREQ-SCAN-SWITCH    PIC X VALUE 'N'.
               88  PREREQ-SCAN-DONE              VALUE 'Y'.
           05  WS-NEXT-MONTH-START      PIC 9(8) VALUE 0.
           05  FILLER REDEFINES WS-NEXT-MONTH-START.
               10  WS-NMS-YEAR          PIC 9(4).
               10  WS-NMS-MONTH         PIC 9(2).
               10  WS-NMS-DAY           PIC 9(2).
           05  WS-OVERRIDE-EOF-SWITCH   PIC X VALUE 'N'.
               88  OVERRIDE-END-OF-FILE          VALUE 'Y'.
           05  WS-OVERRIDE-FOUND-SWITCH PIC X VALUE 'N'.
               88  OVERRIDE-FOUND                VALUE 'Y'.
           05  WS-OVERRIDE-OPERATOR     PIC X(8) VALUE SPACES.
           05  WS-OVERRIDE-REASON       PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           IF PRE-EDIT-MODE
               PERFORM 2500-PRE-EDIT-RECORD UNTIL END-OF-FILE
               PERFORM 6700-PRE-EDIT-TRAILERS
               PERFORM 9500-TERMINATE-PRE-EDIT
           ELSE
               PERFORM 2000-PROCESS-RECORDS UNTIL END-OF-FILE
               PERFORM 6000-RECONCILE-CONTROL-TOTAL
               PERFORM 8100-PRODUCE-SUMMARY-REPORT
               PERFORM 9000-TERMINATE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           DISPLAY 5 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PREEDIT-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF PRE-EDIT-MODE
               PERFORM 1500-INITIALIZE-PRE-EDIT
           ELSE
               PERFORM 1010-INITIALIZE-POSTING-RUN
           END-IF.

       1010-INITIALIZE-POSTING-RUN.
           PERFORM 1040-GET-POSTING-DATE.
           PERFORM 1045-CHECK-PERIOD-CONTROL.
           MOVE WS-POSTING-DATE TO WS-STEP-DATE.
           PERFORM 1900-CHECK-STEP-PREREQS.
           IF STEP-REFUSED
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1050-CHECK-RUN-CONTROL.
      *    The step is recorded under the cycle the run-control file
      *    just assigned, so each correction cycle has its own entry.
           MOVE WS-RUN-CYCLE TO WS-STEP-CYCLE.
           PERFORM 1970-STAMP-STEP-STARTED.
           PERFORM 1080-OPEN-PROC-CALENDAR.
           PERFORM 1090-SET-ACCRUAL-DATE.
           PERFORM 1085-OPEN-FXRATE-MASTER.
           OPEN INPUT TRANS-IN.
           PERFORM 1100-LOAD-CATEGORY-MASTER.
           PERFORM 1150-LOAD-SOURCE-MASTER.
      *    A correction cycle appends to the completed cycle's output
      *    files - it must not truncate them.
           IF IS-RESTART-RUN OR CORRECTION-CYCLE-RUN
               PERFORM 5050-LOAD-AUDIT-CHAIN
               PERFORM 8710-LOAD-ACCRUAL-FILE
               OPEN EXTEND EXCP-RPT
               OPEN EXTEND RESULT-OUT
               OPEN EXTEND AUDIT-LOG
               OPEN EXTEND OVFL-RPT
               OPEN EXTEND ACCRUAL-OUT
           ELSE
               OPEN OUTPUT EXCP-RPT
               OPEN OUTPUT RESULT-OUT
               OPEN OUTPUT AUDIT-LOG
               OPEN OUTPUT OVFL-RPT
               OPEN OUTPUT ACCRUAL-OUT
           END-IF.
      *    A correction cycle appends its per-source reconciliation
      *    rows after the completed cycle's rows - the downstream
           END-IF.
           PERFORM 8400-OPEN-SEQ-POSTED.
           PERFORM 8600-OPEN-EXCP-LEDGER.
           PERFORM 8700-OPEN-ACCRUAL-LEDGER.
      *    A run that abended before its first checkpoint comes back
      *    as a full reprocess with truncated outputs, but SEQ-POSTED
      *    still holds the aborted attempt's rows - clear them so the
                   " - business date validation is off this run"
           END-IF.

      *    Accrual reversals land on the posting date's next processing
      *    day.  Without a calendar entry the next calendar day is the
      *    best that can be done - the operator is told, since a
      *    weekend date will not post without the ROLL option.
       1090-SET-ACCRUAL-DATE.
           MOVE 0 TO WS-ACCRUAL-DATE.
           MOVE WS-ACCRUAL-SEQ-BASE TO WS-ACCRUAL-LAST-SEQ.
           IF CALENDAR-AVAILABLE
               MOVE WS-POSTING-DATE TO PCAL-DATE
               READ PROC-CALENDAR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PCAL-NEXT-PROC-DATE TO WS-ACCRUAL-DATE
               END-READ
           END-IF.
           IF WS-ACCRUAL-DATE NOT > WS-POSTING-DATE
               COMPUTE WS-ACCRUAL-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-POSTING-DATE) + 1)
               DISPLAY "No next processing date on the calendar for "
                   WS-POSTING-DATE " - accrual reversals dated "
                   WS-ACCRUAL-DATE
           END-IF.

      *    The rate master is only needed once a source sends foreign
      *    currency - without it base-currency records still post and
      *    foreign-currency records reject for want of a rate.
       1085-OPEN-FXRATE-MASTER.
           OPEN INPUT FX-RATE-MASTER.
           IF WS-FXRATE-STATUS = "00"
               SET FXRATE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "Exchange-rate master open failed - status "
                   WS-FXRATE-STATUS
                   " - foreign-currency records will be rejected"
           END-IF.

       1070-CLEAR-ABORTED-POSTINGS.
           MOVE LOW-VALUES TO PS-SOURCE-ID.
           MOVE 0 TO PS-BUSINESS-DATE.
               MOVE CM-STATUS TO WS-MCAT-STATUS(WS-MCAT-IDX)
               MOVE CM-EFFECTIVE-DATE TO WS-MCAT-EFF-DATE(WS-MCAT-IDX)
               MOVE CM-END-DATE TO WS-MCAT-END-DATE(WS-MCAT-IDX)
               IF CM-AUTO-REVERSING
                   MOVE 'Y' TO WS-MCAT-AUTO-REVERSE(WS-MCAT-IDX)
               ELSE
                   MOVE 'N' TO WS-MCAT-AUTO-REVERSE(WS-MCAT-IDX)
               END-IF
           ELSE
               DISPLAY "Category master table full - ignored: " CM-CODE
           END-IF.
           END-IF.
           PERFORM 1160-READ-SRC-MASTER.

      *    A pre-edit validates as of today, the date the landed file
      *    will post tonight.  RUNCTL, the checkpoint, SHRDTOT and the
      *    ledgers are never opened, and SEQ-POSTED is opened for
      *    input only, so nothing a posting run depends on changes.
       1500-INITIALIZE-PRE-EDIT.
           MOVE WS-RUN-DATE-NUM TO WS-POSTING-DATE.
           PERFORM 1045-CHECK-PERIOD-CONTROL.
           PERFORM 1080-OPEN-PROC-CALENDAR.
           PERFORM 1085-OPEN-FXRATE-MASTER.
           OPEN INPUT TRANS-IN.
           PERFORM 1100-LOAD-CATEGORY-MASTER.
           PERFORM 1150-LOAD-SOURCE-MASTER.
           OPEN INPUT CTL-TOTAL-IN.
           OPEN OUTPUT PRE-EDIT-RPT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "FEED PRE-EDIT REPORT - VALIDATED AS OF "
                   WS-POSTING-DATE
                   "  (NOTHING POSTED)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PRE-EDIT-RECORD FROM WS-REPORT-LINE.
           OPEN INPUT SEQ-POSTED.
           IF WS-SEQPOST-STATUS NOT = "00"
               DISPLAY "Posted-sequence file open failed - status "
                   WS-SEQPOST-STATUS
                   " - duplicates against prior postings not checked"
           END-IF.
           PERFORM 8450-LOAD-SEQ-KEY-TABLE.
           OPEN OUTPUT PRE-EDIT-KEYS.
           CLOSE PRE-EDIT-KEYS.
           OPEN I-O PRE-EDIT-KEYS.
           IF WS-PREKEYS-STATUS NOT = "00"
               DISPLAY "Pre-edit key file open failed - status "
                   WS-PREKEYS-STATUS
                   " - sequences repeated within the file not checked"
           ELSE
               SET PRE-EDIT-KEYS-AVAILABLE TO TRUE
           END-IF.
           PERFORM 2100-READ-TRANS.

      *    Nothing is opened until the prerequisite table says this
      *    step may run: every step it requires must have completed
      *    for the business date, and no step that shuts it out may
      *    have run.  An entry that is not met refuses the run unless
      *    an operator override card waives it, and each override
      *    used is logged for audit.
       1900-CHECK-STEP-PREREQS.
           PERFORM 1905-OPEN-STEP-CONTROL.
           IF STEP-CONTROL-AVAILABLE
               PERFORM VARYING WS-PRQ-IDX FROM 1 BY 1
                       UNTIL WS-PRQ-IDX > WS-PRQ-ENTRY-COUNT
                   IF WS-PRQ-STEP-NAME(WS-PRQ-IDX) = WS-STEP-NAME
                       PERFORM 1910-CHECK-ONE-PREREQ
                   END-IF
               END-PERFORM
               CLOSE STEP-CONTROL
           END-IF.
           IF STEP-REFUSED
               DISPLAY "Step " WS-STEP-NAME " for business date "
                   WS-STEP-DATE " refused - prerequisites not met."
                   "  Supply a STEPOVR override card to run it"
                   " out of order."
           END-IF.

       1905-OPEN-STEP-CONTROL.
           MOVE 'N' TO WS-STEPCTL-AVAIL-SWITCH.
           OPEN I-O STEP-CONTROL.
           IF WS-STEPCTL-STATUS = "35"
               OPEN OUTPUT STEP-CONTROL
               CLOSE STEP-CONTROL
               OPEN I-O STEP-CONTROL
           END-IF.
           IF WS-STEPCTL-STATUS NOT = "00"
               DISPLAY "Step-control file open failed - status "
                   WS-STEPCTL-STATUS
                   " - job-stream step control is off this run"
           ELSE
               SET STEP-CONTROL-AVAILABLE TO TRUE
           END-IF.

       1910-CHECK-ONE-PREREQ.
           IF PRQ-MONTH-END(WS-PRQ-IDX)
               PERFORM 1915-SET-MONTH-END-DATE
           ELSE
               MOVE WS-STEP-DATE TO WS-PREREQ-DATE
           END-IF.
           PERFORM 1920-FIND-LATEST-PREREQ.
           IF PRQ-REQUIRED(WS-PRQ-IDX)
               MOVE 'N' TO WS-PREREQ-MET-SWITCH
               IF WS-PREREQ-STATUS = "COMPLETED"
                   AND WS-PREREQ-RC NOT > WS-PRQ-MAX-RC(WS-PRQ-IDX)
                   SET PREREQ-MET TO TRUE
               END-IF
           ELSE
               SET PREREQ-MET TO TRUE
               IF WS-PREREQ-STATUS = "STARTED"
                   OR (WS-PREREQ-STATUS = "COMPLETED"
                   AND WS-PREREQ-RC NOT > WS-PRQ-MAX-RC(WS-PRQ-IDX))
                   MOVE 'N' TO WS-PREREQ-MET-SWITCH
               END-IF
           END-IF.
           IF NOT PREREQ-MET
               PERFORM 1940-FIND-OVERRIDE
               IF OVERRIDE-FOUND
                   PERFORM 1960-LOG-OVERRIDE
               ELSE
                   SET STEP-REFUSED TO TRUE
                   IF PRQ-REQUIRED(WS-PRQ-IDX)
                       DISPLAY WS-STEP-NAME " requires "
                           WS-PRQ-PREREQ-STEP(WS-PRQ-IDX)
                           " COMPLETED for " WS-PREREQ-DATE
                           " - found " WS-PREREQ-STATE
                   ELSE
                       DISPLAY WS-STEP-NAME " may not run once "
                           WS-PRQ-PREREQ-STEP(WS-PRQ-IDX)
                           " has run for " WS-PREREQ-DATE
                           " - found " WS-PREREQ-STATE
                   END-IF
               END-IF
           END-IF.

      *    MTHCLOSE records its step under the last calendar day of
      *    the month it closes.
       1915-SET-MONTH-END-DATE.
           MOVE WS-STEP-DATE TO WS-NEXT-MONTH-START.
           MOVE 1 TO WS-NMS-DAY.
           IF WS-NMS-MONTH = 12
               ADD 1 TO WS-NMS-YEAR
               MOVE 1 TO WS-NMS-MONTH
           ELSE
               ADD 1 TO WS-NMS-MONTH
           END-IF.
           COMPUTE WS-PREREQ-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1).

       1920-FIND-LATEST-PREREQ.
           MOVE SPACES TO WS-PREREQ-STATUS.
           MOVE 0 TO WS-PREREQ-RC.
           MOVE "NOT RUN" TO WS-PREREQ-STATE.
           MOVE 'N' TO WS-PREREQ-SCAN-SWITCH.
           MOVE WS-PREREQ-DATE TO SC-BUSINESS-DATE.
           MOVE WS-PRQ-PREREQ-STEP(WS-PRQ-IDX) TO SC-STEP-NAME.
           MOVE 0 TO SC-CYCLE-NUMBER.
           START STEP-CONTROL KEY NOT < SC-KEY
               INVALID KEY
                   SET PREREQ-SCAN-DONE TO TRUE
           END-START.
           PERFORM 1930-READ-PREREQ-CYCLE
               UNTIL PREREQ-SCAN-DONE.

      *    Cycles come back in key order, so the last one read for
      *    the date is the latest - a correction cycle still running
      *    holds up the steps after it even though cycle 01 completed.
       1930-READ-PREREQ-CYCLE.
           READ STEP-CONTROL NEXT RECORD
               AT END
                   SET PREREQ-SCAN-DONE TO TRUE
           END-READ.
           IF NOT PREREQ-SCAN-DONE
               IF WS-STEPCTL-STATUS NOT = "00"
                   OR SC-BUSINESS-DATE NOT = WS-PREREQ-DATE
                   OR SC-STEP-NAME NOT = WS-PRQ-PREREQ-STEP(WS-PRQ-IDX)
                   SET PREREQ-SCAN-DONE TO TRUE
               ELSE
                   MOVE SC-STATUS TO WS-PREREQ-STATUS
                   MOVE SC-RETURN-CODE TO WS-PREREQ-RC
                   MOVE SPACES TO WS-PREREQ-STATE
                   STRING SC-STATUS DELIMITED BY SPACE
                           " CYCLE " SC-CYCLE-NUMBER
                           " RC " SC-RETURN-CODE
                           DELIMITED BY SIZE
                       INTO WS-PREREQ-STATE
               END-IF
           END-IF.

       1940-FIND-OVERRIDE.
           MOVE 'N' TO WS-OVERRIDE-FOUND-SWITCH.
           MOVE 'N' TO WS-OVERRIDE-EOF-SWITCH.
           OPEN INPUT STEP-OVERRIDE-IN.
           PERFORM 1950-READ-OVERRIDE-CARD
               UNTIL OVERRIDE-END-OF-FILE OR OVERRIDE-FOUND.
           CLOSE STEP-OVERRIDE-IN.

      *    A card with no operator id cannot be accounted for
      *    afterwards, so it does not count.
       1950-READ-OVERRIDE-CARD.
           READ STEP-OVERRIDE-IN
               AT END
                   SET OVERRIDE-END-OF-FILE TO TRUE
               NOT AT END
                   IF SO-STEP-NAME = WS-STEP-NAME
                       AND SO-BUSINESS-DATE = WS-STEP-DATE
                       AND (SO-PREREQ-STEP =
                               WS-PRQ-PREREQ-STEP(WS-PRQ-IDX)
                           OR SO-PREREQ-STEP = "ALL")
                       AND SO-OPERATOR-ID NOT = SPACES
                       SET OVERRIDE-FOUND TO TRUE
                       MOVE SO-OPERATOR-ID TO WS-OVERRIDE-OPERATOR
                       MOVE SO-REASON TO WS-OVERRIDE-REASON
                   END-IF
           END-READ.

       1960-LOG-OVERRIDE.
           SET STEP-OVERRIDDEN TO TRUE.
           MOVE WS-OVERRIDE-OPERATOR TO WS-STEP-OVERRIDE-OPER.
           MOVE SPACES TO STEP-OVERRIDE-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SL-LOGGED-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SL-LOGGED-TIME.
           MOVE WS-STEP-NAME TO SL-STEP-NAME.
           MOVE WS-STEP-DATE TO SL-BUSINESS-DATE.
           MOVE WS-STEP-CYCLE TO SL-CYCLE-NUMBER.
           MOVE WS-PRQ-PREREQ-STEP(WS-PRQ-IDX) TO SL-PREREQ-STEP.
           MOVE WS-PREREQ-DATE TO SL-PREREQ-DATE.
           MOVE WS-PREREQ-STATE TO SL-PREREQ-STATE.
           MOVE WS-OVERRIDE-OPERATOR TO SL-OPERATOR-ID.
           MOVE WS-OVERRIDE-REASON TO SL-REASON.
           OPEN EXTEND STEP-OVERRIDE-LOG.
           WRITE STEP-OVERRIDE-LOG-RECORD.
           CLOSE STEP-OVERRIDE-LOG.
           DISPLAY "Prerequisite " WS-PRQ-PREREQ-STEP(WS-PRQ-IDX)
               " (found " WS-PREREQ-STATE ") overridden for "
               WS-STEP-NAME " by operator " WS-OVERRIDE-OPERATOR
               " - " WS-OVERRIDE-REASON.

       1970-STAMP-STEP-STARTED.
           PERFORM 1905-OPEN-STEP-CONTROL.
           IF STEP-CONTROL-AVAILABLE
               MOVE WS-STEP-DATE TO SC-BUSINESS-DATE
               MOVE WS-STEP-NAME TO SC-STEP-NAME
               MOVE WS-STEP-CYCLE TO SC-CYCLE-NUMBER
               READ STEP-CONTROL
                   INVALID KEY
                       MOVE 0 TO WS-STEP-RUN-COUNT
                   NOT INVALID KEY
                       MOVE SC-RUN-COUNT TO WS-STEP-RUN-COUNT
               END-READ
               ADD 1 TO WS-STEP-RUN-COUNT
               MOVE SPACES TO STEP-CONTROL-RECORD
               MOVE WS-STEP-DATE TO SC-BUSINESS-DATE
               MOVE WS-STEP-NAME TO SC-STEP-NAME
               MOVE WS-STEP-CYCLE TO SC-CYCLE-NUMBER
               MOVE "STARTED" TO SC-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO SC-START-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO SC-START-TIME
               MOVE 0 TO SC-END-DATE
               MOVE 0 TO SC-END-TIME
               MOVE 0 TO SC-RETURN-CODE
               MOVE WS-STEP-RUN-COUNT TO SC-RUN-COUNT
               MOVE WS-STEP-OVERRIDE-SWITCH TO SC-OVERRIDE-SWITCH
               MOVE WS-STEP-OVERRIDE-OPER TO SC-OVERRIDE-OPERATOR
               WRITE STEP-CONTROL-RECORD
                   INVALID KEY
                       REWRITE STEP-CONTROL-RECORD
               END-WRITE
               CLOSE STEP-CONTROL
           END-IF.

       2000-PROCESS-RECORDS.
           MOVE TRAN-INTEGER-1 TO WS-INTEGER-1.
           MOVE TRAN-INTEGER-2 TO WS-INTEGER-2.
               ADD WS-RESULT TO WS-SRC-BATCH-TOTAL(WS-SRC-IDX)
               ADD 1 TO WS-SRC-RECORD-COUNT(WS-SRC-IDX)
               PERFORM 8000-ACCUMULATE-CATEGORY
               PERFORM 8050-ACCUMULATE-CURRENCY
               IF FUNCTION MOD(WS-RECORD-COUNT,
                       WS-SHARED-TOTAL-INTERVAL) = 0
                   PERFORM 8300-UPDATE-SHARED-TOTAL
               DISPLAY "Result: " WS-RESULT
               PERFORM 4000-WRITE-INTERFACE-RECORD
               PERFORM 5000-WRITE-AUDIT-RECORD
               IF TRAN-SOURCE-ID = WS-ACCRUAL-SOURCE-ID
                   PERFORM 8740-MARK-ACCRUAL-POSTED
               ELSE
                   IF ACCRUAL-CATEGORY
                       PERFORM 8730-WRITE-ACCRUAL-REVERSAL
                   END-IF
               END-IF
               PERFORM 8000-ACCUMULATE-CATEGORY
               PERFORM 8050-ACCUMULATE-CURRENCY
               IF FUNCTION MOD(WS-RECORD-COUNT,
                       WS-SHARED-TOTAL-INTERVAL) = 0
                   PERFORM 8300-UPDATE-SHARED-TOTAL
           END-IF.
           PERFORM 2100-READ-TRANS.

      *    Same validation as the posting run, but a valid record is
      *    only totaled and a rejected one only reported.
       2500-PRE-EDIT-RECORD.
           MOVE TRAN-INTEGER-1 TO WS-INTEGER-1.
           MOVE TRAN-INTEGER-2 TO WS-INTEGER-2.
           PERFORM 8500-LOCATE-SOURCE.
           IF SOURCE-LOCATED
               PERFORM 2510-TALLY-RECEIVED
               MOVE WS-SRC-LAST-SEQUENCE(WS-SRC-IDX)
                   TO WS-PRE-LAST-SEQUENCE
           END-IF.
           MOVE WS-SEQ-GAP-COUNT TO WS-PRE-GAP-COUNT.
           PERFORM 3000-VALIDATE-INPUT.
           IF WS-SEQ-GAP-COUNT > WS-PRE-GAP-COUNT
               PERFORM 3810-REPORT-PRE-EDIT-GAP
           END-IF.
           IF VALID-RECORD
               PERFORM 3550-RECORD-PRE-EDIT-KEY
           END-IF.
           IF VALID-RECORD
               ADD WS-INTEGER-1 TO WS-INTEGER-2 GIVING WS-RESULT
               ADD 1 TO WS-RECORD-COUNT
               ADD WS-RESULT TO WS-BATCH-TOTAL
               ADD WS-RESULT TO WS-SRC-BATCH-TOTAL(WS-SRC-IDX)
               ADD 1 TO WS-SRC-RECORD-COUNT(WS-SRC-IDX)
               PERFORM 8050-ACCUMULATE-CURRENCY
           ELSE
               PERFORM 3800-REPORT-PRE-EDIT-REJECT
           END-IF.
           PERFORM 2100-READ-TRANS.

      *    The received total is stated the way the source states its
      *    trailer - base amounts for a base-currency record, the
      *    original amounts for a foreign-currency one.
       2510-TALLY-RECEIVED.
           IF TRAN-CURRENCY-CODE = SPACES
                   OR TRAN-CURRENCY-CODE = WS-BASE-CURRENCY
               COMPUTE WS-PRE-RECEIVED-AMOUNT =
                   TRAN-INTEGER-1 + TRAN-INTEGER-2
           ELSE
               COMPUTE WS-PRE-RECEIVED-AMOUNT =
                   TRAN-ORIG-AMOUNT-1 + TRAN-ORIG-AMOUNT-2
           END-IF.
           ADD WS-PRE-RECEIVED-AMOUNT
               TO WS-SRC-RECEIVED-TOTAL(WS-SRC-IDX).
           ADD 1 TO WS-SRC-RECEIVED-COUNT(WS-SRC-IDX).

       2100-READ-TRANS.
           READ TRANS-IN
               AT END
           IF VALID-RECORD
               PERFORM 3400-CHECK-SEQUENCE
           END-IF.
      *    Conversion comes before the capacity check - the capacity
      *    that matters is that of the base-currency amounts posted.
           IF VALID-RECORD
               PERFORM 3700-CONVERT-CURRENCY
           END-IF.
           IF VALID-RECORD AND NOT REPLAYED-RECORD
               COMPUTE WS-CAPACITY-CHECK = WS-INTEGER-1 + WS-INTEGER-2
               IF FUNCTION ABS(WS-CAPACITY-CHECK) > WS-MAX-FIELD-VALUE
               ADD 1 TO WS-ROLL-COUNT(WS-ROLL-IDX)
           END-IF.

      *    Amounts reach the posting logic in base currency.  A
      *    foreign-currency record is converted amount by amount at
      *    the rate for its own (possibly rolled) business date, and
      *    keeps its original amounts and the rate for the audit
      *    trail, the interface record and the per-currency totals.
       3700-CONVERT-CURRENCY.
           IF TRAN-CURRENCY-CODE = SPACES
               OR TRAN-CURRENCY-CODE = WS-BASE-CURRENCY
               MOVE WS-BASE-CURRENCY TO WS-TRAN-CURRENCY
               MOVE WS-INTEGER-1 TO WS-ORIG-AMOUNT-1
               MOVE WS-INTEGER-2 TO WS-ORIG-AMOUNT-2
               MOVE 1 TO WS-EXCHANGE-RATE
           ELSE
               MOVE TRAN-CURRENCY-CODE TO WS-TRAN-CURRENCY
               MOVE 0 TO WS-EXCHANGE-RATE
               IF TRAN-ORIG-AMOUNT-1 NOT NUMERIC
                   OR TRAN-ORIG-AMOUNT-2 NOT NUMERIC
                   SET INVALID-RECORD TO TRUE
                   MOVE "ORIGINAL-CURRENCY AMOUNT NOT NUMERIC"
                       TO WS-EXCEPTION-REASON
               ELSE
                   MOVE TRAN-ORIG-AMOUNT-1 TO WS-ORIG-AMOUNT-1
                   MOVE TRAN-ORIG-AMOUNT-2 TO WS-ORIG-AMOUNT-2
                   IF TRAN-CURRENCY-CODE NOT = WS-FX-LAST-CURRENCY
                       OR TRAN-BUSINESS-DATE NOT = WS-FX-LAST-DATE
                       PERFORM 3710-READ-EXCHANGE-RATE
                   END-IF
                   IF FX-LAST-RATE-FOUND
                       MOVE WS-FX-LAST-RATE TO WS-EXCHANGE-RATE
                       PERFORM 3720-APPLY-EXCHANGE-RATE
                   ELSE
      *                The exception shows the amounts as the source
      *                sent them - there is no base amount to show.
                       SET INVALID-RECORD TO TRUE
                       ADD 1 TO WS-FX-NO-RATE-COUNT
                       MOVE WS-ORIG-AMOUNT-1 TO WS-INTEGER-1
                       MOVE WS-ORIG-AMOUNT-2 TO WS-INTEGER-2
                       MOVE SPACES TO WS-EXCEPTION-REASON
                       STRING "NO EXCHANGE RATE FOR "
                               TRAN-CURRENCY-CODE
                               " ON " TRAN-BUSINESS-DATE
                           DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
                   END-IF
               END-IF
           END-IF.
           IF VALID-RECORD
               COMPUTE WS-ORIG-RESULT =
                   WS-ORIG-AMOUNT-1 + WS-ORIG-AMOUNT-2
           END-IF.

       3710-READ-EXCHANGE-RATE.
           MOVE TRAN-CURRENCY-CODE TO WS-FX-LAST-CURRENCY.
           MOVE TRAN-BUSINESS-DATE TO WS-FX-LAST-DATE.
           MOVE 'N' TO WS-FX-LAST-FOUND-SWITCH.
           MOVE 0 TO WS-FX-LAST-RATE.
           IF FXRATE-AVAILABLE
               MOVE TRAN-CURRENCY-CODE TO FX-CURRENCY-CODE
               MOVE TRAN-BUSINESS-DATE TO FX-BUSINESS-DATE
               READ FX-RATE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FX-RATE > 0
                           SET FX-LAST-RATE-FOUND TO TRUE
                           MOVE FX-RATE TO WS-FX-LAST-RATE
                       END-IF
               END-READ
           END-IF.

       3720-APPLY-EXCHANGE-RATE.
           COMPUTE WS-INTEGER-1 ROUNDED =
                   WS-ORIG-AMOUNT-1 * WS-EXCHANGE-RATE
               ON SIZE ERROR
                   SET INVALID-RECORD TO TRUE
                   MOVE "CONVERTED AMOUNT EXCEEDS FIELD CAPACITY"
                       TO WS-EXCEPTION-REASON
           END-COMPUTE.
           COMPUTE WS-INTEGER-2 ROUNDED =
                   WS-ORIG-AMOUNT-2 * WS-EXCHANGE-RATE
               ON SIZE ERROR
                   SET INVALID-RECORD TO TRUE
                   MOVE "CONVERTED AMOUNT EXCEEDS FIELD CAPACITY"
                       TO WS-EXCEPTION-REASON
           END-COMPUTE.
           IF VALID-RECORD
               ADD 1 TO WS-FX-CONVERTED-COUNT
           END-IF.

       3400-CHECK-SEQUENCE.
           IF SEQ-DIRECT-MODE
               PERFORM 3420-CHECK-SEQUENCE-DIRECT
           MOVE TRAN-BUSINESS-DATE TO PS-BUSINESS-DATE.
           MOVE TRAN-SEQUENCE TO PS-SEQUENCE.
           MOVE WS-POSTING-DATE TO PS-POSTED-DATE.
           MOVE WS-RUN-CYCLE TO PS-POSTED-CYCLE.
      *    Status 22 is a key this same run already posted - an
      *    intra-feed duplicate the preloaded key table cannot see.
           WRITE POSTED-SEQ-RECORD
                   END-IF
           END-WRITE.

      *    The pre-edit stand-in for 3500's write-through: a key
      *    already written earlier in this file is a duplicate the
      *    posting run would reject.
       3550-RECORD-PRE-EDIT-KEY.
           IF PRE-EDIT-KEYS-AVAILABLE
               MOVE TRAN-SOURCE-ID TO PK-SOURCE-ID
               MOVE TRAN-BUSINESS-DATE TO PK-BUSINESS-DATE
               MOVE TRAN-SEQUENCE TO PK-SEQUENCE
               MOVE WS-POSTING-DATE TO PK-POSTED-DATE
               MOVE 0 TO PK-POSTED-CYCLE
               WRITE PRE-EDIT-KEY-RECORD
                   INVALID KEY
                       IF WS-PREKEYS-STATUS = "22"
                           SET INVALID-RECORD TO TRUE
                           ADD 1 TO WS-SEQ-DUP-COUNT
                           MOVE "SEQUENCE ALREADY POSTED - DUPLICATE"
                               TO WS-EXCEPTION-REASON
                       END-IF
               END-WRITE
           END-IF.

       3300-VALIDATE-CATEGORY.
           MOVE 'N' TO WS-MCAT-FOUND-SWITCH.
           MOVE 'N' TO WS-ACCRUAL-CAT-SWITCH.
           PERFORM VARYING WS-MCAT-IDX FROM 1 BY 1
                   UNTIL WS-MCAT-IDX > WS-MASTER-CAT-COUNT
               IF WS-MCAT-CODE(WS-MCAT-IDX) = TRAN-CATEGORY
                           MOVE "CATEGORY NOT EFFECTIVE FOR RUN DATE"
                               TO WS-EXCEPTION-REASON
                       END-IF
                       MOVE WS-MCAT-AUTO-REVERSE(WS-MCAT-IDX)
                           TO WS-ACCRUAL-CAT-SWITCH
                   END-IF
                   EXIT PERFORM
               END-IF
           WRITE EXCP-RECORD.
           PERFORM 3150-OPEN-LEDGER-ENTRY.

       3800-REPORT-PRE-EDIT-REJECT.
           ADD 1 TO WS-PRE-REJECT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-PHYSICAL-READ-COUNT TO WS-EDIT-COUNT.
           COMPUTE WS-EDIT-AMOUNT = WS-INTEGER-1 + WS-INTEGER-2.
           STRING "  REJECT  RECORD " WS-EDIT-COUNT
                   "  " TRAN-SOURCE-ID
                   " " TRAN-BUSINESS-DATE
                   " " TRAN-SEQUENCE
                   "  " TRAN-CATEGORY
                   "  " WS-EDIT-AMOUNT
                   "  " WS-EXCEPTION-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PRE-EDIT-RECORD FROM WS-REPORT-LINE.

       3810-REPORT-PRE-EDIT-GAP.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-PHYSICAL-READ-COUNT TO WS-EDIT-COUNT.
           STRING "  GAP     RECORD " WS-EDIT-COUNT
                   "  " TRAN-SOURCE-ID
                   " SEQUENCE " TRAN-SEQUENCE
                   " FOLLOWS " WS-PRE-LAST-SEQUENCE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PRE-EDIT-RECORD FROM WS-REPORT-LINE.

      *    The ledger entry opens the exception's lifecycle - EXCPFIX
      *    marks it REPAIRED or REJECTED as repair cards are applied,
      *    and the aging report lists whatever stays OPEN.  A restart
               COMPUTE EL-AMOUNT = WS-INTEGER-1 + WS-INTEGER-2
               MOVE WS-EXCEPTION-REASON TO EL-REASON
               MOVE SPACES TO EL-REJECT-REASON-CODE
               MOVE SPACE TO EL-SUSPENSE-STATUS
               IF TRAN-BUSINESS-DATE NUMERIC
                   MOVE TRAN-BUSINESS-DATE TO EL-TRAN-BUSINESS-DATE
               ELSE
                   MOVE 0 TO EL-TRAN-BUSINESS-DATE
               END-IF
               IF TRAN-SEQUENCE NUMERIC
                   MOVE TRAN-SEQUENCE TO EL-SEQUENCE
               ELSE
                   MOVE 0 TO EL-SEQUENCE
               END-IF
               MOVE 0 TO EL-REPOST-SEQUENCE
               WRITE EXCP-LEDGER-RECORD
                   INVALID KEY
                       REWRITE EXCP-LEDGER-RECORD
           MOVE WS-RESULT TO RO-RESULT.
           MOVE TRAN-CATEGORY TO RO-CATEGORY.
           MOVE TRAN-SOURCE-ID TO RO-SOURCE-ID.
           MOVE WS-TRAN-CURRENCY TO RO-CURRENCY-CODE.
           MOVE WS-ORIG-RESULT TO RO-ORIG-RESULT.
           MOVE WS-EXCHANGE-RATE TO RO-EXCHANGE-RATE.
           WRITE RESULT-OUT-RECORD.

       5000-WRITE-AUDIT-RECORD.
           MOVE WS-INTEGER-1 TO AUD-INTEGER-1.
           MOVE WS-INTEGER-2 TO AUD-INTEGER-2.
           MOVE WS-RESULT TO AUD-RESULT.
           MOVE WS-TRAN-CURRENCY TO AUD-CURRENCY-CODE.
           MOVE WS-ORIG-AMOUNT-1 TO AUD-ORIG-AMOUNT-1.
           MOVE WS-ORIG-AMOUNT-2 TO AUD-ORIG-AMOUNT-2.
           MOVE WS-EXCHANGE-RATE TO AUD-EXCHANGE-RATE.
           MOVE WS-RUN-CYCLE TO AUD-CYCLE-NUMBER.
           ADD 1 TO WS-AUDIT-SEQUENCE.
           MOVE WS-AUDIT-SEQUENCE TO AUD-AUDIT-SEQUENCE.
           PERFORM 5100-COMPUTE-AUDIT-CHAIN.
           MOVE WS-AUDIT-CHAIN-VALUE TO AUD-CHAIN-VALUE.
           WRITE AUDIT-RECORD.

      *    The log being extended ends with the last link of the
      *    chain - the next record written chains on from it.
       5050-LOAD-AUDIT-CHAIN.
           MOVE 'N' TO WS-AUDIT-LOG-EOF-SWITCH.
           OPEN INPUT AUDIT-LOG.
           PERFORM 5060-READ-AUDIT-CHAIN
               UNTIL AUDIT-LOG-END-OF-FILE.
           CLOSE AUDIT-LOG.
           DISPLAY "Audit chain continues after sequence "
               WS-AUDIT-SEQUENCE.

       5060-READ-AUDIT-CHAIN.
           READ AUDIT-LOG
               AT END
                   SET AUDIT-LOG-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE AUD-AUDIT-SEQUENCE TO WS-AUDIT-SEQUENCE
                   MOVE AUD-CHAIN-VALUE TO WS-AUDIT-CHAIN-VALUE
           END-READ.

      *    Chain value over the previous link and this record up to
      *    and including its sequence - AUDVRFY recomputes it the
      *    same way.
       5100-COMPUTE-AUDIT-CHAIN.
           MOVE WS-AUDIT-CHAIN-VALUE TO WS-AUDIT-CHAIN-WORK.
           PERFORM VARYING WS-AUDIT-CHAIN-POS FROM 1 BY 1
                   UNTIL WS-AUDIT-CHAIN-POS > WS-AUDIT-CHAINED-LENGTH
               COMPUTE WS-AUDIT-CHAIN-WORK = FUNCTION MOD(
                   WS-AUDIT-CHAIN-WORK * 257
                   + FUNCTION ORD(AUDIT-RECORD(WS-AUDIT-CHAIN-POS:1)),
                   2147483647)
           END-PERFORM.
           MOVE WS-AUDIT-CHAIN-WORK TO WS-AUDIT-CHAIN-VALUE.

       6000-RECONCILE-CONTROL-TOTAL.
           PERFORM 6100-READ-CONTROL-TOTAL.
           PERFORM 6200-STORE-CONTROL-TOTAL
           MOVE WS-BATCH-TOTAL TO RECON-BATCH-TOTAL.
           MOVE WS-EXTERNAL-CTL-TOTAL TO RECON-EXTERNAL-TOTAL.
           MOVE WS-CTL-DIFFERENCE TO RECON-DIFFERENCE.
           SET RECON-SOURCE-ROW TO TRUE.
           MOVE WS-BASE-CURRENCY TO RECON-CURRENCY-CODE.
           MOVE WS-BATCH-TOTAL TO RECON-ORIG-TOTAL.
           MOVE WS-RECORD-COUNT TO RECON-RECORD-COUNT.
           WRITE RECON-RECORD.
           PERFORM 6500-WRITE-CURRENCY-SUBTOTALS.

       6100-READ-CONTROL-TOTAL.
           READ CTL-TOTAL-IN
                       CTL-SOURCE-ID
               END-IF
           END-IF.
      *    A foreign-currency trailer cannot be added into the
      *    base-currency combined total - its source is added in at
      *    its converted batch total once it has reconciled.
           IF SOURCE-LOCATED
               MOVE CTL-HASH-TOTAL TO WS-SRC-EXT-TOTAL(WS-SRC-IDX)
               MOVE 'Y' TO WS-SRC-CTL-SWITCH(WS-SRC-IDX)
               IF CTL-CURRENCY-CODE = SPACES
                   MOVE WS-BASE-CURRENCY
                       TO WS-SRC-CTL-CURRENCY(WS-SRC-IDX)
               ELSE
                   MOVE CTL-CURRENCY-CODE
                       TO WS-SRC-CTL-CURRENCY(WS-SRC-IDX)
               END-IF
               IF WS-SRC-CTL-CURRENCY(WS-SRC-IDX) = WS-BASE-CURRENCY
                   ADD CTL-HASH-TOTAL TO WS-COMBINED-EXT-TOTAL
               END-IF
           END-IF.

      *    A source's trailer is reconciled in the currency it was
      *    sent in: a base-currency trailer against the converted
      *    batch total as always, a foreign-currency trailer against
      *    the original amounts of the source's records in that
      *    currency.  A record in any other currency under a foreign
      *    trailer cannot be part of that total, so it mismatches.
       6300-RECONCILE-ONE-SOURCE.
           IF WS-SRC-CTL-CURRENCY(WS-SRC-IDX) = SPACES
               MOVE WS-BASE-CURRENCY TO WS-SRC-CTL-CURRENCY(WS-SRC-IDX)
           END-IF.
           IF WS-SRC-CTL-CURRENCY(WS-SRC-IDX) = WS-BASE-CURRENCY
               MOVE WS-SRC-BATCH-TOTAL(WS-SRC-IDX)
                   TO WS-SRC-ORIG-TOTAL(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-OTHER-CCY-COUNT(WS-SRC-IDX)
           ELSE
               PERFORM 6350-RESTATE-SOURCE-TOTAL
           END-IF.
           IF WS-SRC-NOFEED-SWITCH(WS-SRC-IDX) = 'Y'
               MOVE "NO-FEED" TO WS-SRC-RECON-STATUS(WS-SRC-IDX)
               MOVE "NO-FEED" TO WS-RECONCILE-STATUS
               MOVE "NO-TOTAL" TO WS-RECONCILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SRC-ORIG-TOTAL(WS-SRC-IDX) =
                       WS-SRC-EXT-TOTAL(WS-SRC-IDX)
                   AND WS-SRC-OTHER-CCY-COUNT(WS-SRC-IDX) = 0
                   MOVE "BALANCED" TO WS-SRC-RECON-STATUS(WS-SRC-IDX)
               ELSE
                   MOVE "MISMATCH" TO WS-SRC-RECON-STATUS(WS-SRC-IDX)
                   SET ANY-SOURCE-MISMATCH TO TRUE
               END-IF
               IF WS-SRC-CTL-CURRENCY(WS-SRC-IDX)
                       NOT = WS-BASE-CURRENCY
                   ADD WS-SRC-BATCH-TOTAL(WS-SRC-IDX)
                       TO WS-COMBINED-EXT-TOTAL
                   IF WS-SRC-RECON-STATUS(WS-SRC-IDX) = "MISMATCH"
                       AND WS-RECONCILE-STATUS = SPACES
                       MOVE "MISMATCH" TO WS-RECONCILE-STATUS
                   END-IF
               END-IF
           END-IF
           END-IF.
           DISPLAY "Source " WS-SRC-ID(WS-SRC-IDX)
               " reconciliation: " WS-SRC-RECON-STATUS(WS-SRC-IDX)
               " Batch=" WS-SRC-BATCH-TOTAL(WS-SRC-IDX)
               " External=" WS-SRC-EXT-TOTAL(WS-SRC-IDX)
               " " WS-SRC-CTL-CURRENCY(WS-SRC-IDX).
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP TO RECON-TIMESTAMP.
           MOVE WS-SRC-ID(WS-SRC-IDX) TO RECON-SOURCE-ID.
           MOVE WS-SRC-BATCH-TOTAL(WS-SRC-IDX) TO RECON-BATCH-TOTAL.
           MOVE WS-SRC-EXT-TOTAL(WS-SRC-IDX) TO RECON-EXTERNAL-TOTAL.
           COMPUTE RECON-DIFFERENCE =
               WS-SRC-ORIG-TOTAL(WS-SRC-IDX)
               - WS-SRC-EXT-TOTAL(WS-SRC-IDX).
           SET RECON-SOURCE-ROW TO TRUE.
           MOVE WS-SRC-CTL-CURRENCY(WS-SRC-IDX) TO RECON-CURRENCY-CODE.
           MOVE WS-SRC-ORIG-TOTAL(WS-SRC-IDX) TO RECON-ORIG-TOTAL.
           MOVE WS-SRC-RECORD-COUNT(WS-SRC-IDX) TO RECON-RECORD-COUNT.
           IF NOT PRE-EDIT-MODE
               WRITE RECON-RECORD
           END-IF.

       6350-RESTATE-SOURCE-TOTAL.
           MOVE 0 TO WS-SRC-ORIG-TOTAL(WS-SRC-IDX).
           MOVE 0 TO WS-SRC-OTHER-CCY-COUNT(WS-SRC-IDX).
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-USED-COUNT
               IF WS-CCY-SOURCE-ID(WS-CCY-IDX) = WS-SRC-ID(WS-SRC-IDX)
                   IF WS-CCY-CODE(WS-CCY-IDX) =
                           WS-SRC-CTL-CURRENCY(WS-SRC-IDX)
                       ADD WS-CCY-ORIG-TOTAL(WS-CCY-IDX)
                           TO WS-SRC-ORIG-TOTAL(WS-SRC-IDX)
                   ELSE
                       ADD WS-CCY-RECORD-COUNT(WS-CCY-IDX)
                           TO WS-SRC-OTHER-CCY-COUNT(WS-SRC-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *    Each source's trailer is held up against the file as
      *    received, and the posting run's own reconciliation (over
      *    the records it would accept) is shown beside it.
       6700-PRE-EDIT-TRAILERS.
           PERFORM 6100-READ-CONTROL-TOTAL.
           PERFORM 6200-STORE-CONTROL-TOTAL
               UNTIL CTL-END-OF-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CONTROL TRAILER AGREEMENT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PRE-EDIT-RECORD FROM WS-REPORT-LINE.
           IF WS-CTL-READ-COUNT = 0
               ADD 1 TO WS-PRE-TRAILER-FAIL-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  NO CONTROL TRAILER RECEIVED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PRE-EDIT-RECORD FROM WS-REPORT-LINE
           END-IF.
           IF WS-UNKNOWN-CTL-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-UNKNOWN-CTL-COUNT TO WS-EDIT-COUNT
               STRING "  TRAILERS FROM SOURCES NOT ON SOURCE MASTER: "
                       WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PRE-EDIT-RECORD FROM WS-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-USED-COUNT
               PERFORM 6300-RECONCILE-ONE-SOURCE
               PERFORM 6750-REPORT-PRE-EDIT-SOURCE
           END-PERFORM.

       6750-REPORT-PRE-EDIT-SOURCE.
           IF WS-SRC-CTL-SWITCH(WS-SRC-IDX) = 'N'
               MOVE "NO-TOTAL" TO WS-PRE-FILE-STATUS
               ADD 1 TO WS-PRE-TRAILER-FAIL-COUNT
           ELSE
               IF WS-SRC-RECEIVED-TOTAL(WS-SRC-IDX) =
                       WS-SRC-EXT-TOTAL(WS-SRC-IDX)
                   MOVE "AGREES" TO WS-PRE-FILE-STATUS
               ELSE
                   MOVE "DISAGREES" TO WS-PRE-FILE-STATUS
                   ADD 1 TO WS-PRE-TRAILER-FAIL-COUNT
               END-IF
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-SRC-RECEIVED-COUNT(WS-SRC-IDX) TO WS-EDIT-COUNT.
           MOVE WS-SRC-RECEIVED-TOTAL(WS-SRC-IDX) TO WS-EDIT-AMOUNT.
           MOVE WS-SRC-EXT-TOTAL(WS-SRC-IDX) TO WS-EDIT-AMOUNT-2.
           STRING "  SOURCE " WS-SRC-ID(WS-SRC-IDX)
                   "  RECEIVED " WS-EDIT-COUNT
                   "  FILE TOTAL " WS-EDIT-AMOUNT
                   "  TRAILER " WS-EDIT-AMOUNT-2
                   " " WS-SRC-CTL-CURRENCY(WS-SRC-IDX)
                   "  FILE vs TRAILER " WS-PRE-FILE-STATUS
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PRE-EDIT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-SRC-RECORD-COUNT(WS-SRC-IDX) TO WS-EDIT-COUNT.
           MOVE WS-SRC-ORIG-TOTAL(WS-SRC-IDX) TO WS-EDIT-AMOUNT.
           STRING "             ACCEPTED " WS-EDIT-COUNT
                   "  ACCEPTED   " WS-EDIT-AMOUNT
                   "  POSTING RECONCILIATION WOULD BE "
                   WS-SRC-RECON-STATUS(WS-SRC-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PRE-EDIT-RECORD FROM WS-REPORT-LINE.

      *    One informational row per source and currency posted this
      *    cycle, original and converted totals side by side.
       6500-WRITE-CURRENCY-SUBTOTALS.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-USED-COUNT
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE WS-CURRENT-TIMESTAMP TO RECON-TIMESTAMP
               MOVE WS-CCY-SOURCE-ID(WS-CCY-IDX) TO RECON-SOURCE-ID
               MOVE "SUBTOTAL" TO RECON-STATUS
               MOVE WS-CCY-BASE-TOTAL(WS-CCY-IDX)
                   TO RECON-BATCH-TOTAL
               MOVE 0 TO RECON-EXTERNAL-TOTAL
               MOVE 0 TO RECON-DIFFERENCE
               SET RECON-CURRENCY-SUBTOTAL TO TRUE
               MOVE WS-CCY-CODE(WS-CCY-IDX) TO RECON-CURRENCY-CODE
               MOVE WS-CCY-ORIG-TOTAL(WS-CCY-IDX) TO RECON-ORIG-TOTAL
               MOVE WS-CCY-RECORD-COUNT(WS-CCY-IDX)
                   TO RECON-RECORD-COUNT
               WRITE RECON-RECORD
           END-PERFORM.

      *    An active source expected on the posting date's weekday
      *    that sent neither records nor a control trailer is not in
                       MOVE CKPT-IN-SRC-LAST-SEQ(WS-SRC-COPY-IDX)
                           TO WS-SRC-LAST-SEQUENCE(WS-SRC-COPY-IDX)
                   END-PERFORM
                   MOVE CKPT-IN-CCY-USED-COUNT TO WS-CCY-USED-COUNT
                   PERFORM VARYING WS-CCY-COPY-IDX FROM 1 BY 1
                           UNTIL WS-CCY-COPY-IDX > 20
                       MOVE CKPT-IN-CCY-SOURCE-ID(WS-CCY-COPY-IDX)
                           TO WS-CCY-SOURCE-ID(WS-CCY-COPY-IDX)
                       MOVE CKPT-IN-CCY-CODE(WS-CCY-COPY-IDX)
                           TO WS-CCY-CODE(WS-CCY-COPY-IDX)
                       MOVE CKPT-IN-CCY-COUNT(WS-CCY-COPY-IDX)
                           TO WS-CCY-RECORD-COUNT(WS-CCY-COPY-IDX)
                       MOVE CKPT-IN-CCY-ORIG-TOTAL(WS-CCY-COPY-IDX)
                           TO WS-CCY-ORIG-TOTAL(WS-CCY-COPY-IDX)
                       MOVE CKPT-IN-CCY-BASE-TOTAL(WS-CCY-COPY-IDX)
                           TO WS-CCY-BASE-TOTAL(WS-CCY-COPY-IDX)
                   END-PERFORM
           END-READ.

       7100-SKIP-PROCESSED-RECORDS.
               MOVE WS-SRC-LAST-SEQUENCE(WS-SRC-COPY-IDX)
                   TO CKPT-OUT-SRC-LAST-SEQ(WS-SRC-COPY-IDX)
           END-PERFORM.
           MOVE WS-CCY-USED-COUNT TO CKPT-OUT-CCY-USED-COUNT.
           PERFORM VARYING WS-CCY-COPY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-COPY-IDX > 20
               MOVE WS-CCY-SOURCE-ID(WS-CCY-COPY-IDX)
                   TO CKPT-OUT-CCY-SOURCE-ID(WS-CCY-COPY-IDX)
               MOVE WS-CCY-CODE(WS-CCY-COPY-IDX)
                   TO CKPT-OUT-CCY-CODE(WS-CCY-COPY-IDX)
               MOVE WS-CCY-RECORD-COUNT(WS-CCY-COPY-IDX)
                   TO CKPT-OUT-CCY-COUNT(WS-CCY-COPY-IDX)
               MOVE WS-CCY-ORIG-TOTAL(WS-CCY-COPY-IDX)
                   TO CKPT-OUT-CCY-ORIG-TOTAL(WS-CCY-COPY-IDX)
               MOVE WS-CCY-BASE-TOTAL(WS-CCY-COPY-IDX)
                   TO CKPT-OUT-CCY-BASE-TOTAL(WS-CCY-COPY-IDX)
           END-PERFORM.
           WRITE CHECKPOINT-OUT-RECORD.

       8000-ACCUMULATE-CATEGORY.
               END-IF
           END-IF.

       8050-ACCUMULATE-CURRENCY.
           MOVE 'N' TO WS-CCY-FOUND-SWITCH.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-USED-COUNT
               IF WS-CCY-SOURCE-ID(WS-CCY-IDX) = TRAN-SOURCE-ID
                   AND WS-CCY-CODE(WS-CCY-IDX) = WS-TRAN-CURRENCY
                   SET CURRENCY-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT CURRENCY-ENTRY-FOUND
               IF WS-CCY-USED-COUNT < 20
                   ADD 1 TO WS-CCY-USED-COUNT
                   SET WS-CCY-IDX TO WS-CCY-USED-COUNT
                   MOVE TRAN-SOURCE-ID TO WS-CCY-SOURCE-ID(WS-CCY-IDX)
                   MOVE WS-TRAN-CURRENCY TO WS-CCY-CODE(WS-CCY-IDX)
                   SET CURRENCY-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CCY-OVERFLOW-COUNT
                   DISPLAY "Currency table full - subtotal omitted: "
                       TRAN-SOURCE-ID " " WS-TRAN-CURRENCY
               END-IF
           END-IF.
           IF CURRENCY-ENTRY-FOUND
               ADD 1 TO WS-CCY-RECORD-COUNT(WS-CCY-IDX)
               ADD WS-ORIG-RESULT TO WS-CCY-ORIG-TOTAL(WS-CCY-IDX)
               ADD WS-RESULT TO WS-CCY-BASE-TOTAL(WS-CCY-IDX)
           END-IF.

       8100-PRODUCE-SUMMARY-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DAILY POSTING SUMMARY REPORT - RUN DATE: "
               WRITE SUMMARY-RECORD FROM WS-REPORT-LINE
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CURRENCY SUBTOTALS (ORIGINAL / BASE "
                   WS-BASE-CURRENCY ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE SUMMARY-RECORD FROM WS-REPORT-LINE.

           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-USED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-CCY-RECORD-COUNT(WS-CCY-IDX) TO WS-EDIT-COUNT
               MOVE WS-CCY-ORIG-TOTAL(WS-CCY-IDX) TO WS-EDIT-AMOUNT
               MOVE WS-CCY-BASE-TOTAL(WS-CCY-IDX) TO WS-EDIT-AMOUNT-2
               STRING "  SOURCE " WS-CCY-SOURCE-ID(WS-CCY-IDX)
                       "  " WS-CCY-CODE(WS-CCY-IDX)
                       "  RECORDS " WS-EDIT-COUNT
                       "  ORIGINAL " WS-EDIT-AMOUNT
                       "  BASE " WS-EDIT-AMOUNT-2
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE SUMMARY-RECORD FROM WS-REPORT-LINE
           END-PERFORM.

           IF WS-FX-NO-RATE-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-FX-NO-RATE-COUNT TO WS-EDIT-COUNT
               STRING "RECORDS REJECTED - NO EXCHANGE RATE: "
                       WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE SUMMARY-RECORD FROM WS-REPORT-LINE
           END-IF.

           IF WS-ACCRUAL-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-ACCRUAL-COUNT TO WS-EDIT-COUNT
               MOVE WS-ACCRUAL-HASH-TOTAL TO WS-EDIT-AMOUNT
               STRING "ACCRUAL REVERSALS GENERATED FOR "
                       WS-ACCRUAL-DATE ": " WS-EDIT-COUNT
                       "  FILE TOTAL " WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE SUMMARY-RECORD FROM WS-REPORT-LINE
           END-IF.

           IF WS-ACCRUAL-POSTED-COUNT > 0
               OR WS-ACCRUAL-UNMATCHED-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-ACCRUAL-POSTED-COUNT TO WS-EDIT-COUNT
               STRING "ACCRUAL REVERSALS POSTED: " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE SUMMARY-RECORD FROM WS-REPORT-LINE
           END-IF.

           IF WS-ACCRUAL-UNMATCHED-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-ACCRUAL-UNMATCHED-COUNT TO WS-EDIT-COUNT
               STRING "ACCRUAL-SOURCE RECORDS NOT ON ACCRUAL LEDGER: "
                       WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE SUMMARY-RECORD FROM WS-REPORT-LINE
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-SEQ-GAP-COUNT TO WS-EDIT-COUNT.
           STRING "SEQUENCE GAPS DETECTED: " WS-EDIT-COUNT
               SET EXCP-LEDGER-AVAILABLE TO TRUE
           END-IF.

       8700-OPEN-ACCRUAL-LEDGER.
           OPEN I-O ACCRUAL-LEDGER.
           IF WS-ACCRLDG-STATUS = "35"
               OPEN OUTPUT ACCRUAL-LEDGER
               CLOSE ACCRUAL-LEDGER
               OPEN I-O ACCRUAL-LEDGER
           END-IF.
           IF WS-ACCRLDG-STATUS NOT = "00"
               DISPLAY "Accrual ledger open failed - status "
                   WS-ACCRLDG-STATUS
                   " - accrual reversals not tracked this run"
           ELSE
               SET ACCRUAL-LEDGER-AVAILABLE TO TRUE
           END-IF.

      *    The accrual file being extended ends with the last
      *    reversal written today - numbering and the trailer total
      *    carry on from it.
       8710-LOAD-ACCRUAL-FILE.
           MOVE 'N' TO WS-ACCRUAL-EOF-SWITCH.
           OPEN INPUT ACCRUAL-OUT.
           PERFORM 8720-READ-ACCRUAL-FILE
               UNTIL ACCRUAL-END-OF-FILE.
           CLOSE ACCRUAL-OUT.
           DISPLAY "Accrual reversals continue after sequence "
               WS-ACCRUAL-LAST-SEQ.

       8720-READ-ACCRUAL-FILE.
           READ ACCRUAL-OUT
               AT END
                   SET ACCRUAL-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE ACRL-SEQUENCE TO WS-ACCRUAL-LAST-SEQ
                   ADD ACRL-INTEGER-1 TO WS-ACCRUAL-HASH-TOTAL
                   ADD ACRL-INTEGER-2 TO WS-ACCRUAL-HASH-TOTAL
                   ADD 1 TO WS-ACCRUAL-FILE-COUNT
           END-READ.

      *    The reversal is stated in base currency - the amount that
      *    posted - so its trailer needs no exchange rate.  A posting
      *    that is itself an accrual reversal never reverses again.
       8730-WRITE-ACCRUAL-REVERSAL.
           COMPUTE WS-ACCRUAL-AMOUNT = 0 - WS-RESULT.
           ADD 1 TO WS-ACCRUAL-LAST-SEQ.
           MOVE SPACES TO ACRL-RECORD.
           MOVE WS-ACCRUAL-AMOUNT TO ACRL-INTEGER-1.
           MOVE 0 TO ACRL-INTEGER-2.
           MOVE TRAN-CATEGORY TO ACRL-CATEGORY.
           MOVE WS-ACCRUAL-LAST-SEQ TO ACRL-SEQUENCE.
           MOVE WS-ACCRUAL-DATE TO ACRL-BUSINESS-DATE.
           MOVE WS-ACCRUAL-SOURCE-ID TO ACRL-SOURCE-ID.
           MOVE 0 TO ACRL-ORIG-AMOUNT-1.
           MOVE 0 TO ACRL-ORIG-AMOUNT-2.
           WRITE ACRL-RECORD.
           ADD WS-ACCRUAL-AMOUNT TO WS-ACCRUAL-HASH-TOTAL.
           ADD 1 TO WS-ACCRUAL-FILE-COUNT.
           ADD 1 TO WS-ACCRUAL-COUNT.
           IF ACCRUAL-LEDGER-AVAILABLE
               MOVE WS-ACCRUAL-DATE TO AL-REVERSAL-DATE
               MOVE WS-ACCRUAL-LAST-SEQ TO AL-REVERSAL-SEQUENCE
               MOVE "PENDING" TO AL-STATUS
               MOVE WS-POSTING-DATE TO AL-GENERATED-DATE
               MOVE WS-RUN-CYCLE TO AL-GENERATED-CYCLE
               MOVE TRAN-SOURCE-ID TO AL-ORIG-SOURCE-ID
               MOVE TRAN-BUSINESS-DATE TO AL-ORIG-BUSINESS-DATE
               MOVE TRAN-SEQUENCE TO AL-ORIG-SEQUENCE
               MOVE TRAN-CATEGORY TO AL-CATEGORY
               MOVE WS-ACCRUAL-AMOUNT TO AL-REVERSAL-AMOUNT
               MOVE 0 TO AL-POSTED-DATE
               MOVE 0 TO AL-POSTED-CYCLE
               WRITE ACCRUAL-LEDGER-RECORD
                   INVALID KEY
                       REWRITE ACCRUAL-LEDGER-RECORD
               END-WRITE
           END-IF.

      *    An accrual-source record posting is the reversal the
      *    ledger is waiting for.  One the ledger does not know was
      *    not generated here and is only counted.
       8740-MARK-ACCRUAL-POSTED.
           IF ACCRUAL-LEDGER-AVAILABLE
               MOVE TRAN-BUSINESS-DATE TO AL-REVERSAL-DATE
               MOVE TRAN-SEQUENCE TO AL-REVERSAL-SEQUENCE
               READ ACCRUAL-LEDGER
                   INVALID KEY
                       ADD 1 TO WS-ACCRUAL-UNMATCHED-COUNT
                       DISPLAY "Accrual reversal not on ledger: "
                           TRAN-BUSINESS-DATE "/" TRAN-SEQUENCE
                   NOT INVALID KEY
                       MOVE "POSTED" TO AL-STATUS
                       MOVE WS-POSTING-DATE TO AL-POSTED-DATE
                       MOVE WS-RUN-CYCLE TO AL-POSTED-CYCLE
                       REWRITE ACCRUAL-LEDGER-RECORD
                       ADD 1 TO WS-ACCRUAL-POSTED-COUNT
               END-READ
           END-IF.

      *    The trailer is rewritten whole each cycle - it states the
      *    total of every reversal in the accrual file, not just this
      *    cycle's.
       8750-WRITE-ACCRUAL-TRAILER.
           OPEN OUTPUT ACCRUAL-CTL-OUT.
           IF WS-ACCRUAL-FILE-COUNT > 0
               MOVE SPACES TO ACTL-TOTAL-RECORD
               MOVE WS-ACCRUAL-HASH-TOTAL TO ACTL-HASH-TOTAL
               MOVE WS-ACCRUAL-SOURCE-ID TO ACTL-SOURCE-ID
               WRITE ACTL-TOTAL-RECORD
           END-IF.
           CLOSE ACCRUAL-CTL-OUT.

       8200-OPEN-SHARED-TOTAL.
           OPEN I-O SHARED-TOTAL.
           IF WS-VSAM-STATUS = "35"
           PERFORM 9100-PURGE-AGED-SEQUENCES.
           PERFORM 9200-STAMP-RUN-COMPLETE.
           PERFORM 9300-WRITE-RUN-HISTORY.
           PERFORM 8750-WRITE-ACCRUAL-TRAILER.
           CLOSE TRANS-IN.
           CLOSE EXCP-RPT.
           CLOSE RESULT-OUT.
           IF EXCP-LEDGER-AVAILABLE
               CLOSE EXCP-LEDGER
           END-IF.
           CLOSE ACCRUAL-OUT.
           IF ACCRUAL-LEDGER-AVAILABLE
               CLOSE ACCRUAL-LEDGER
           END-IF.
           IF CALENDAR-AVAILABLE
               CLOSE PROC-CALENDAR
           END-IF.
           IF FXRATE-AVAILABLE
               CLOSE FX-RATE-MASTER
           END-IF.
           CLOSE OVFL-RPT.
           CLOSE RECON-RPT.
           DISPLAY "Exceptions written: " WS-EXCEPTION-COUNT.
           DISPLAY "Aged posted-sequences purged: "
               WS-SEQ-PURGED-COUNT.
           DISPLAY "Business dates rolled: " WS-DATE-ROLLED-COUNT.
           DISPLAY "Foreign-currency records converted: "
               WS-FX-CONVERTED-COUNT.
           IF WS-FX-NO-RATE-COUNT > 0
               DISPLAY "Records rejected for no exchange rate: "
                   WS-FX-NO-RATE-COUNT
           END-IF.
           IF WS-CAL-MISSING-COUNT > 0
               DISPLAY "Business dates not on calendar: "
                   WS-CAL-MISSING-COUNT
           END-IF.
           DISPLAY "Accrual reversals generated: " WS-ACCRUAL-COUNT
               " dated " WS-ACCRUAL-DATE.
           IF WS-ACCRUAL-POSTED-COUNT > 0
               DISPLAY "Accrual reversals posted: "
                   WS-ACCRUAL-POSTED-COUNT
           END-IF.
           IF WS-SEQ-GAP-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9900-STAMP-STEP-ENDED.

      *    Return code for operations: 0 the file can go to tonight's
      *    run as it stands; 4 it will post but with warnings (gaps,
      *    dates missing from the calendar, stray trailers); 8 it
      *    would lose records or fail to balance - send it back.
       9500-TERMINATE-PRE-EDIT.
           MOVE "FILE IS CLEAN - READY TO POST" TO WS-PRE-VERDICT.
           MOVE 0 TO RETURN-CODE.
           IF WS-SEQ-GAP-COUNT > 0
                   OR WS-CAL-MISSING-COUNT > 0
                   OR WS-UNKNOWN-CTL-COUNT > 0
               MOVE "FILE WILL POST WITH WARNINGS" TO WS-PRE-VERDICT
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-PRE-REJECT-COUNT > 0
                   OR WS-PRE-TRAILER-FAIL-COUNT > 0
               MOVE "FILE SHOULD BE RETURNED TO THE SOURCE"
                   TO WS-PRE-VERDICT
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-PHYSICAL-READ-COUNT TO WS-EDIT-COUNT.
           STRING "RECORDS READ: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PRE-EDIT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-RECORD-COUNT TO WS-EDIT-COUNT.
           MOVE WS-BATCH-TOTAL TO WS-EDIT-AMOUNT.
           STRING "RECORDS THAT WOULD POST: " WS-EDIT-COUNT
                   "  BASE TOTAL " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PRE-EDIT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-PRE-REJECT-COUNT TO WS-EDIT-COUNT.
           STRING "RECORDS THAT WOULD REJECT: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PRE-EDIT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-SEQ-GAP-COUNT TO WS-EDIT-COUNT.
           STRING "SEQUENCE GAPS DETECTED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PRE-EDIT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-SEQ-DUP-COUNT TO WS-EDIT-COUNT.
           STRING "DUPLICATE SEQUENCES: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PRE-EDIT-RECORD FROM WS-REPORT-LINE.
           IF WS-CAL-MISSING-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-CAL-MISSING-COUNT TO WS-EDIT-COUNT
               STRING "BUSINESS DATES NOT ON CALENDAR: "
                       WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PRE-EDIT-RECORD FROM WS-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PRE-EDIT RESULT: " WS-PRE-VERDICT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PRE-EDIT-RECORD FROM WS-REPORT-LINE.
           CLOSE TRANS-IN.
           CLOSE CTL-TOTAL-IN.
           CLOSE SEQ-POSTED.
           IF PRE-EDIT-KEYS-AVAILABLE
               CLOSE PRE-EDIT-KEYS
           END-IF.
           IF CALENDAR-AVAILABLE
               CLOSE PROC-CALENDAR
           END-IF.
           IF FXRATE-AVAILABLE
               CLOSE FX-RATE-MASTER
           END-IF.
           CLOSE PRE-EDIT-RPT.
           DISPLAY "Pre-edit records read: " WS-PHYSICAL-READ-COUNT.
           DISPLAY "Pre-edit records that would reject: "
               WS-PRE-REJECT-COUNT.
           DISPLAY "Pre-edit trailer problems: "
               WS-PRE-TRAILER-FAIL-COUNT.
           DISPLAY "Pre-edit result: " WS-PRE-VERDICT.

       9200-STAMP-RUN-COMPLETE.
           IF RUN-CONTROL-AVAILABLE
                   END-IF
               END-IF
           END-IF.

      *    Stamped last, once the return code is final.  A step that
      *    never gets here stays STARTED, which the steps after it
      *    treat as not completed.
       9900-STAMP-STEP-ENDED.
           PERFORM 1905-OPEN-STEP-CONTROL.
           IF STEP-CONTROL-AVAILABLE
               MOVE WS-STEP-DATE TO SC-BUSINESS-DATE
               MOVE WS-STEP-NAME TO SC-STEP-NAME
               MOVE WS-STEP-CYCLE TO SC-CYCLE-NUMBER
               READ STEP-CONTROL
                   INVALID KEY
                       MOVE SPACES TO STEP-CONTROL-RECORD
                       MOVE WS-STEP-DATE TO SC-BUSINESS-DATE
                       MOVE WS-STEP-NAME TO SC-STEP-NAME
                       MOVE WS-STEP-CYCLE TO SC-CYCLE-NUMBER
                       MOVE 0 TO SC-START-DATE
                       MOVE 0 TO SC-START-TIME
                       MOVE 1 TO SC-RUN-COUNT
                       MOVE WS-STEP-OVERRIDE-SWITCH
                           TO SC-OVERRIDE-SWITCH
                       MOVE WS-STEP-OVERRIDE-OPER
                           TO SC-OVERRIDE-OPERATOR
               END-READ
               IF RETURN-CODE < 12
                   MOVE "COMPLETED" TO SC-STATUS
               ELSE
                   MOVE "FAILED" TO SC-STATUS
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO SC-END-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO SC-END-TIME
               MOVE RETURN-CODE TO SC-RETURN-CODE
               WRITE STEP-CONTROL-RECORD
                   INVALID KEY
                       REWRITE STEP-CONTROL-RECORD
               END-WRITE
               CLOSE STEP-CONTROL
           END-IF.
