      *            instead of five places: for a business date it
      *            reads the run-control record, every run-history
      *            cycle, the reconciliation report rows, the
      *            exception report, the GENCAT generation catalog,
      *            and the job-stream step-control file and override
      *            log, and prints run/cycle status, batch vs
      *            external total per source, exception, overflow,
      *            and sequence-gap counts, archive status per file
      *            type, and the timeline of the date's steps with
      *            any operator overrides, closing with a one-line
      *            OK / ATTENTION verdict.  Anything needing attention
      *            sets a nonzero return code so the scheduler can
      *            page.
      *  ARGS:     1 - business date CCYYMMDD (default current date)
      *****************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS GC-KEY
               FILE STATUS IS WS-GENCAT-STATUS.

           SELECT STEP-CONTROL ASSIGN TO STEPCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-STEPCTL-STATUS.

           SELECT OPTIONAL STEP-OVERRIDE-LOG ASSIGN TO STEPLOG
               ORGANIZATION IS SEQUENTIAL.

           SELECT STATUS-RPT ASSIGN TO STATRPT
               ORGANIZATION IS SEQUENTIAL.

       FD  GEN-CATALOG.
           COPY GENCAT.

       FD  STEP-CONTROL.
           COPY STEPCTL.

       FD  STEP-OVERRIDE-LOG
           RECORDING MODE IS F.
           COPY STEPLOG.

       FD  STATUS-RPT
           RECORDING MODE IS F.
           COPY SUMRPT REPLACING ==SUMMARY-RECORD==
       01  WS-RUNCTL-STATUS             PIC XX VALUE SPACES.
       01  WS-RUNHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-GENCAT-STATUS             PIC XX VALUE SPACES.
       01  WS-STEPCTL-STATUS            PIC XX VALUE SPACES.

       01  WS-PARM-AREA.
           05  WS-DATE-PARM             PIC X(8) VALUE SPACES.
               88  RECON-END-OF-FILE             VALUE 'Y'.
           05  WS-EXCP-EOF-SWITCH       PIC X VALUE 'N'.
               88  EXCP-END-OF-FILE              VALUE 'Y'.
           05  WS-STEP-SCAN-SWITCH      PIC X VALUE 'N'.
               88  STEP-SCAN-DONE                VALUE 'Y'.
           05  WS-STEP-LOG-EOF-SWITCH   PIC X VALUE 'N'.
               88  STEP-LOG-END-OF-FILE          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CYCLE-COUNT           PIC 9(2) VALUE 0.
           05  WS-GAP-HIST-COUNT        PIC 9(7) VALUE 0.
           05  WS-UNBALANCED-COUNT      PIC 9(3) VALUE 0.
           05  WS-UNARCHIVED-COUNT      PIC 9(1) VALUE 0.
           05  WS-STEP-PROBLEM-COUNT    PIC 9(3) VALUE 0.
           05  WS-STEP-OVERRIDE-COUNT   PIC 9(3) VALUE 0.

       01  WS-ARCHIVE-TYPE-TABLE.
           05  FILLER                   PIC X(6) VALUE "AUDIT".
                   INDEXED BY WS-ARCH-IDX
                                        PIC X(6).

      *    The date's steps, held in the order they started - the
      *    step-control file itself is in step-name order.
       01  WS-TIMELINE-TABLE.
           05  WS-TL-ENTRY OCCURS 40 TIMES.
               10  WS-TL-KEY            PIC 9(14).
               10  WS-TL-LINE           PIC X(132).
       01  WS-TIMELINE-WORK.
           05  WS-TL-USED-COUNT         PIC 9(2) VALUE 0.
           05  WS-TL-SLOT               PIC 9(2) VALUE 0.
           05  WS-TL-PRIOR              PIC 9(2) VALUE 0.
           05  WS-TL-SORT-KEY           PIC 9(14) VALUE 0.
           05  WS-TL-SLOT-SWITCH        PIC X VALUE 'N'.
               88  TIMELINE-SLOT-FOUND           VALUE 'Y'.
           05  WS-TL-END-TEXT           PIC X(22) VALUE SPACES.
           05  WS-TL-OVERRIDE-TEXT      PIC X(22) VALUE SPACES.

       01  WS-REPORT-LINE               PIC X(132).
       01  WS-EDIT-AMOUNT               PIC -(9)9.99.
       01  WS-EDIT-AMOUNT-2             PIC -(9)9.99.
           PERFORM 4000-REPORT-RECONCILIATION.
           PERFORM 5000-REPORT-EXCEPTIONS.
           PERFORM 6000-REPORT-ARCHIVES.
           PERFORM 6500-REPORT-STEP-TIMELINE.
           PERFORM 6600-REPORT-STEP-OVERRIDES.
           PERFORM 7000-WRITE-VERDICT.
           PERFORM 9000-TERMINATE.
           STOP RUN.
               SET NEEDS-ATTENTION TO TRUE
           END-IF.

      *    A source's external total is in its trailer's currency,
      *    printed beside it.  Per-currency subtotal rows are listed
      *    under their source but are not reconciliation results.
       4100-REPORT-RECON-ROW.
           READ RECON-IN
               AT END
                   SET RECON-END-OF-FILE TO TRUE
               NOT AT END
                   IF RECON-CURRENCY-SUBTOTAL
                       PERFORM 4200-REPORT-CURRENCY-ROW
                   ELSE
                       IF RECON-STATUS NOT = "BALANCED"
                           ADD 1 TO WS-UNBALANCED-COUNT
                       END-IF
                       MOVE SPACES TO WS-REPORT-LINE
                       MOVE RECON-BATCH-TOTAL TO WS-EDIT-AMOUNT
                       MOVE RECON-EXTERNAL-TOTAL TO WS-EDIT-AMOUNT-2
                       STRING "  " RECON-SOURCE-ID
                               "  " RECON-STATUS
                               "  BATCH " WS-EDIT-AMOUNT
                               "  EXTERNAL " WS-EDIT-AMOUNT-2
                               " " RECON-CURRENCY-CODE
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WRITE STATUS-RECORD FROM WS-REPORT-LINE
                   END-IF
           END-READ.

       4200-REPORT-CURRENCY-ROW.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE RECON-ORIG-TOTAL TO WS-EDIT-AMOUNT.
           MOVE RECON-BATCH-TOTAL TO WS-EDIT-AMOUNT-2.
           MOVE RECON-RECORD-COUNT TO WS-EDIT-COUNT.
           STRING "    " RECON-SOURCE-ID
                   "  " RECON-CURRENCY-CODE
                   "  RECORDS " WS-EDIT-COUNT
                   "  ORIGINAL " WS-EDIT-AMOUNT
                   "  BASE " WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE STATUS-RECORD FROM WS-REPORT-LINE.

       5000-REPORT-EXCEPTIONS.
           OPEN INPUT EXCP-IN.
           PERFORM 5100-COUNT-EXCP-ROW
           END-READ.
           WRITE STATUS-RECORD FROM WS-REPORT-LINE.

      *    A step still STARTED (running, or abended before it could
      *    be stamped), one that FAILED, and one run on an operator
      *    override all need a look.
       6500-REPORT-STEP-TIMELINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "JOB-STREAM STEPS" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE STATUS-RECORD FROM WS-REPORT-LINE.
           OPEN INPUT STEP-CONTROL.
           IF WS-STEPCTL-STATUS NOT = "00"
               SET NEEDS-ATTENTION TO TRUE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  STEP-CONTROL FILE NOT AVAILABLE"
                       " (STATUS " WS-STEPCTL-STATUS ")"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE STATUS-RECORD FROM WS-REPORT-LINE
           ELSE
               MOVE WS-REPORT-DATE TO SC-BUSINESS-DATE
               MOVE SPACES TO SC-STEP-NAME
               MOVE 0 TO SC-CYCLE-NUMBER
               START STEP-CONTROL KEY NOT < SC-KEY
                   INVALID KEY
                       SET STEP-SCAN-DONE TO TRUE
               END-START
               PERFORM 6510-LOAD-STEP-ENTRY
                   UNTIL STEP-SCAN-DONE
               CLOSE STEP-CONTROL
               IF WS-TL-USED-COUNT = 0
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  NO STEPS RECORDED FOR THE DATE"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE STATUS-RECORD FROM WS-REPORT-LINE
               END-IF
               PERFORM VARYING WS-TL-SLOT FROM 1 BY 1
                       UNTIL WS-TL-SLOT > WS-TL-USED-COUNT
                   WRITE STATUS-RECORD FROM WS-TL-LINE(WS-TL-SLOT)
               END-PERFORM
           END-IF.
           IF WS-STEP-PROBLEM-COUNT > 0
               SET NEEDS-ATTENTION TO TRUE
           END-IF.

       6510-LOAD-STEP-ENTRY.
           READ STEP-CONTROL NEXT RECORD
               AT END
                   SET STEP-SCAN-DONE TO TRUE
           END-READ.
           IF NOT STEP-SCAN-DONE
               IF WS-STEPCTL-STATUS NOT = "00"
                   OR SC-BUSINESS-DATE NOT = WS-REPORT-DATE
                   SET STEP-SCAN-DONE TO TRUE
               ELSE
                   IF NOT SC-COMPLETED OR SC-OVERRIDDEN
                       ADD 1 TO WS-STEP-PROBLEM-COUNT
                   END-IF
                   IF WS-TL-USED-COUNT < 40
                       PERFORM 6520-INSERT-TIMELINE-ENTRY
                   ELSE
                       DISPLAY "Step timeline full - step not listed: "
                           SC-STEP-NAME " cycle " SC-CYCLE-NUMBER
                   END-IF
               END-IF
           END-IF.

       6520-INSERT-TIMELINE-ENTRY.
           COMPUTE WS-TL-SORT-KEY =
               SC-START-DATE * 1000000 + SC-START-TIME.
           MOVE SPACES TO WS-TL-END-TEXT.
           IF SC-END-DATE NOT = 0
               STRING "  END " SC-END-DATE
                       " " SC-END-TIME(1:2) ":" SC-END-TIME(3:2)
                       ":" SC-END-TIME(5:2)
                   DELIMITED BY SIZE INTO WS-TL-END-TEXT
           END-IF.
           MOVE SPACES TO WS-TL-OVERRIDE-TEXT.
           IF SC-OVERRIDDEN
               STRING "  OVERRIDE BY " SC-OVERRIDE-OPERATOR
                   DELIMITED BY SIZE INTO WS-TL-OVERRIDE-TEXT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " SC-STEP-NAME
                   "  CYCLE " SC-CYCLE-NUMBER
                   "  " SC-STATUS
                   "  START " SC-START-DATE
                   " " SC-START-TIME(1:2) ":" SC-START-TIME(3:2)
                   ":" SC-START-TIME(5:2)
                   WS-TL-END-TEXT
                   "  RC " SC-RETURN-CODE
                   "  RUNS " SC-RUN-COUNT
                   WS-TL-OVERRIDE-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           ADD 1 TO WS-TL-USED-COUNT.
           MOVE WS-TL-USED-COUNT TO WS-TL-SLOT.
           MOVE 'N' TO WS-TL-SLOT-SWITCH.
           PERFORM 6530-SHIFT-TIMELINE-ENTRY
               UNTIL TIMELINE-SLOT-FOUND.
           MOVE WS-TL-SORT-KEY TO WS-TL-KEY(WS-TL-SLOT).
           MOVE WS-REPORT-LINE TO WS-TL-LINE(WS-TL-SLOT).

       6530-SHIFT-TIMELINE-ENTRY.
           IF WS-TL-SLOT = 1
               SET TIMELINE-SLOT-FOUND TO TRUE
           ELSE
               COMPUTE WS-TL-PRIOR = WS-TL-SLOT - 1
               IF WS-TL-KEY(WS-TL-PRIOR) NOT > WS-TL-SORT-KEY
                   SET TIMELINE-SLOT-FOUND TO TRUE
               ELSE
                   MOVE WS-TL-ENTRY(WS-TL-PRIOR)
                       TO WS-TL-ENTRY(WS-TL-SLOT)
                   MOVE WS-TL-PRIOR TO WS-TL-SLOT
               END-IF
           END-IF.

      *    Every prerequisite waived for the date, with what the
      *    prerequisite's state was, who waived it, and why.
       6600-REPORT-STEP-OVERRIDES.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "STEP OVERRIDES" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE STATUS-RECORD FROM WS-REPORT-LINE.
           OPEN INPUT STEP-OVERRIDE-LOG.
           PERFORM 6610-REPORT-OVERRIDE-ENTRY
               UNTIL STEP-LOG-END-OF-FILE.
           CLOSE STEP-OVERRIDE-LOG.
           IF WS-STEP-OVERRIDE-COUNT = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  NONE" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE STATUS-RECORD FROM WS-REPORT-LINE
           END-IF.

       6610-REPORT-OVERRIDE-ENTRY.
           READ STEP-OVERRIDE-LOG
               AT END
                   SET STEP-LOG-END-OF-FILE TO TRUE
               NOT AT END
                   IF SL-BUSINESS-DATE = WS-REPORT-DATE
                       ADD 1 TO WS-STEP-OVERRIDE-COUNT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "  " SL-STEP-NAME
                               "  CYCLE " SL-CYCLE-NUMBER
                               "  WAIVED " SL-PREREQ-STEP
                               " " SL-PREREQ-DATE
                               " (" SL-PREREQ-STATE ")"
                               "  BY " SL-OPERATOR-ID
                               "  " SL-REASON
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WRITE STATUS-RECORD FROM WS-REPORT-LINE
                   END-IF
           END-READ.

       7000-WRITE-VERDICT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF NEEDS-ATTENTION
