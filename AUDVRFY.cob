      *****************************************************************
      *  PROGRAM:  AUDVRFY
      *  PURPOSE:  Audit trail chain verification.  Walks a business
      *            date's audit log - the day's AUDIT-LOG, or a
      *            generation ARCHPURG has restored from the GENCAT
      *            catalog back to it - recomputing the sequence and
      *            chain value every record carries, and reports the
      *            first broken link: a record edited, inserted, or
      *            deleted anywhere in the log.  The records and
      *            AUD-RESULT total of each cycle are then reconciled
      *            to that date and cycle's RUNHIST record, which
      *            catches a log cut short after its last good link,
      *            and the record count to the catalog entry when the
      *            date has been archived.  Any break or difference
      *            sets return code 8 for the scheduler.
      *  ARGS:     1 - business date CCYYMMDD (default today)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVRFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-IN ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-HISTORY ASSIGN TO RUNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT GEN-CATALOG ASSIGN TO GENCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-KEY
               FILE STATUS IS WS-GENCAT-STATUS.

           SELECT VERIFY-RPT ASSIGN TO AUDVRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  RUN-HISTORY.
           COPY RUNHIST.

       FD  GEN-CATALOG.
           COPY GENCAT.

       FD  VERIFY-RPT
           RECORDING MODE IS F.
           COPY SUMRPT REPLACING ==SUMMARY-RECORD==
               BY ==VERIFY-RECORD==.

       WORKING-STORAGE SECTION.
       01  WS-RUNHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-GENCAT-STATUS             PIC XX VALUE SPACES.

       01  WS-PARM-AREA.
           05  WS-DATE-PARM             PIC X(8) VALUE SPACES.
           05  WS-BUSINESS-DATE         PIC 9(8) VALUE 0.

       01  WS-FLAGS.
           05  WS-AUDIT-EOF-SWITCH      PIC X VALUE 'N'.
               88  AUDIT-END-OF-FILE             VALUE 'Y'.
           05  WS-HIST-EOF-SWITCH       PIC X VALUE 'N'.
               88  HISTORY-END-OF-FILE           VALUE 'Y'.
           05  WS-LINK-SWITCH           PIC X VALUE 'Y'.
               88  LINK-INTACT                   VALUE 'Y'.
           05  WS-CYC-FOUND-SWITCH      PIC X VALUE 'N'.
               88  CYCLE-FOUND                   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-AUDIT-READ-COUNT      PIC 9(7) VALUE 0.
           05  WS-BROKEN-LINK-COUNT     PIC 9(7) VALUE 0.
           05  WS-DIFFERENCE-COUNT      PIC 9(3) VALUE 0.
           05  WS-AUDIT-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.

      *    The chain as recomputed - the same arithmetic SUMBATCH
      *    applies when it writes each record (see AUDITREC).
       01  WS-AUDIT-CHAIN-AREA.
           05  WS-AUDIT-SEQUENCE        PIC 9(9) VALUE 0.
           05  WS-AUDIT-CHAIN-VALUE     PIC 9(10) VALUE 0.
           05  WS-AUDIT-CHAIN-WORK      PIC 9(12) VALUE 0.
           05  WS-AUDIT-CHAINED-LENGTH  PIC 9(3) VALUE 89.
           05  WS-AUDIT-CHAIN-POS       PIC 9(3) VALUE 0.
           05  WS-EXPECTED-SEQUENCE     PIC 9(9) VALUE 0.
           05  WS-BREAK-REASON          PIC X(30) VALUE SPACES.

       01  WS-CYCLE-TABLE.
           05  WS-CYCLE-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-CYC-IDX.
               10  WS-CYC-NUMBER        PIC 9(2) VALUE 0.
               10  WS-CYC-AUDIT-COUNT   PIC 9(7) VALUE 0.
               10  WS-CYC-AUDIT-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
               10  WS-CYC-HIST-SWITCH   PIC X VALUE 'N'.
                   88  CYCLE-IN-HISTORY          VALUE 'Y'.
               10  WS-CYC-HIST-COUNT    PIC 9(7) VALUE 0.
               10  WS-CYC-HIST-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CYC-USED-COUNT            PIC 9(2) VALUE 0.
       01  WS-LOOKUP-CYCLE              PIC 9(2) VALUE 0.

       01  WS-REPORT-LINE               PIC X(132).
       01  WS-RECON-TEXT                PIC X(30) VALUE SPACES.
       01  WS-EDIT-AMOUNT               PIC -(11)9.99.
       01  WS-EDIT-AMOUNT-2             PIC -(11)9.99.
       01  WS-EDIT-COUNT                PIC ZZZZZZ9.
       01  WS-EDIT-COUNT-2              PIC ZZZZZZ9.
       01  WS-EDIT-SEQUENCE             PIC Z(8)9.
       01  WS-EDIT-SEQUENCE-2           PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-VERIFY-AUDIT-RECORD
               UNTIL AUDIT-END-OF-FILE.
           PERFORM 3000-RECONCILE-RUN-HISTORY.
           PERFORM 4000-CHECK-CATALOG-COUNT.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-DATE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-DATE-PARM NOT = SPACES
               IF WS-DATE-PARM NUMERIC
                   MOVE WS-DATE-PARM TO WS-BUSINESS-DATE
               ELSE
                   DISPLAY "Business date parameter not numeric: "
                       WS-DATE-PARM " - using current date"
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
               END-IF
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF.
           OPEN OUTPUT VERIFY-RPT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "AUDIT CHAIN VERIFICATION - BUSINESS DATE: "
                   WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE VERIFY-RECORD FROM WS-REPORT-LINE.
           PERFORM 1100-LOAD-RUN-HISTORY.
           OPEN INPUT AUDIT-IN.
           PERFORM 2100-READ-AUDIT.

      *    Every cycle the date has a history record for, so a cycle
      *    whose audit records are missing altogether still shows.
       1100-LOAD-RUN-HISTORY.
           OPEN INPUT RUN-HISTORY.
           IF WS-RUNHIST-STATUS NOT = "00"
               DISPLAY "Run-history file open failed - status "
                   WS-RUNHIST-STATUS
               SET HISTORY-END-OF-FILE TO TRUE
           ELSE
               MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
               MOVE 0 TO RH-CYCLE-NUMBER
               START RUN-HISTORY KEY NOT < RH-KEY
                   INVALID KEY
                       SET HISTORY-END-OF-FILE TO TRUE
               END-START
           END-IF.
           PERFORM 1110-LOAD-HISTORY-CYCLE
               UNTIL HISTORY-END-OF-FILE.
           IF WS-RUNHIST-STATUS NOT = "35"
               CLOSE RUN-HISTORY
           END-IF.

       1110-LOAD-HISTORY-CYCLE.
           READ RUN-HISTORY NEXT RECORD
               AT END
                   SET HISTORY-END-OF-FILE TO TRUE
           END-READ.
           IF NOT HISTORY-END-OF-FILE
               IF WS-RUNHIST-STATUS NOT = "00"
                   OR RH-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                   SET HISTORY-END-OF-FILE TO TRUE
               ELSE
                   MOVE RH-CYCLE-NUMBER TO WS-LOOKUP-CYCLE
                   PERFORM 2500-LOCATE-CYCLE
                   IF CYCLE-FOUND
                       SET CYCLE-IN-HISTORY(WS-CYC-IDX) TO TRUE
                       MOVE RH-RECORD-COUNT
                           TO WS-CYC-HIST-COUNT(WS-CYC-IDX)
                       MOVE RH-BATCH-TOTAL
                           TO WS-CYC-HIST-TOTAL(WS-CYC-IDX)
                   END-IF
               END-IF
           END-IF.

      *    After a break the walk resynchronizes on the record's own
      *    sequence and chain value, so one altered record is reported
      *    once rather than as a break at every record after it.
       2000-VERIFY-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-READ-COUNT.
           MOVE 'Y' TO WS-LINK-SWITCH.
           COMPUTE WS-EXPECTED-SEQUENCE = WS-AUDIT-SEQUENCE + 1.
           IF AUD-AUDIT-SEQUENCE NOT NUMERIC
               OR AUD-CHAIN-VALUE NOT NUMERIC
               MOVE 'N' TO WS-LINK-SWITCH
               MOVE "CHAIN FIELDS NOT NUMERIC" TO WS-BREAK-REASON
           ELSE
               PERFORM 2200-COMPUTE-AUDIT-CHAIN
               IF AUD-AUDIT-SEQUENCE NOT = WS-EXPECTED-SEQUENCE
                   MOVE 'N' TO WS-LINK-SWITCH
                   MOVE "SEQUENCE OUT OF ORDER" TO WS-BREAK-REASON
               ELSE
                   IF AUD-CHAIN-VALUE NOT = WS-AUDIT-CHAIN-VALUE
                       MOVE 'N' TO WS-LINK-SWITCH
                       MOVE "CHAIN VALUE MISMATCH" TO WS-BREAK-REASON
                   END-IF
               END-IF
           END-IF.
           IF NOT LINK-INTACT
               ADD 1 TO WS-BROKEN-LINK-COUNT
               IF WS-BROKEN-LINK-COUNT = 1
                   PERFORM 2300-REPORT-FIRST-BREAK
               END-IF
           END-IF.
           IF AUD-AUDIT-SEQUENCE NUMERIC
               AND AUD-CHAIN-VALUE NUMERIC
               MOVE AUD-AUDIT-SEQUENCE TO WS-AUDIT-SEQUENCE
               MOVE AUD-CHAIN-VALUE TO WS-AUDIT-CHAIN-VALUE
           END-IF.
           ADD AUD-RESULT TO WS-AUDIT-TOTAL.
           MOVE AUD-CYCLE-NUMBER TO WS-LOOKUP-CYCLE.
           PERFORM 2500-LOCATE-CYCLE.
           IF CYCLE-FOUND
               ADD 1 TO WS-CYC-AUDIT-COUNT(WS-CYC-IDX)
               ADD AUD-RESULT TO WS-CYC-AUDIT-TOTAL(WS-CYC-IDX)
           END-IF.
           PERFORM 2100-READ-AUDIT.

       2100-READ-AUDIT.
           READ AUDIT-IN
               AT END
                   SET AUDIT-END-OF-FILE TO TRUE
           END-READ.

      *    Leaves the recomputed link in WS-AUDIT-CHAIN-VALUE for the
      *    comparison; the walk then carries the record's own value.
       2200-COMPUTE-AUDIT-CHAIN.
           MOVE WS-AUDIT-CHAIN-VALUE TO WS-AUDIT-CHAIN-WORK.
           PERFORM VARYING WS-AUDIT-CHAIN-POS FROM 1 BY 1
                   UNTIL WS-AUDIT-CHAIN-POS > WS-AUDIT-CHAINED-LENGTH
               COMPUTE WS-AUDIT-CHAIN-WORK = FUNCTION MOD(
                   WS-AUDIT-CHAIN-WORK * 257
                   + FUNCTION ORD(AUDIT-RECORD(WS-AUDIT-CHAIN-POS:1)),
                   2147483647)
           END-PERFORM.
           MOVE WS-AUDIT-CHAIN-WORK TO WS-AUDIT-CHAIN-VALUE.

       2300-REPORT-FIRST-BREAK.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-AUDIT-READ-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EXPECTED-SEQUENCE TO WS-EDIT-SEQUENCE.
           IF AUD-AUDIT-SEQUENCE NUMERIC
               MOVE AUD-AUDIT-SEQUENCE TO WS-EDIT-SEQUENCE-2
           ELSE
               MOVE 0 TO WS-EDIT-SEQUENCE-2
           END-IF.
           STRING "FIRST BROKEN LINK AT RECORD " WS-EDIT-COUNT
                   "  EXPECTED SEQ " WS-EDIT-SEQUENCE
                   "  FOUND SEQ " WS-EDIT-SEQUENCE-2
                   "  " WS-BREAK-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE VERIFY-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE AUD-RESULT TO WS-EDIT-AMOUNT.
           STRING "  " AUD-TIMESTAMP "  JOB " AUD-JOB-ID
                   "  CYCLE " AUD-CYCLE-NUMBER
                   "  RESULT " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE VERIFY-RECORD FROM WS-REPORT-LINE.

       2500-LOCATE-CYCLE.
           MOVE 'N' TO WS-CYC-FOUND-SWITCH.
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                   UNTIL WS-CYC-IDX > WS-CYC-USED-COUNT
               IF WS-CYC-NUMBER(WS-CYC-IDX) = WS-LOOKUP-CYCLE
                   SET CYCLE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT CYCLE-FOUND
               IF WS-CYC-USED-COUNT < 20
                   ADD 1 TO WS-CYC-USED-COUNT
                   SET WS-CYC-IDX TO WS-CYC-USED-COUNT
                   MOVE WS-LOOKUP-CYCLE TO WS-CYC-NUMBER(WS-CYC-IDX)
                   SET CYCLE-FOUND TO TRUE
               ELSE
                   DISPLAY "Cycle table full - cycle not reconciled: "
                       WS-LOOKUP-CYCLE
                   ADD 1 TO WS-DIFFERENCE-COUNT
               END-IF
           END-IF.

       3000-RECONCILE-RUN-HISTORY.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-AUDIT-READ-COUNT TO WS-EDIT-COUNT.
           MOVE WS-AUDIT-SEQUENCE TO WS-EDIT-SEQUENCE.
           STRING "AUDIT RECORDS READ: " WS-EDIT-COUNT
                   "  LAST SEQUENCE: " WS-EDIT-SEQUENCE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE VERIFY-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-BROKEN-LINK-COUNT TO WS-EDIT-COUNT.
           STRING "BROKEN LINKS: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE VERIFY-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CYCLE   AUDIT RECS  RUNHIST RECS"
                   "     AUDIT TOTAL         RUNHIST TOTAL  STATUS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE VERIFY-RECORD FROM WS-REPORT-LINE.
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                   UNTIL WS-CYC-IDX > WS-CYC-USED-COUNT
               PERFORM 3100-RECONCILE-CYCLE
           END-PERFORM.

       3100-RECONCILE-CYCLE.
           IF NOT CYCLE-IN-HISTORY(WS-CYC-IDX)
               MOVE "NO RUN HISTORY FOR CYCLE" TO WS-RECON-TEXT
               ADD 1 TO WS-DIFFERENCE-COUNT
           ELSE
               IF WS-CYC-AUDIT-COUNT(WS-CYC-IDX)
                       NOT = WS-CYC-HIST-COUNT(WS-CYC-IDX)
                   OR WS-CYC-AUDIT-TOTAL(WS-CYC-IDX)
                       NOT = WS-CYC-HIST-TOTAL(WS-CYC-IDX)
                   MOVE "DIFFERENCE" TO WS-RECON-TEXT
                   ADD 1 TO WS-DIFFERENCE-COUNT
               ELSE
                   MOVE "AGREES" TO WS-RECON-TEXT
               END-IF
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-CYC-AUDIT-COUNT(WS-CYC-IDX) TO WS-EDIT-COUNT.
           MOVE WS-CYC-HIST-COUNT(WS-CYC-IDX) TO WS-EDIT-COUNT-2.
           MOVE WS-CYC-AUDIT-TOTAL(WS-CYC-IDX) TO WS-EDIT-AMOUNT.
           MOVE WS-CYC-HIST-TOTAL(WS-CYC-IDX) TO WS-EDIT-AMOUNT-2.
           STRING "   " WS-CYC-NUMBER(WS-CYC-IDX)
                   "      " WS-EDIT-COUNT
                   "       " WS-EDIT-COUNT-2
                   " " WS-EDIT-AMOUNT
                   "  " WS-EDIT-AMOUNT-2
                   "  " WS-RECON-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE VERIFY-RECORD FROM WS-REPORT-LINE.

      *    Once the date is archived the catalog holds the number of
      *    records ARCHPURG copied - a restored generation must still
      *    have all of them.
       4000-CHECK-CATALOG-COUNT.
           OPEN INPUT GEN-CATALOG.
           IF WS-GENCAT-STATUS = "00"
               MOVE "AUDIT" TO GC-FILE-TYPE
               MOVE WS-BUSINESS-DATE TO GC-BUSINESS-DATE
               READ GEN-CATALOG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 4100-COMPARE-CATALOG-COUNT
               END-READ
               CLOSE GEN-CATALOG
           END-IF.

       4100-COMPARE-CATALOG-COUNT.
           IF GC-RECORD-COUNT = WS-AUDIT-READ-COUNT
               MOVE "AGREES" TO WS-RECON-TEXT
           ELSE
               MOVE "DIFFERENCE" TO WS-RECON-TEXT
               ADD 1 TO WS-DIFFERENCE-COUNT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE GC-RECORD-COUNT TO WS-EDIT-COUNT.
           MOVE WS-AUDIT-READ-COUNT TO WS-EDIT-COUNT-2.
           STRING "CATALOG GENERATION " GC-GENERATION
                   " (" GC-STATUS ") RECORDS " WS-EDIT-COUNT
                   "  READ " WS-EDIT-COUNT-2
                   "  " WS-RECON-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE VERIFY-RECORD FROM WS-REPORT-LINE.

       9000-TERMINATE.
           CLOSE AUDIT-IN.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-BROKEN-LINK-COUNT > 0 OR WS-DIFFERENCE-COUNT > 0
               STRING "AUDIT TRAIL VERIFICATION FAILED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-AUDIT-READ-COUNT = 0 AND WS-CYC-USED-COUNT = 0
                   STRING "NO AUDIT RECORDS OR RUN HISTORY FOR DATE"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   STRING "AUDIT TRAIL VERIFIED - CHAIN INTACT AND"
                           " RECONCILED"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
           END-IF.
           WRITE VERIFY-RECORD FROM WS-REPORT-LINE.
           CLOSE VERIFY-RPT.
           DISPLAY "Audit records read: " WS-AUDIT-READ-COUNT.
           DISPLAY "Broken links: " WS-BROKEN-LINK-COUNT.
           DISPLAY "Reconciliation differences: " WS-DIFFERENCE-COUNT.
