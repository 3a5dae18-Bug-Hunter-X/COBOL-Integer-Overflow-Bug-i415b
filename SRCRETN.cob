      *****************************************************************
      *  PROGRAM:  SRCRETN
      *  PURPOSE:  Source return file builder.  Run nightly after the
      *            day's SUMBATCH cycles and EXCPFIX, it tells every
      *            source system on SRCMAST what happened to its feed
      *            for the business date, so a source team can fix and
      *            resend on its own instead of waiting to be phoned.
      *            Each source gets a header with the records received
      *            and posted and the posted total against its
      *            CTL-HASH-TOTAL trailer (from the day's RESULT-OUT
      *            and reconciliation files), every record rejected to
      *            the exception report with its TRAN-SEQUENCE, reason,
      *            and the current EXCPLDG outcome (OPEN, REPAIRED,
      *            REJECTED), and every run of sequences missing from
      *            SEQPOST between the first and last sequence posted
      *            that was not itself a rejected record.  All sources
      *            go to the single RETOUT file, each record carrying
      *            the source id it is addressed to - the transmission
      *            step splits it into one outbound dataset per source,
      *            the way ARCHPURG's purge list drives the dataset
      *            deletion step.  A control report lists what was
      *            built per source.
      *  ARGS:     1 - business date CCYYMMDD (default current date)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCRETN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-MASTER ASSIGN TO SRCMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-ID
               FILE STATUS IS WS-SRCMAST-STATUS.

           SELECT RESULT-IN ASSIGN TO RESULTOT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RECON-IN ASSIGN TO RECONRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCP-IN ASSIGN TO EXCPRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCP-LEDGER ASSIGN TO EXCPLDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-KEY
               FILE STATUS IS WS-EXCPLDG-STATUS.

           SELECT SEQ-POSTED ASSIGN TO SEQPOST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY
               FILE STATUS IS WS-SEQPOST-STATUS.

           SELECT RETURN-OUT ASSIGN TO RETOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RETURN-RPT ASSIGN TO RETRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-MASTER.
           COPY SRCMAST.

       FD  RESULT-IN
           RECORDING MODE IS F.
           COPY RESOUT.

       FD  RECON-IN
           RECORDING MODE IS F.
           COPY RECONREC.

       FD  EXCP-IN
           RECORDING MODE IS F.
           COPY EXCPREC.

       FD  EXCP-LEDGER.
           COPY EXCPLDGR.

       FD  SEQ-POSTED.
           COPY SEQPOST.

       FD  RETURN-OUT
           RECORDING MODE IS F.
           COPY SRCRETRC.

       FD  RETURN-RPT
           RECORDING MODE IS F.
           COPY SUMRPT REPLACING ==SUMMARY-RECORD==
               BY ==RETURN-REPORT-RECORD==.

       WORKING-STORAGE SECTION.
       01  WS-SRCMAST-STATUS            PIC XX VALUE SPACES.
       01  WS-EXCPLDG-STATUS            PIC XX VALUE SPACES.
       01  WS-SEQPOST-STATUS            PIC XX VALUE SPACES.

       01  WS-PARM-AREA.
           05  WS-DATE-PARM             PIC X(8) VALUE SPACES.
           05  WS-BUSINESS-DATE         PIC 9(8) VALUE 0.

       01  WS-FLAGS.
           05  WS-SRC-MASTER-EOF-SWITCH PIC X VALUE 'N'.
               88  SRC-MASTER-END-OF-FILE        VALUE 'Y'.
           05  WS-RESULT-EOF-SWITCH     PIC X VALUE 'N'.
               88  RESULT-END-OF-FILE            VALUE 'Y'.
           05  WS-RECON-EOF-SWITCH      PIC X VALUE 'N'.
               88  RECON-END-OF-FILE             VALUE 'Y'.
           05  WS-EXCP-EOF-SWITCH       PIC X VALUE 'N'.
               88  EXCP-END-OF-FILE              VALUE 'Y'.
           05  WS-SEQ-SCAN-SWITCH       PIC X VALUE 'N'.
               88  SEQ-SCAN-DONE                 VALUE 'Y'.
           05  WS-LEDGER-AVAIL-SWITCH   PIC X VALUE 'N'.
               88  EXCP-LEDGER-AVAILABLE         VALUE 'Y'.
           05  WS-SEQPOST-AVAIL-SWITCH  PIC X VALUE 'N'.
               88  SEQ-POSTED-AVAILABLE          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RESULT-READ-COUNT     PIC 9(7) VALUE 0.
           05  WS-EXCP-READ-COUNT       PIC 9(7) VALUE 0.
           05  WS-UNROUTED-COUNT        PIC 9(7) VALUE 0.
           05  WS-RETURN-WRITE-COUNT    PIC 9(7) VALUE 0.
           05  WS-SOURCES-BUILT-COUNT   PIC 9(3) VALUE 0.
           05  WS-LEDGER-MISS-COUNT     PIC 9(7) VALUE 0.

      *    One bucket per source master entry - the same ten-source
      *    capacity SUMBATCH loads the master into.
       01  WS-RETURN-SOURCE-TABLE.
           05  WS-RSRC-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-RSRC-IDX.
               10  WS-RSRC-ID           PIC X(3) VALUE SPACES.
               10  WS-RSRC-NAME         PIC X(30) VALUE SPACES.
               10  WS-RSRC-STATUS       PIC X VALUE SPACE.
               10  WS-RSRC-POSTED-COUNT PIC 9(7) VALUE 0.
               10  WS-RSRC-POSTED-TOTAL PIC S9(9)V99 COMP-3 VALUE 0.
               10  WS-RSRC-REJECT-COUNT PIC 9(7) VALUE 0.
               10  WS-RSRC-TRAILER-TOTAL
                                        PIC S9(9)V99 COMP-3 VALUE 0.
               10  WS-RSRC-RECON-STATUS PIC X(9) VALUE SPACES.
               10  WS-RSRC-CURRENCY     PIC X(3) VALUE SPACES.
               10  WS-RSRC-ORIG-TOTAL   PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-RSRC-USED-COUNT           PIC 9(2) VALUE 0.
       01  WS-RSRC-FOUND-SWITCH         PIC X VALUE 'N'.
           88  RETURN-SOURCE-FOUND               VALUE 'Y'.
       01  WS-LOOKUP-SOURCE-ID          PIC X(3) VALUE SPACES.
       01  WS-BASE-CURRENCY             PIC X(3) VALUE "USD".

      *    The current source's rejected sequences, so a sequence the
      *    source will already see as a reject is not also reported
      *    to it as missing.
       01  WS-REJECT-SEQ-TABLE.
           05  WS-RSEQ-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-RSEQ-IDX.
               10  WS-RSEQ-SEQUENCE     PIC 9(9) VALUE 0.
       01  WS-RSEQ-USED-COUNT           PIC 9(4) VALUE 0.
       01  WS-RSEQ-FOUND-SWITCH         PIC X VALUE 'N'.
           88  REJECTED-SEQUENCE-FOUND           VALUE 'Y'.
       01  WS-RSEQ-OVERFLOW-SWITCH      PIC X VALUE 'N'.
           88  REJECT-SEQ-TABLE-OVERFLOW         VALUE 'Y'.
       01  WS-RSEQ-CHECK-SEQUENCE       PIC 9(9) VALUE 0.

      *    Sequences from 800000000 up are numbered by our own
      *    reversal and repair feeds (BACKOUT 8cc, EXCPFIX 9cc), not
      *    by the source, and take no part in its gap detection.
       01  WS-SEQUENCE-AREA.
           05  WS-SYSTEM-SEQ-FLOOR      PIC 9(9) VALUE 800000000.
           05  WS-PRIOR-SEQUENCE        PIC 9(9) VALUE 0.
           05  WS-GAP-FROM-SEQUENCE     PIC 9(9) VALUE 0.
           05  WS-GAP-TO-SEQUENCE       PIC 9(9) VALUE 0.
           05  WS-GAP-MISSING-COUNT     PIC 9(9) VALUE 0.

       01  WS-SOURCE-COUNTS.
           05  WS-SRC-REJECT-WRITTEN    PIC 9(7) VALUE 0.
           05  WS-SRC-GAP-WRITTEN       PIC 9(7) VALUE 0.
           05  WS-SRC-RECORDS-WRITTEN   PIC 9(7) VALUE 0.

       01  WS-REPORT-LINE               PIC X(132).
       01  WS-EDIT-AMOUNT               PIC -(9)9.99.
       01  WS-EDIT-AMOUNT-2             PIC -(9)9.99.
       01  WS-EDIT-COUNT                PIC ZZZZZZ9.
       01  WS-EDIT-COUNT-2              PIC ZZZZZZ9.
       01  WS-EDIT-COUNT-3              PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-TALLY-RESULTS.
           PERFORM 2200-TALLY-RECONCILIATION.
           PERFORM 2400-TALLY-EXCEPTIONS.
           PERFORM VARYING WS-RSRC-IDX FROM 1 BY 1
                   UNTIL WS-RSRC-IDX > WS-RSRC-USED-COUNT
               IF WS-RSRC-STATUS(WS-RSRC-IDX) = 'A'
                   OR WS-RSRC-POSTED-COUNT(WS-RSRC-IDX) > 0
                   OR WS-RSRC-REJECT-COUNT(WS-RSRC-IDX) > 0
                   PERFORM 3000-BUILD-SOURCE-RETURN
               END-IF
           END-PERFORM.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-DATE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-DATE-PARM NOT = SPACES
               AND WS-DATE-PARM NUMERIC
               MOVE WS-DATE-PARM TO WS-BUSINESS-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF.
           OPEN OUTPUT RETURN-RPT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SOURCE RETURN FILE CONTROL REPORT - BUSINESS DATE: "
                   WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RETURN-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM 1100-LOAD-SOURCE-MASTER.
           OPEN INPUT EXCP-LEDGER.
           IF WS-EXCPLDG-STATUS = "00"
               SET EXCP-LEDGER-AVAILABLE TO TRUE
           ELSE
               DISPLAY "Exception ledger open failed - status "
                   WS-EXCPLDG-STATUS
                   " - reject outcomes reported UNKNOWN"
               MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN INPUT SEQ-POSTED.
           IF WS-SEQPOST-STATUS = "00"
               SET SEQ-POSTED-AVAILABLE TO TRUE
           ELSE
               DISPLAY "Posted sequence file open failed - status "
                   WS-SEQPOST-STATUS
                   " - no sequence gaps reported"
               MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT RETURN-OUT.

       1100-LOAD-SOURCE-MASTER.
           OPEN INPUT SOURCE-MASTER.
      *    Without the source master there is nobody to address a
      *    return file to.
           IF WS-SRCMAST-STATUS NOT = "00"
               DISPLAY "Source master open failed - status "
                   WS-SRCMAST-STATUS
                   " - submission stopped.  Check the SRCMAST"
                   " allocation and resubmit."
               CLOSE RETURN-RPT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1110-READ-SRC-MASTER.
           PERFORM 1120-STORE-SRC-MASTER-ENTRY
               UNTIL SRC-MASTER-END-OF-FILE.
           CLOSE SOURCE-MASTER.
           DISPLAY "Source master entries loaded: "
               WS-RSRC-USED-COUNT.

       1110-READ-SRC-MASTER.
           READ SOURCE-MASTER
               AT END
                   SET SRC-MASTER-END-OF-FILE TO TRUE
           END-READ.

       1120-STORE-SRC-MASTER-ENTRY.
           IF WS-RSRC-USED-COUNT < 10
               ADD 1 TO WS-RSRC-USED-COUNT
               SET WS-RSRC-IDX TO WS-RSRC-USED-COUNT
               MOVE SM-ID TO WS-RSRC-ID(WS-RSRC-IDX)
               MOVE SM-NAME TO WS-RSRC-NAME(WS-RSRC-IDX)
               MOVE SM-STATUS TO WS-RSRC-STATUS(WS-RSRC-IDX)
               MOVE "NONE" TO WS-RSRC-RECON-STATUS(WS-RSRC-IDX)
           ELSE
               DISPLAY "Source master table full - ignored: " SM-ID
           END-IF.
           PERFORM 1110-READ-SRC-MASTER.

       1200-LOCATE-RETURN-SOURCE.
           MOVE 'N' TO WS-RSRC-FOUND-SWITCH.
           PERFORM VARYING WS-RSRC-IDX FROM 1 BY 1
                   UNTIL WS-RSRC-IDX > WS-RSRC-USED-COUNT
               IF WS-RSRC-ID(WS-RSRC-IDX) = WS-LOOKUP-SOURCE-ID
                   SET RETURN-SOURCE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    Records posted, per source, across every cycle the day ran
      *    - a correction cycle appends its results to the same file.
       2000-TALLY-RESULTS.
           OPEN INPUT RESULT-IN.
           PERFORM 2010-READ-RESULT.
           PERFORM 2020-TALLY-ONE-RESULT
               UNTIL RESULT-END-OF-FILE.
           CLOSE RESULT-IN.

       2010-READ-RESULT.
           READ RESULT-IN
               AT END
                   SET RESULT-END-OF-FILE TO TRUE
           END-READ.

       2020-TALLY-ONE-RESULT.
           ADD 1 TO WS-RESULT-READ-COUNT.
           MOVE RO-SOURCE-ID TO WS-LOOKUP-SOURCE-ID.
           PERFORM 1200-LOCATE-RETURN-SOURCE.
           IF RETURN-SOURCE-FOUND
               ADD 1 TO WS-RSRC-POSTED-COUNT(WS-RSRC-IDX)
               ADD RO-RESULT TO WS-RSRC-POSTED-TOTAL(WS-RSRC-IDX)
           ELSE
               ADD 1 TO WS-UNROUTED-COUNT
           END-IF.
           PERFORM 2010-READ-RESULT.

      *    A correction cycle appends a second set of per-source rows,
      *    so trailer totals are summed across a source's rows and any
      *    row that did not balance sets the status the source sees.
       2200-TALLY-RECONCILIATION.
           OPEN INPUT RECON-IN.
           PERFORM 2210-READ-RECON.
           PERFORM 2220-TALLY-ONE-RECON-ROW
               UNTIL RECON-END-OF-FILE.
           CLOSE RECON-IN.

       2210-READ-RECON.
           READ RECON-IN
               AT END
                   SET RECON-END-OF-FILE TO TRUE
           END-READ.

      *    The trailer total and the posted total restated in the
      *    trailer's currency come from the source's own rows, so a
      *    foreign-currency source sees both in the currency it sent.
      *    Per-currency subtotal rows are not reconciliation rows.
       2220-TALLY-ONE-RECON-ROW.
           IF RECON-SOURCE-ID NOT = "ALL"
               AND NOT RECON-CURRENCY-SUBTOTAL
               MOVE RECON-SOURCE-ID TO WS-LOOKUP-SOURCE-ID
               PERFORM 1200-LOCATE-RETURN-SOURCE
               IF RETURN-SOURCE-FOUND
                   ADD RECON-EXTERNAL-TOTAL
                       TO WS-RSRC-TRAILER-TOTAL(WS-RSRC-IDX)
                   ADD RECON-ORIG-TOTAL
                       TO WS-RSRC-ORIG-TOTAL(WS-RSRC-IDX)
                   IF RECON-CURRENCY-CODE NOT = SPACES
                       MOVE RECON-CURRENCY-CODE
                           TO WS-RSRC-CURRENCY(WS-RSRC-IDX)
                   END-IF
                   IF WS-RSRC-RECON-STATUS(WS-RSRC-IDX) = "NONE"
                       OR RECON-STATUS NOT = "BALANCED"
                       MOVE RECON-STATUS
                           TO WS-RSRC-RECON-STATUS(WS-RSRC-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM 2210-READ-RECON.

       2400-TALLY-EXCEPTIONS.
           OPEN INPUT EXCP-IN.
           MOVE 'N' TO WS-EXCP-EOF-SWITCH.
           PERFORM 2410-READ-EXCP.
           PERFORM 2420-TALLY-ONE-EXCEPTION
               UNTIL EXCP-END-OF-FILE.
           CLOSE EXCP-IN.

       2410-READ-EXCP.
           READ EXCP-IN
               AT END
                   SET EXCP-END-OF-FILE TO TRUE
           END-READ.

      *    A record rejected as SOURCE NOT ON SOURCE MASTER has no
      *    source to be returned to - it is counted as unrouted and
      *    left to the exception report.
       2420-TALLY-ONE-EXCEPTION.
           ADD 1 TO WS-EXCP-READ-COUNT.
           MOVE EXCP-SOURCE-ID TO WS-LOOKUP-SOURCE-ID.
           PERFORM 1200-LOCATE-RETURN-SOURCE.
           IF RETURN-SOURCE-FOUND
               ADD 1 TO WS-RSRC-REJECT-COUNT(WS-RSRC-IDX)
           ELSE
               ADD 1 TO WS-UNROUTED-COUNT
           END-IF.
           PERFORM 2410-READ-EXCP.

       3000-BUILD-SOURCE-RETURN.
           MOVE 0 TO WS-SRC-REJECT-WRITTEN.
           MOVE 0 TO WS-SRC-GAP-WRITTEN.
           MOVE 0 TO WS-SRC-RECORDS-WRITTEN.
           MOVE 0 TO WS-RSEQ-USED-COUNT.
           MOVE 'N' TO WS-RSEQ-OVERFLOW-SWITCH.
           PERFORM 3100-WRITE-RETURN-HEADER.
           PERFORM 3200-WRITE-SOURCE-REJECTS.
           PERFORM 3400-WRITE-SEQUENCE-GAPS.
           PERFORM 3600-WRITE-RETURN-TRAILER.
           PERFORM 3700-REPORT-SOURCE.
           ADD 1 TO WS-SOURCES-BUILT-COUNT.

      *    Received is what the source sent us for the day: what
      *    posted plus what was rejected to the exception report.
       3100-WRITE-RETURN-HEADER.
           MOVE SPACES TO SOURCE-RETURN-RECORD.
           MOVE WS-RSRC-ID(WS-RSRC-IDX) TO RT-SOURCE-ID.
           SET RT-HEADER TO TRUE.
           MOVE WS-BUSINESS-DATE TO RT-BUSINESS-DATE.
           COMPUTE RT-RECEIVED-COUNT =
               WS-RSRC-POSTED-COUNT(WS-RSRC-IDX)
               + WS-RSRC-REJECT-COUNT(WS-RSRC-IDX).
           MOVE WS-RSRC-POSTED-COUNT(WS-RSRC-IDX) TO RT-POSTED-COUNT.
           MOVE WS-RSRC-REJECT-COUNT(WS-RSRC-IDX)
               TO RT-REJECTED-COUNT.
           IF WS-RSRC-CURRENCY(WS-RSRC-IDX) = SPACES
               MOVE WS-BASE-CURRENCY TO WS-RSRC-CURRENCY(WS-RSRC-IDX)
           END-IF.
           MOVE WS-RSRC-CURRENCY(WS-RSRC-IDX) TO RT-CURRENCY-CODE.
           IF WS-RSRC-CURRENCY(WS-RSRC-IDX) = WS-BASE-CURRENCY
               MOVE WS-RSRC-POSTED-TOTAL(WS-RSRC-IDX)
                   TO RT-POSTED-TOTAL
           ELSE
               MOVE WS-RSRC-ORIG-TOTAL(WS-RSRC-IDX)
                   TO RT-POSTED-TOTAL
           END-IF.
           MOVE WS-RSRC-TRAILER-TOTAL(WS-RSRC-IDX)
               TO RT-TRAILER-TOTAL.
           COMPUTE RT-TRAILER-DIFFERENCE =
               RT-POSTED-TOTAL - RT-TRAILER-TOTAL.
           MOVE WS-RSRC-RECON-STATUS(WS-RSRC-IDX) TO RT-RECON-STATUS.
           MOVE WS-RSRC-NAME(WS-RSRC-IDX) TO RT-SOURCE-NAME.
           PERFORM 3900-WRITE-RETURN-RECORD.

       3200-WRITE-SOURCE-REJECTS.
           IF WS-RSRC-REJECT-COUNT(WS-RSRC-IDX) > 0
               OPEN INPUT EXCP-IN
               MOVE 'N' TO WS-EXCP-EOF-SWITCH
               PERFORM 2410-READ-EXCP
               PERFORM 3210-CHECK-ONE-EXCEPTION
                   UNTIL EXCP-END-OF-FILE
               CLOSE EXCP-IN
           END-IF.

       3210-CHECK-ONE-EXCEPTION.
           IF EXCP-SOURCE-ID = WS-RSRC-ID(WS-RSRC-IDX)
               PERFORM 3300-WRITE-REJECT-RECORD
           END-IF.
           PERFORM 2410-READ-EXCP.

       3300-WRITE-REJECT-RECORD.
           MOVE SPACES TO SOURCE-RETURN-RECORD.
           MOVE WS-RSRC-ID(WS-RSRC-IDX) TO RT-SOURCE-ID.
           SET RT-REJECT TO TRUE.
           MOVE WS-BUSINESS-DATE TO RT-BUSINESS-DATE.
           MOVE EXCP-SEQUENCE TO RT-SEQUENCE.
           MOVE EXCP-CYCLE TO RT-EXCP-CYCLE.
           MOVE EXCP-RECORD-NUMBER TO RT-EXCP-RECORD-NUMBER.
           MOVE EXCP-CATEGORY TO RT-CATEGORY.
           MOVE EXCP-INTEGER-1 TO RT-AMOUNT-1.
           MOVE EXCP-INTEGER-2 TO RT-AMOUNT-2.
           MOVE EXCP-REASON TO RT-REASON.
           PERFORM 3310-LOOKUP-LEDGER-OUTCOME.
           PERFORM 3900-WRITE-RETURN-RECORD.
           ADD 1 TO WS-SRC-REJECT-WRITTEN.
           IF WS-RSEQ-USED-COUNT < 2000
               ADD 1 TO WS-RSEQ-USED-COUNT
               SET WS-RSEQ-IDX TO WS-RSEQ-USED-COUNT
               MOVE EXCP-SEQUENCE TO WS-RSEQ-SEQUENCE(WS-RSEQ-IDX)
           ELSE
               SET REJECT-SEQ-TABLE-OVERFLOW TO TRUE
           END-IF.

      *    The ledger is keyed the way SUMBATCH opened the entry: the
      *    posting date with the exception's cycle and record number.
       3310-LOOKUP-LEDGER-OUTCOME.
           MOVE "UNKNOWN" TO RT-OUTCOME.
           MOVE 0 TO RT-OUTCOME-DATE.
           IF EXCP-LEDGER-AVAILABLE
               MOVE WS-BUSINESS-DATE TO EL-BUSINESS-DATE
               MOVE EXCP-CYCLE TO EL-CYCLE
               MOVE EXCP-RECORD-NUMBER TO EL-RECORD-NUMBER
               READ EXCP-LEDGER
                   INVALID KEY
                       ADD 1 TO WS-LEDGER-MISS-COUNT
                   NOT INVALID KEY
                       MOVE EL-STATUS TO RT-OUTCOME
                       IF EL-OPEN
                           MOVE EL-OPENED-DATE TO RT-OUTCOME-DATE
                       ELSE
                           MOVE EL-RESOLVED-DATE TO RT-OUTCOME-DATE
                       END-IF
               END-READ
           END-IF.

      *    Walks the source's posted sequences for the business date in
      *    key order; a jump of more than one between neighbours is a
      *    gap, trimmed at either end of any sequences already
      *    returned as rejects.
       3400-WRITE-SEQUENCE-GAPS.
           IF SEQ-POSTED-AVAILABLE
               MOVE 0 TO WS-PRIOR-SEQUENCE
               MOVE 'N' TO WS-SEQ-SCAN-SWITCH
               MOVE WS-RSRC-ID(WS-RSRC-IDX) TO PS-SOURCE-ID
               MOVE WS-BUSINESS-DATE TO PS-BUSINESS-DATE
               MOVE 0 TO PS-SEQUENCE
               START SEQ-POSTED KEY NOT < PS-KEY
                   INVALID KEY
                       SET SEQ-SCAN-DONE TO TRUE
               END-START
               PERFORM 3410-CHECK-NEXT-POSTED-SEQ
                   UNTIL SEQ-SCAN-DONE
           END-IF.

       3410-CHECK-NEXT-POSTED-SEQ.
           READ SEQ-POSTED NEXT RECORD
               AT END
                   SET SEQ-SCAN-DONE TO TRUE
           END-READ.
           IF NOT SEQ-SCAN-DONE
               IF WS-SEQPOST-STATUS NOT = "00"
                   OR PS-SOURCE-ID NOT = WS-RSRC-ID(WS-RSRC-IDX)
                   OR PS-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                   OR PS-SEQUENCE NOT < WS-SYSTEM-SEQ-FLOOR
                   SET SEQ-SCAN-DONE TO TRUE
               ELSE
                   IF WS-PRIOR-SEQUENCE > 0
                       AND PS-SEQUENCE > WS-PRIOR-SEQUENCE + 1
                       COMPUTE WS-GAP-FROM-SEQUENCE =
                           WS-PRIOR-SEQUENCE + 1
                       COMPUTE WS-GAP-TO-SEQUENCE = PS-SEQUENCE - 1
                       PERFORM 3500-TRIM-AND-WRITE-GAP
                   END-IF
                   MOVE PS-SEQUENCE TO WS-PRIOR-SEQUENCE
               END-IF
           END-IF.

       3500-TRIM-AND-WRITE-GAP.
           MOVE WS-GAP-FROM-SEQUENCE TO WS-RSEQ-CHECK-SEQUENCE.
           PERFORM 3550-CHECK-REJECTED-SEQUENCE.
           PERFORM 3510-TRIM-GAP-START
               UNTIL NOT REJECTED-SEQUENCE-FOUND
                   OR WS-GAP-FROM-SEQUENCE > WS-GAP-TO-SEQUENCE.
           MOVE WS-GAP-TO-SEQUENCE TO WS-RSEQ-CHECK-SEQUENCE.
           PERFORM 3550-CHECK-REJECTED-SEQUENCE.
           PERFORM 3520-TRIM-GAP-END
               UNTIL NOT REJECTED-SEQUENCE-FOUND
                   OR WS-GAP-TO-SEQUENCE < WS-GAP-FROM-SEQUENCE.
           IF WS-GAP-FROM-SEQUENCE NOT > WS-GAP-TO-SEQUENCE
               COMPUTE WS-GAP-MISSING-COUNT =
                   WS-GAP-TO-SEQUENCE - WS-GAP-FROM-SEQUENCE + 1
      *        Rejects inside the trimmed range are not missing either.
               PERFORM VARYING WS-RSEQ-IDX FROM 1 BY 1
                       UNTIL WS-RSEQ-IDX > WS-RSEQ-USED-COUNT
                   IF WS-RSEQ-SEQUENCE(WS-RSEQ-IDX)
                           > WS-GAP-FROM-SEQUENCE
                       AND WS-RSEQ-SEQUENCE(WS-RSEQ-IDX)
                           < WS-GAP-TO-SEQUENCE
                       SUBTRACT 1 FROM WS-GAP-MISSING-COUNT
                   END-IF
               END-PERFORM
               MOVE SPACES TO SOURCE-RETURN-RECORD
               MOVE WS-RSRC-ID(WS-RSRC-IDX) TO RT-SOURCE-ID
               SET RT-GAP TO TRUE
               MOVE WS-BUSINESS-DATE TO RT-BUSINESS-DATE
               MOVE WS-GAP-FROM-SEQUENCE TO RT-GAP-FROM-SEQUENCE
               MOVE WS-GAP-TO-SEQUENCE TO RT-GAP-TO-SEQUENCE
               MOVE WS-GAP-MISSING-COUNT TO RT-GAP-MISSING-COUNT
               PERFORM 3900-WRITE-RETURN-RECORD
               ADD 1 TO WS-SRC-GAP-WRITTEN
           END-IF.

       3510-TRIM-GAP-START.
           ADD 1 TO WS-GAP-FROM-SEQUENCE.
           MOVE WS-GAP-FROM-SEQUENCE TO WS-RSEQ-CHECK-SEQUENCE.
           PERFORM 3550-CHECK-REJECTED-SEQUENCE.

       3520-TRIM-GAP-END.
           SUBTRACT 1 FROM WS-GAP-TO-SEQUENCE.
           MOVE WS-GAP-TO-SEQUENCE TO WS-RSEQ-CHECK-SEQUENCE.
           PERFORM 3550-CHECK-REJECTED-SEQUENCE.

       3550-CHECK-REJECTED-SEQUENCE.
           MOVE 'N' TO WS-RSEQ-FOUND-SWITCH.
           PERFORM VARYING WS-RSEQ-IDX FROM 1 BY 1
                   UNTIL WS-RSEQ-IDX > WS-RSEQ-USED-COUNT
               IF WS-RSEQ-SEQUENCE(WS-RSEQ-IDX)
                       = WS-RSEQ-CHECK-SEQUENCE
                   SET REJECTED-SEQUENCE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3600-WRITE-RETURN-TRAILER.
           MOVE SPACES TO SOURCE-RETURN-RECORD.
           MOVE WS-RSRC-ID(WS-RSRC-IDX) TO RT-SOURCE-ID.
           SET RT-TRAILER TO TRUE.
           MOVE WS-BUSINESS-DATE TO RT-BUSINESS-DATE.
           MOVE WS-SRC-REJECT-WRITTEN TO RT-REJECT-RECORD-COUNT.
           MOVE WS-SRC-GAP-WRITTEN TO RT-GAP-RECORD-COUNT.
           COMPUTE RT-RETURN-RECORD-COUNT =
               WS-SRC-RECORDS-WRITTEN + 1.
           PERFORM 3900-WRITE-RETURN-RECORD.

       3700-REPORT-SOURCE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-RSRC-POSTED-COUNT(WS-RSRC-IDX) TO WS-EDIT-COUNT.
           MOVE WS-SRC-REJECT-WRITTEN TO WS-EDIT-COUNT-2.
           MOVE WS-SRC-GAP-WRITTEN TO WS-EDIT-COUNT-3.
           IF WS-RSRC-CURRENCY(WS-RSRC-IDX) = WS-BASE-CURRENCY
               MOVE WS-RSRC-POSTED-TOTAL(WS-RSRC-IDX)
                   TO WS-EDIT-AMOUNT
           ELSE
               MOVE WS-RSRC-ORIG-TOTAL(WS-RSRC-IDX) TO WS-EDIT-AMOUNT
           END-IF.
           MOVE WS-RSRC-TRAILER-TOTAL(WS-RSRC-IDX)
               TO WS-EDIT-AMOUNT-2.
           STRING "  " WS-RSRC-ID(WS-RSRC-IDX)
                   "  POSTED " WS-EDIT-COUNT
                   "  REJECTED " WS-EDIT-COUNT-2
                   "  GAPS " WS-EDIT-COUNT-3
                   "  POSTED TOTAL " WS-EDIT-AMOUNT
                   "  TRAILER " WS-EDIT-AMOUNT-2
                   " " WS-RSRC-CURRENCY(WS-RSRC-IDX)
                   "  " WS-RSRC-RECON-STATUS(WS-RSRC-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RETURN-REPORT-RECORD FROM WS-REPORT-LINE.
           IF REJECT-SEQ-TABLE-OVERFLOW
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-RSRC-ID(WS-RSRC-IDX)
                       "  OVER 2000 REJECTS - GAPS MAY INCLUDE"
                       " REJECTED SEQUENCES"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RETURN-REPORT-RECORD FROM WS-REPORT-LINE
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       3900-WRITE-RETURN-RECORD.
           WRITE SOURCE-RETURN-RECORD.
           ADD 1 TO WS-SRC-RECORDS-WRITTEN.
           ADD 1 TO WS-RETURN-WRITE-COUNT.

       9000-TERMINATE.
           IF WS-UNROUTED-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-UNROUTED-COUNT TO WS-EDIT-COUNT
               STRING "RECORDS FOR SOURCES NOT ON SOURCE MASTER: "
                       WS-EDIT-COUNT
                       " - NOT RETURNED, SEE EXCEPTION REPORT"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RETURN-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-SOURCES-BUILT-COUNT TO WS-EDIT-COUNT.
           MOVE WS-RETURN-WRITE-COUNT TO WS-EDIT-COUNT-2.
           STRING "RETURN FILES BUILT: " WS-EDIT-COUNT
                   "  RECORDS WRITTEN: " WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RETURN-REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-EXCPLDG-STATUS = "00" OR "10" OR "23"
               CLOSE EXCP-LEDGER
           END-IF.
           IF WS-SEQPOST-STATUS = "00" OR "10" OR "23"
               CLOSE SEQ-POSTED
           END-IF.
           CLOSE RETURN-OUT.
           CLOSE RETURN-RPT.
           DISPLAY "Result records read: " WS-RESULT-READ-COUNT.
           DISPLAY "Exception records read: " WS-EXCP-READ-COUNT.
           DISPLAY "Records for unknown sources: " WS-UNROUTED-COUNT.
           DISPLAY "Ledger entries not found: " WS-LEDGER-MISS-COUNT.
           DISPLAY "Return files built: " WS-SOURCES-BUILT-COUNT.
           DISPLAY "Return records written: " WS-RETURN-WRITE-COUNT.
