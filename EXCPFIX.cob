               RECORD KEY IS EL-KEY
               FILE STATUS IS WS-EXCPLDG-STATUS.

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
       FD  EXCP-IN
       FD  EXCP-LEDGER.
           COPY EXCPLDGR.

       FD  STEP-CONTROL.
           COPY STEPCTL.

       FD  STEP-OVERRIDE-IN
           RECORDING MODE IS F.
           COPY STEPOVR.

       FD  STEP-OVERRIDE-LOG
           RECORDING MODE IS F.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                  PIC X(8).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
           05  WS-LEDGER-NEW-STATUS     PIC X(8) VALUE SPACES.
           05  WS-LEDGER-MARK-COUNT     PIC 9(7) VALUE 0.
           05  WS-LEDGER-MISS-COUNT     PIC 9(7) VALUE 0.
           05  WS-REPOST-SEQUENCE       PIC 9(9) VALUE 0.

       01  WS-REPORT-LINE               PIC X(132).
       01  WS-EDIT-AMOUNT               PIC -(9)9.99.
       01  WS-EDIT-AMOUNT-2             PIC -(9)9.99.
       01  WS-EDIT-COUNT                PIC ZZZZZZ9.

       01  WS-STEPCTL-STATUS            PIC XX VALUE SPACES.
           COPY STEPPREQ.

      *    This program's step on the step-control file, and the work
      *    fields for checking it against the prerequisite table.
       01  WS-STEP-AREA.
           05  WS-STEP-NAME             PIC X(8) VALUE "EXCPFIX".
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
           ELSE
               MOVE WS-RUN-DATE-NUM TO WS-LEDGER-DATE
           END-IF.
           MOVE WS-LEDGER-DATE TO WS-STEP-DATE.
           MOVE WS-SUPPL-CYCLE TO WS-STEP-CYCLE.
           PERFORM 1900-CHECK-STEP-PREREQS.
           IF STEP-REFUSED
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1970-STAMP-STEP-STARTED.
           OPEN I-O EXCP-LEDGER.
           IF WS-EXCPLDG-STATUS NOT = "00"
               DISPLAY "Exception ledger open failed - status "
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REPAIR-REPORT-RECORD FROM WS-REPORT-LINE.

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

       2000-PROCESS-EXCEPTIONS.
           ADD 1 TO WS-EXCP-READ-COUNT.
           PERFORM 3000-APPLY-REPAIR.
               EVALUATE WS-REP-ACTION(WS-REP-IDX)
                   WHEN 'S'
                       MOVE 'N' TO WS-EMIT-FAIL-SWITCH
                       MOVE 0 TO WS-REPOST-SEQUENCE
                       PERFORM 3100-EMIT-SPLIT
                       IF NOT REPAIR-EMIT-FAILED
                           MOVE "REPAIRED" TO WS-LEDGER-NEW-STATUS
                       END-IF
                   WHEN 'D'
                       MOVE 'N' TO WS-EMIT-FAIL-SWITCH
                       MOVE 0 TO WS-REPOST-SEQUENCE
                       PERFORM 3200-EMIT-SHIFT
                       IF NOT REPAIR-EMIT-FAILED
                           MOVE "REPAIRED" TO WS-LEDGER-NEW-STATUS
                   END-IF
                   MOVE EXCP-SOURCE-ID TO TRAN-SOURCE-ID
                   WRITE TRAN-RECORD
                   IF WS-REPOST-SEQUENCE = 0
                       MOVE TRAN-SEQUENCE TO WS-REPOST-SEQUENCE
                   END-IF
                   ADD 1 TO WS-SUPPL-WRITE-COUNT
                   ADD WS-CAPACITY-CHECK TO WS-SUPPL-HASH-TOTAL
                   ADD WS-CAPACITY-CHECK
                       IF WS-LEDGER-NEW-STATUS = "REJECTED"
                           MOVE WS-REP-REASON-CODE(WS-REP-IDX)
                               TO EL-REJECT-REASON-CODE
                       ELSE
                           MOVE WS-REPOST-SEQUENCE
                               TO EL-REPOST-SEQUENCE
                       END-IF
                       REWRITE EXCP-LEDGER-RECORD
                       ADD 1 TO WS-LEDGER-MARK-COUNT
           DISPLAY "Ledger entries marked: " WS-LEDGER-MARK-COUNT.
           DISPLAY "Ledger entries not found: "
               WS-LEDGER-MISS-COUNT.
           PERFORM 9900-STAMP-STEP-ENDED.

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
