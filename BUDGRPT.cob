      *****************************************************************
      *  PROGRAM:  BUDGRPT
      *  PURPOSE:  Budget versus actual report by posting category.
      *            For the month of the report date it takes the
      *            actuals month-to-date from every RUNHIST cycle
      *            posted up to the report date - or, once MTHCLOSE
      *            has closed the month, the MTHSUMRC month summary -
      *            and sets them against the BUDGMAST budget in force
      *            for the category and month.  Each category line
      *            shows the dollar and percent variance and a
      *            straight-line projection to month end: the
      *            month-to-date actual spread over the processing
      *            days elapsed, carried across the PROCCAL processing
      *            days remaining (calendar days when the processing
      *            calendar is not available).  A category projected
      *            to overrun its budget by more than the threshold
      *            percentage, or posting with no budget at all, is
      *            flagged and sets return code 4.
      *  ARGS:     1 - report business date CCYYMMDD (default today)
      *            2 - overrun threshold percent (default 10)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY ASSIGN TO RUNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT MONTH-SUMMARY ASSIGN TO MTHSUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-PERIOD
               FILE STATUS IS WS-MTHSUM-STATUS.

           SELECT PERIOD-CONTROL ASSIGN TO PERIODCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERDCTL-STATUS.

           SELECT PROC-CALENDAR ASSIGN TO PROCCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCAL-DATE
               FILE STATUS IS WS-PROCCAL-STATUS.

           SELECT BUDGET-MASTER ASSIGN TO BUDGMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDGMAST-STATUS.

           SELECT BUDGET-RPT ASSIGN TO BUDGRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY.
           COPY RUNHIST.

       FD  MONTH-SUMMARY.
           COPY MTHSUMRC.

       FD  PERIOD-CONTROL.
           COPY PERIODCT.

       FD  PROC-CALENDAR.
           COPY PROCCAL.

       FD  BUDGET-MASTER.
           COPY BUDGMAST.

       FD  BUDGET-RPT
           RECORDING MODE IS F.
           COPY SUMRPT REPLACING ==SUMMARY-RECORD==
               BY ==BUDGET-RECORD==.

       WORKING-STORAGE SECTION.
       01  WS-RUNHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-MTHSUM-STATUS             PIC XX VALUE SPACES.
       01  WS-PERDCTL-STATUS            PIC XX VALUE SPACES.
       01  WS-PROCCAL-STATUS            PIC XX VALUE SPACES.
       01  WS-BUDGMAST-STATUS           PIC XX VALUE SPACES.

       01  WS-PARM-AREA.
           05  WS-DATE-PARM             PIC X(8) VALUE SPACES.
           05  WS-THRESHOLD-PARM        PIC X(15) VALUE SPACES.
           05  WS-REPORT-DATE           PIC 9(8) VALUE 0.
           05  WS-OVERRUN-THRESHOLD     PIC 9(3)V9 VALUE 10.0.

       01  WS-PERIOD-AREA.
           05  WS-PERIOD                PIC 9(6) VALUE 0.
           05  WS-NEXT-PERIOD           PIC 9(6) VALUE 0.
           05  WS-PERIOD-START-DATE     PIC 9(8) VALUE 0.
           05  WS-PERIOD-END-DATE       PIC 9(8) VALUE 0.
      *    The date budgets must be in force on - the report date, or
      *    the last day of a closed month.
           05  WS-AS-OF-DATE            PIC 9(8) VALUE 0.

       01  WS-FLAGS.
           05  WS-MONTH-CLOSED-SWITCH   PIC X VALUE 'N'.
               88  MONTH-CLOSED                  VALUE 'Y'.
           05  WS-HIST-EOF-SWITCH       PIC X VALUE 'N'.
               88  HISTORY-END-OF-FILE           VALUE 'Y'.
           05  WS-BUDGET-EOF-SWITCH     PIC X VALUE 'N'.
               88  BUDGET-END-OF-FILE            VALUE 'Y'.
           05  WS-CAL-EOF-SWITCH        PIC X VALUE 'N'.
               88  CALENDAR-END-OF-FILE          VALUE 'Y'.
           05  WS-CAL-USED-SWITCH       PIC X VALUE 'N'.
               88  CALENDAR-DAYS-USED            VALUE 'Y'.

       01  WS-DAY-COUNTS.
           05  WS-DAYS-ELAPSED          PIC 9(3) VALUE 0.
           05  WS-DAYS-REMAINING        PIC 9(3) VALUE 0.
           05  WS-MTD-RUN-COUNT         PIC 9(3) VALUE 0.

      *    One bucket per category with an actual or a budget for
      *    the month - the same fifty-entry capacity SUMBATCH holds
      *    the category master in.
       01  WS-BUDGET-CAT-TABLE.
           05  WS-BCAT-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-BCAT-IDX.
               10  WS-BCAT-CODE         PIC X(4) VALUE SPACES.
               10  WS-BCAT-ACTUAL       PIC S9(11)V99 COMP-3 VALUE 0.
               10  WS-BCAT-BUDGET       PIC S9(11)V99 COMP-3 VALUE 0.
               10  WS-BCAT-BUDGET-SWITCH
                                        PIC X VALUE 'N'.
                   88  BCAT-HAS-BUDGET           VALUE 'Y'.
               10  WS-BCAT-PROJECTED    PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BCAT-USED-COUNT           PIC 9(2) VALUE 0.
       01  WS-BCAT-FOUND-SWITCH         PIC X VALUE 'N'.
           88  BUDGET-CATEGORY-FOUND             VALUE 'Y'.
       01  WS-LOOKUP-CAT-CODE           PIC X(4) VALUE SPACES.
       01  WS-RH-CAT-IDX                PIC 9(2) VALUE 0.

       01  WS-TOTALS-AREA.
           05  WS-TOTAL-ACTUAL          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-BUDGET          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-PROJECTED       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-VARIANCE-AMOUNT       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-VARIANCE-PCT          PIC S9(7)V9 COMP-3 VALUE 0.
           05  WS-OVERRUN-PCT           PIC S9(7)V9 COMP-3 VALUE 0.
           05  WS-FLAG-COUNT            PIC 9(3) VALUE 0.
           05  WS-FLAG-TEXT             PIC X(20) VALUE SPACES.

       01  WS-REPORT-LINE               PIC X(132).
       01  WS-EDIT-AMOUNT               PIC -(11)9.99.
       01  WS-EDIT-AMOUNT-2             PIC -(11)9.99.
       01  WS-EDIT-AMOUNT-3             PIC -(11)9.99.
       01  WS-EDIT-AMOUNT-4             PIC -(11)9.99.
       01  WS-EDIT-PCT                  PIC -(6)9.9.
       01  WS-EDIT-PCT-TEXT             PIC X(9) VALUE SPACES.
       01  WS-EDIT-COUNT                PIC ZZ9.
       01  WS-EDIT-COUNT-2              PIC ZZ9.
       01  WS-EDIT-THRESHOLD            PIC ZZ9.9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-ACTUALS.
           PERFORM 3000-LOAD-BUDGETS.
           PERFORM 4000-COUNT-PROCESSING-DAYS.
           PERFORM 5000-PRODUCE-BUDGET-REPORT.
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
                   MOVE WS-DATE-PARM TO WS-REPORT-DATE
               ELSE
                   DISPLAY "Report date parameter not numeric: "
                       WS-DATE-PARM " - using current date"
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
               END-IF
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           END-IF.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-THRESHOLD-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-THRESHOLD-PARM NOT = SPACES
               COMPUTE WS-OVERRUN-THRESHOLD =
                   FUNCTION NUMVAL(WS-THRESHOLD-PARM)
           END-IF.
           MOVE WS-REPORT-DATE(1:6) TO WS-PERIOD.
           COMPUTE WS-PERIOD-START-DATE = WS-PERIOD * 100 + 1.
           IF WS-PERIOD(5:2) = "12"
               COMPUTE WS-NEXT-PERIOD = WS-PERIOD + 89
           ELSE
               COMPUTE WS-NEXT-PERIOD = WS-PERIOD + 1
           END-IF.
           COMPUTE WS-PERIOD-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-PERIOD * 100 + 1) - 1).
           MOVE WS-REPORT-DATE TO WS-AS-OF-DATE.
           PERFORM 1100-CHECK-PERIOD-CLOSED.
           OPEN OUTPUT BUDGET-RPT.

      *    A missing period control file only means no month has been
      *    closed yet.
       1100-CHECK-PERIOD-CLOSED.
           OPEN INPUT PERIOD-CONTROL.
           IF WS-PERDCTL-STATUS = "00"
               MOVE WS-PERIOD TO PC-PERIOD
               READ PERIOD-CONTROL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PC-CLOSED
                           SET MONTH-CLOSED TO TRUE
                           MOVE WS-PERIOD-END-DATE TO WS-AS-OF-DATE
                       END-IF
               END-READ
               CLOSE PERIOD-CONTROL
           END-IF.

       2000-LOAD-ACTUALS.
           IF MONTH-CLOSED
               PERFORM 2100-LOAD-MONTH-SUMMARY
           END-IF.
           IF NOT MONTH-CLOSED
               PERFORM 2200-LOAD-RUN-HISTORY
           END-IF.

      *    A closed month whose summary record cannot be read falls
      *    back to the run history, which still holds the month.
       2100-LOAD-MONTH-SUMMARY.
           OPEN INPUT MONTH-SUMMARY.
           IF WS-MTHSUM-STATUS NOT = "00"
               DISPLAY "Month summary open failed - status "
                   WS-MTHSUM-STATUS " - using run history"
               MOVE 'N' TO WS-MONTH-CLOSED-SWITCH
           ELSE
               MOVE WS-PERIOD TO MS-PERIOD
               READ MONTH-SUMMARY
                   INVALID KEY
                       DISPLAY "No month summary for closed period "
                           WS-PERIOD " - using run history"
                       MOVE 'N' TO WS-MONTH-CLOSED-SWITCH
                   NOT INVALID KEY
                       PERFORM VARYING WS-RH-CAT-IDX FROM 1 BY 1
                               UNTIL WS-RH-CAT-IDX > MS-CAT-USED-COUNT
                               OR WS-RH-CAT-IDX > 20
                           MOVE MS-CAT-CODE(WS-RH-CAT-IDX)
                               TO WS-LOOKUP-CAT-CODE
                           PERFORM 2500-LOCATE-CATEGORY
                           IF BUDGET-CATEGORY-FOUND
                               ADD MS-CAT-SUBTOTAL(WS-RH-CAT-IDX)
                                   TO WS-BCAT-ACTUAL(WS-BCAT-IDX)
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE MONTH-SUMMARY
           END-IF.

      *    Every cycle of every business date from the first of the
      *    month through the report date counts - a correction cycle
      *    carries only its own postings.
       2200-LOAD-RUN-HISTORY.
           OPEN INPUT RUN-HISTORY.
           IF WS-RUNHIST-STATUS NOT = "00"
               DISPLAY "Run-history file open failed - status "
                   WS-RUNHIST-STATUS
               SET HISTORY-END-OF-FILE TO TRUE
           ELSE
               MOVE WS-PERIOD-START-DATE TO RH-BUSINESS-DATE
               MOVE 0 TO RH-CYCLE-NUMBER
               START RUN-HISTORY KEY NOT < RH-KEY
                   INVALID KEY
                       SET HISTORY-END-OF-FILE TO TRUE
               END-START
               IF WS-RUNHIST-STATUS NOT = "00"
                   SET HISTORY-END-OF-FILE TO TRUE
               END-IF
           END-IF.
           PERFORM 2210-LOAD-HISTORY-RECORD
               UNTIL HISTORY-END-OF-FILE.
           IF WS-RUNHIST-STATUS NOT = "35"
               CLOSE RUN-HISTORY
           END-IF.

       2210-LOAD-HISTORY-RECORD.
           READ RUN-HISTORY NEXT RECORD
               AT END
                   SET HISTORY-END-OF-FILE TO TRUE
           END-READ.
           IF NOT HISTORY-END-OF-FILE
               IF WS-RUNHIST-STATUS NOT = "00"
                   OR RH-BUSINESS-DATE > WS-REPORT-DATE
                   SET HISTORY-END-OF-FILE TO TRUE
               ELSE
                   ADD 1 TO WS-MTD-RUN-COUNT
                   PERFORM VARYING WS-RH-CAT-IDX FROM 1 BY 1
                           UNTIL WS-RH-CAT-IDX > RH-CAT-USED-COUNT
                           OR WS-RH-CAT-IDX > 20
                       MOVE RH-CAT-CODE(WS-RH-CAT-IDX)
                           TO WS-LOOKUP-CAT-CODE
                       PERFORM 2500-LOCATE-CATEGORY
                       IF BUDGET-CATEGORY-FOUND
                           ADD RH-CAT-SUBTOTAL(WS-RH-CAT-IDX)
                               TO WS-BCAT-ACTUAL(WS-BCAT-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       2500-LOCATE-CATEGORY.
           MOVE 'N' TO WS-BCAT-FOUND-SWITCH.
           PERFORM VARYING WS-BCAT-IDX FROM 1 BY 1
                   UNTIL WS-BCAT-IDX > WS-BCAT-USED-COUNT
               IF WS-BCAT-CODE(WS-BCAT-IDX) = WS-LOOKUP-CAT-CODE
                   SET BUDGET-CATEGORY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT BUDGET-CATEGORY-FOUND
               IF WS-BCAT-USED-COUNT < 50
                   ADD 1 TO WS-BCAT-USED-COUNT
                   SET WS-BCAT-IDX TO WS-BCAT-USED-COUNT
                   MOVE WS-LOOKUP-CAT-CODE TO WS-BCAT-CODE(WS-BCAT-IDX)
                   SET BUDGET-CATEGORY-FOUND TO TRUE
               ELSE
                   DISPLAY "Budget category table full - skipped: "
                       WS-LOOKUP-CAT-CODE
               END-IF
           END-IF.

      *    The budget master is keyed category first, so the month's
      *    budgets are picked out of a full pass - a few hundred
      *    records a year.  Only a budget in force on the as-of date
      *    counts, the same effective-date test SUMBATCH applies to
      *    CATMAST.
       3000-LOAD-BUDGETS.
           OPEN INPUT BUDGET-MASTER.
           IF WS-BUDGMAST-STATUS NOT = "00"
               DISPLAY "Budget master open failed - status "
                   WS-BUDGMAST-STATUS
                   " - every category reports with no budget"
               SET BUDGET-END-OF-FILE TO TRUE
           ELSE
               MOVE LOW-VALUES TO BG-KEY
               START BUDGET-MASTER KEY NOT < BG-KEY
                   INVALID KEY
                       SET BUDGET-END-OF-FILE TO TRUE
               END-START
           END-IF.
           PERFORM 3100-LOAD-BUDGET-RECORD
               UNTIL BUDGET-END-OF-FILE.
           IF WS-BUDGMAST-STATUS = "00" OR "10" OR "23"
               CLOSE BUDGET-MASTER
           END-IF.

       3100-LOAD-BUDGET-RECORD.
           READ BUDGET-MASTER NEXT RECORD
               AT END
                   SET BUDGET-END-OF-FILE TO TRUE
           END-READ.
           IF NOT BUDGET-END-OF-FILE
               IF WS-BUDGMAST-STATUS NOT = "00"
                   SET BUDGET-END-OF-FILE TO TRUE
               ELSE
                   IF BG-PERIOD = WS-PERIOD
                       AND BG-ACTIVE
                       AND BG-EFFECTIVE-DATE NOT > WS-AS-OF-DATE
                       AND (BG-END-DATE = 0
                            OR BG-END-DATE NOT < WS-AS-OF-DATE)
                       MOVE BG-CAT-CODE TO WS-LOOKUP-CAT-CODE
                       PERFORM 2500-LOCATE-CATEGORY
                       IF BUDGET-CATEGORY-FOUND
                           MOVE BG-BUDGET-AMOUNT
                               TO WS-BCAT-BUDGET(WS-BCAT-IDX)
                           SET BCAT-HAS-BUDGET(WS-BCAT-IDX) TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Elapsed days run from the first of the month through the
      *    report date, remaining days from the day after to month
      *    end.  A closed month has nothing left to project.
       4000-COUNT-PROCESSING-DAYS.
           IF NOT MONTH-CLOSED
               OPEN INPUT PROC-CALENDAR
               IF WS-PROCCAL-STATUS = "00"
                   MOVE WS-PERIOD-START-DATE TO PCAL-DATE
                   START PROC-CALENDAR KEY NOT < PCAL-DATE
                       INVALID KEY
                           SET CALENDAR-END-OF-FILE TO TRUE
                   END-START
                   PERFORM 4100-COUNT-CALENDAR-DAY
                       UNTIL CALENDAR-END-OF-FILE
                   CLOSE PROC-CALENDAR
               ELSE
                   DISPLAY "Processing calendar open failed - status "
                       WS-PROCCAL-STATUS " - projecting on calendar"
                       " days"
               END-IF
               IF WS-DAYS-ELAPSED = 0 AND WS-DAYS-REMAINING = 0
                   MOVE 'N' TO WS-CAL-USED-SWITCH
                   MOVE WS-REPORT-DATE(7:2) TO WS-DAYS-ELAPSED
                   COMPUTE WS-DAYS-REMAINING =
                       WS-PERIOD-END-DATE - WS-REPORT-DATE
               END-IF
           END-IF.
           PERFORM VARYING WS-BCAT-IDX FROM 1 BY 1
                   UNTIL WS-BCAT-IDX > WS-BCAT-USED-COUNT
               IF WS-DAYS-ELAPSED > 0
                   COMPUTE WS-BCAT-PROJECTED(WS-BCAT-IDX) ROUNDED =
                       WS-BCAT-ACTUAL(WS-BCAT-IDX)
                       + WS-BCAT-ACTUAL(WS-BCAT-IDX)
                         * WS-DAYS-REMAINING / WS-DAYS-ELAPSED
               ELSE
                   MOVE WS-BCAT-ACTUAL(WS-BCAT-IDX)
                       TO WS-BCAT-PROJECTED(WS-BCAT-IDX)
               END-IF
           END-PERFORM.

       4100-COUNT-CALENDAR-DAY.
           READ PROC-CALENDAR NEXT RECORD
               AT END
                   SET CALENDAR-END-OF-FILE TO TRUE
           END-READ.
           IF NOT CALENDAR-END-OF-FILE
               IF WS-PROCCAL-STATUS NOT = "00"
                   OR PCAL-DATE > WS-PERIOD-END-DATE
                   SET CALENDAR-END-OF-FILE TO TRUE
               ELSE
                   IF PCAL-PROCESSING-DAY
                       SET CALENDAR-DAYS-USED TO TRUE
                       IF PCAL-DATE NOT > WS-REPORT-DATE
                           ADD 1 TO WS-DAYS-ELAPSED
                       ELSE
                           ADD 1 TO WS-DAYS-REMAINING
                       END-IF
                   END-IF
               END-IF
           END-IF.

       5000-PRODUCE-BUDGET-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BUDGET VERSUS ACTUAL REPORT - PERIOD: " WS-PERIOD
                   "  AS OF: " WS-REPORT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUDGET-RECORD FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           IF MONTH-CLOSED
               STRING "ACTUALS FROM: MONTH SUMMARY (PERIOD CLOSED)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE WS-MTD-RUN-COUNT TO WS-EDIT-COUNT
               STRING "ACTUALS FROM: RUN HISTORY MONTH-TO-DATE ("
                       WS-EDIT-COUNT " RUNS)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE BUDGET-RECORD FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-DAYS-ELAPSED TO WS-EDIT-COUNT.
           MOVE WS-DAYS-REMAINING TO WS-EDIT-COUNT-2.
           IF MONTH-CLOSED
               STRING "PROJECTION: NONE - MONTH COMPLETE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               IF CALENDAR-DAYS-USED
                   STRING "PROCESSING DAYS ELAPSED: " WS-EDIT-COUNT
                           "  REMAINING: " WS-EDIT-COUNT-2
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING "CALENDAR DAYS ELAPSED: " WS-EDIT-COUNT
                           "  REMAINING: " WS-EDIT-COUNT-2
                           "  (NO PROCESSING CALENDAR FOR PERIOD)"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
           END-IF.
           WRITE BUDGET-RECORD FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-OVERRUN-THRESHOLD TO WS-EDIT-THRESHOLD.
           STRING "OVERRUN FLAG THRESHOLD: " WS-EDIT-THRESHOLD " PCT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUDGET-RECORD FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  CAT          ACTUAL          BUDGET"
                   "        VARIANCE   VAR PCT       PROJECTED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUDGET-RECORD FROM WS-REPORT-LINE.

           PERFORM VARYING WS-BCAT-IDX FROM 1 BY 1
                   UNTIL WS-BCAT-IDX > WS-BCAT-USED-COUNT
               PERFORM 5100-REPORT-ONE-CATEGORY
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           COMPUTE WS-VARIANCE-AMOUNT =
               WS-TOTAL-ACTUAL - WS-TOTAL-BUDGET.
           MOVE WS-TOTAL-ACTUAL TO WS-EDIT-AMOUNT.
           MOVE WS-TOTAL-BUDGET TO WS-EDIT-AMOUNT-2.
           MOVE WS-VARIANCE-AMOUNT TO WS-EDIT-AMOUNT-3.
           MOVE WS-TOTAL-PROJECTED TO WS-EDIT-AMOUNT-4.
           STRING "  ALL " WS-EDIT-AMOUNT " " WS-EDIT-AMOUNT-2
                   " " WS-EDIT-AMOUNT-3 "          "
                   WS-EDIT-AMOUNT-4
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUDGET-RECORD FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-FLAG-COUNT TO WS-EDIT-COUNT.
           STRING "CATEGORIES FLAGGED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUDGET-RECORD FROM WS-REPORT-LINE.

      *    Variance is actual less budget, so a positive figure is
      *    spend over budget.  The overrun test is made on the
      *    projection, not the month-to-date actual.
       5100-REPORT-ONE-CATEGORY.
           ADD WS-BCAT-ACTUAL(WS-BCAT-IDX) TO WS-TOTAL-ACTUAL.
           ADD WS-BCAT-BUDGET(WS-BCAT-IDX) TO WS-TOTAL-BUDGET.
           ADD WS-BCAT-PROJECTED(WS-BCAT-IDX) TO WS-TOTAL-PROJECTED.
           COMPUTE WS-VARIANCE-AMOUNT =
               WS-BCAT-ACTUAL(WS-BCAT-IDX)
               - WS-BCAT-BUDGET(WS-BCAT-IDX).
           MOVE SPACES TO WS-FLAG-TEXT.
           MOVE SPACES TO WS-EDIT-PCT-TEXT.
           IF WS-BCAT-BUDGET(WS-BCAT-IDX) NOT = 0
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE-AMOUNT * 100
                   / FUNCTION ABS(WS-BCAT-BUDGET(WS-BCAT-IDX))
               MOVE WS-VARIANCE-PCT TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO WS-EDIT-PCT-TEXT
               COMPUTE WS-OVERRUN-PCT ROUNDED =
                   (WS-BCAT-PROJECTED(WS-BCAT-IDX)
                    - WS-BCAT-BUDGET(WS-BCAT-IDX)) * 100
                   / FUNCTION ABS(WS-BCAT-BUDGET(WS-BCAT-IDX))
               IF WS-OVERRUN-PCT > WS-OVERRUN-THRESHOLD
                   MOVE "** PROJECTED OVERRUN" TO WS-FLAG-TEXT
                   ADD 1 TO WS-FLAG-COUNT
               END-IF
           ELSE
               IF NOT BCAT-HAS-BUDGET(WS-BCAT-IDX)
                   AND WS-BCAT-ACTUAL(WS-BCAT-IDX) NOT = 0
                   MOVE "** NO BUDGET" TO WS-FLAG-TEXT
                   ADD 1 TO WS-FLAG-COUNT
               END-IF
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-BCAT-ACTUAL(WS-BCAT-IDX) TO WS-EDIT-AMOUNT.
           MOVE WS-BCAT-BUDGET(WS-BCAT-IDX) TO WS-EDIT-AMOUNT-2.
           MOVE WS-VARIANCE-AMOUNT TO WS-EDIT-AMOUNT-3.
           MOVE WS-BCAT-PROJECTED(WS-BCAT-IDX) TO WS-EDIT-AMOUNT-4.
           STRING "  " WS-BCAT-CODE(WS-BCAT-IDX)
                   WS-EDIT-AMOUNT " " WS-EDIT-AMOUNT-2
                   " " WS-EDIT-AMOUNT-3 " " WS-EDIT-PCT-TEXT
                   WS-EDIT-AMOUNT-4 "  " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUDGET-RECORD FROM WS-REPORT-LINE.

       9000-TERMINATE.
           CLOSE BUDGET-RPT.
           DISPLAY "Budget categories reported: " WS-BCAT-USED-COUNT.
           DISPLAY "Budget categories flagged: " WS-FLAG-COUNT.
           IF WS-FLAG-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
