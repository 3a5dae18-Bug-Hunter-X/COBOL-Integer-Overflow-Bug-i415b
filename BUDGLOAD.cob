      *****************************************************************
      *  PROGRAM:  BUDGLOAD
      *  PURPOSE:  Budget master load.  Reads finance's annual budget
      *            extract (one row per posting category per year,
      *            twelve monthly amounts) and loads one BUDGMAST
      *            record per category and month.  Every category
      *            must be on the category master.  A month already on
      *            file is replaced only by an extract row effective
      *            on or after the one on file - a re-forecast keeps
      *            the amount it replaced in BG-PRIOR-AMOUNT, and an
      *            older extract run again by mistake changes nothing.
      *            Bad rows are listed with their reason and the load
      *            carries on with the rest.
      *  ARGS:     none
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-EXTRACT ASSIGN TO BUDGEXT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CAT-MASTER ASSIGN TO CATMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODE
               FILE STATUS IS WS-CATMAST-STATUS.

           SELECT BUDGET-MASTER ASSIGN TO BUDGMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDGMAST-STATUS.

           SELECT LOAD-RPT ASSIGN TO BUDLDRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-EXTRACT
           RECORDING MODE IS F.
           COPY BUDGEXT.

       FD  CAT-MASTER.
           COPY CATMAST.

       FD  BUDGET-MASTER.
           COPY BUDGMAST.

       FD  LOAD-RPT
           RECORDING MODE IS F.
           COPY SUMRPT REPLACING ==SUMMARY-RECORD==
               BY ==LOAD-RECORD==.

       WORKING-STORAGE SECTION.
       01  WS-CATMAST-STATUS            PIC XX VALUE SPACES.
       01  WS-BUDGMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-LOAD-DATE                 PIC 9(8) VALUE 0.

       01  WS-FLAGS.
           05  WS-EXTRACT-EOF-SWITCH    PIC X VALUE 'N'.
               88  EXTRACT-END-OF-FILE           VALUE 'Y'.
           05  WS-ROW-VALID-SWITCH      PIC X VALUE 'Y'.
               88  ROW-VALID                     VALUE 'Y'.
               88  ROW-INVALID                   VALUE 'N'.
           05  WS-BUDGET-FOUND-SWITCH   PIC X VALUE 'N'.
               88  BUDGET-ON-FILE                VALUE 'Y'.

       01  WS-ROW-AREA.
           05  WS-REJECT-REASON         PIC X(40) VALUE SPACES.
           05  WS-ROW-EFF-DATE          PIC 9(8) VALUE 0.
           05  WS-MONTH-IDX             PIC 9(2) VALUE 0.
           05  WS-ROW-ADDED-COUNT       PIC 9(2) VALUE 0.
           05  WS-ROW-REPLACED-COUNT    PIC 9(2) VALUE 0.
           05  WS-ROW-KEPT-COUNT        PIC 9(2) VALUE 0.
           05  WS-ROW-ANNUAL-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-EXTRACT-READ-COUNT    PIC 9(7) VALUE 0.
           05  WS-ROW-REJECT-COUNT      PIC 9(7) VALUE 0.
           05  WS-MONTH-ADDED-COUNT     PIC 9(7) VALUE 0.
           05  WS-MONTH-REPLACED-COUNT  PIC 9(7) VALUE 0.
           05  WS-MONTH-KEPT-COUNT      PIC 9(7) VALUE 0.
           05  WS-MONTH-FAILED-COUNT    PIC 9(7) VALUE 0.

       01  WS-REPORT-LINE               PIC X(132).
       01  WS-EDIT-AMOUNT               PIC -(13)9.99.
       01  WS-EDIT-COUNT                PIC ZZZZZZ9.
       01  WS-EDIT-MONTHS               PIC Z9.
       01  WS-EDIT-MONTHS-2             PIC Z9.
       01  WS-EDIT-MONTHS-3             PIC Z9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-EXTRACT-ROW
               UNTIL EXTRACT-END-OF-FILE.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOAD-DATE.
           OPEN INPUT CAT-MASTER.
           IF WS-CATMAST-STATUS NOT = "00"
               DISPLAY "Category master open failed - status "
                   WS-CATMAST-STATUS
                   " - load stopped.  Check the CATMAST allocation"
                   " and resubmit."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O BUDGET-MASTER.
           IF WS-BUDGMAST-STATUS = "35"
               OPEN OUTPUT BUDGET-MASTER
               CLOSE BUDGET-MASTER
               OPEN I-O BUDGET-MASTER
           END-IF.
           IF WS-BUDGMAST-STATUS NOT = "00"
               DISPLAY "Budget master open failed - status "
                   WS-BUDGMAST-STATUS " - load stopped"
               CLOSE CAT-MASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BUDGET-EXTRACT.
           OPEN OUTPUT LOAD-RPT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BUDGET MASTER LOAD REPORT - LOAD DATE: "
                   WS-LOAD-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE LOAD-RECORD FROM WS-REPORT-LINE.
           PERFORM 2100-READ-EXTRACT.

       2000-LOAD-EXTRACT-ROW.
           ADD 1 TO WS-EXTRACT-READ-COUNT.
           PERFORM 2200-VALIDATE-EXTRACT-ROW.
           IF ROW-VALID
               MOVE 0 TO WS-ROW-ADDED-COUNT
               MOVE 0 TO WS-ROW-REPLACED-COUNT
               MOVE 0 TO WS-ROW-KEPT-COUNT
               MOVE 0 TO WS-ROW-ANNUAL-TOTAL
               PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > 12
                   PERFORM 3000-APPLY-MONTH-BUDGET
               END-PERFORM
               PERFORM 4000-REPORT-LOADED-ROW
           ELSE
               ADD 1 TO WS-ROW-REJECT-COUNT
               PERFORM 4100-REPORT-REJECTED-ROW
           END-IF.
           PERFORM 2100-READ-EXTRACT.

       2100-READ-EXTRACT.
           READ BUDGET-EXTRACT
               AT END
                   SET EXTRACT-END-OF-FILE TO TRUE
           END-READ.

      *    The checks run cheapest first; the first failure is the
      *    reason reported.
       2200-VALIDATE-EXTRACT-ROW.
           SET ROW-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF BX-BUDGET-YEAR NOT NUMERIC
               OR BX-BUDGET-YEAR < 1900
               SET ROW-INVALID TO TRUE
               MOVE "BUDGET YEAR NOT VALID" TO WS-REJECT-REASON
           END-IF.
           IF ROW-VALID
               AND NOT BX-ACTIVE AND NOT BX-CLOSED
               SET ROW-INVALID TO TRUE
               MOVE "STATUS NOT A OR C" TO WS-REJECT-REASON
           END-IF.
           IF ROW-VALID
               IF BX-EFFECTIVE-DATE NOT NUMERIC
                   OR BX-END-DATE NOT NUMERIC
                   SET ROW-INVALID TO TRUE
                   MOVE "EFFECTIVE OR END DATE NOT NUMERIC"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF ROW-VALID
               PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > 12
                   IF BX-MONTH-AMOUNT(WS-MONTH-IDX) NOT NUMERIC
                       SET ROW-INVALID TO TRUE
                       MOVE "MONTHLY AMOUNT NOT NUMERIC"
                           TO WS-REJECT-REASON
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF ROW-VALID
               IF BX-EFFECTIVE-DATE = 0
                   COMPUTE WS-ROW-EFF-DATE =
                       BX-BUDGET-YEAR * 10000 + 0101
               ELSE
                   MOVE BX-EFFECTIVE-DATE TO WS-ROW-EFF-DATE
               END-IF
               IF BX-END-DATE > 0
                   AND BX-END-DATE < WS-ROW-EFF-DATE
                   SET ROW-INVALID TO TRUE
                   MOVE "END DATE BEFORE EFFECTIVE DATE"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF ROW-VALID
               MOVE BX-CAT-CODE TO CM-CODE
               READ CAT-MASTER
                   INVALID KEY
                       SET ROW-INVALID TO TRUE
                       MOVE "CATEGORY NOT ON CATEGORY MASTER"
                           TO WS-REJECT-REASON
               END-READ
           END-IF.

      *    A month already on file is replaced only from an extract
      *    effective on or after the budget it replaces.
       3000-APPLY-MONTH-BUDGET.
           MOVE BX-CAT-CODE TO BG-CAT-CODE.
           COMPUTE BG-PERIOD = BX-BUDGET-YEAR * 100 + WS-MONTH-IDX.
           MOVE 'N' TO WS-BUDGET-FOUND-SWITCH.
           READ BUDGET-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BUDGET-ON-FILE TO TRUE
           END-READ.
           IF NOT BUDGET-ON-FILE
               MOVE 0 TO BG-PRIOR-AMOUNT
               PERFORM 3100-SET-BUDGET-FIELDS
               WRITE BUDGET-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-MONTH-FAILED-COUNT
                       DISPLAY "Budget master write failed - status "
                           WS-BUDGMAST-STATUS " " BG-KEY
                   NOT INVALID KEY
                       ADD 1 TO WS-ROW-ADDED-COUNT
                       ADD 1 TO WS-MONTH-ADDED-COUNT
               END-WRITE
           ELSE
               IF WS-ROW-EFF-DATE < BG-EFFECTIVE-DATE
                   ADD 1 TO WS-ROW-KEPT-COUNT
                   ADD 1 TO WS-MONTH-KEPT-COUNT
               ELSE
                   MOVE BG-BUDGET-AMOUNT TO BG-PRIOR-AMOUNT
                   PERFORM 3100-SET-BUDGET-FIELDS
                   REWRITE BUDGET-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-MONTH-FAILED-COUNT
                           DISPLAY "Budget master rewrite failed - "
                               "status " WS-BUDGMAST-STATUS " " BG-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-ROW-REPLACED-COUNT
                           ADD 1 TO WS-MONTH-REPLACED-COUNT
                   END-REWRITE
               END-IF
           END-IF.
           ADD BX-MONTH-AMOUNT(WS-MONTH-IDX) TO WS-ROW-ANNUAL-TOTAL.

       3100-SET-BUDGET-FIELDS.
           MOVE BX-MONTH-AMOUNT(WS-MONTH-IDX) TO BG-BUDGET-AMOUNT.
           MOVE BX-STATUS TO BG-STATUS.
           MOVE WS-ROW-EFF-DATE TO BG-EFFECTIVE-DATE.
           MOVE BX-END-DATE TO BG-END-DATE.
           MOVE WS-LOAD-DATE TO BG-LOADED-DATE.

       4000-REPORT-LOADED-ROW.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-ROW-ADDED-COUNT TO WS-EDIT-MONTHS.
           MOVE WS-ROW-REPLACED-COUNT TO WS-EDIT-MONTHS-2.
           MOVE WS-ROW-KEPT-COUNT TO WS-EDIT-MONTHS-3.
           MOVE WS-ROW-ANNUAL-TOTAL TO WS-EDIT-AMOUNT.
           STRING "  " BX-CAT-CODE "  " BX-BUDGET-YEAR
                   "  " BX-STATUS
                   "  EFFECTIVE " WS-ROW-EFF-DATE
                   "  NEW " WS-EDIT-MONTHS
                   "  REPLACED " WS-EDIT-MONTHS-2
                   "  KEPT " WS-EDIT-MONTHS-3
                   "  ANNUAL " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE LOAD-RECORD FROM WS-REPORT-LINE.

       4100-REPORT-REJECTED-ROW.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-EXTRACT-READ-COUNT TO WS-EDIT-COUNT.
           STRING "  ROW " WS-EDIT-COUNT
                   "  " BX-CAT-CODE "  " BX-BUDGET-YEAR
                   "  *** REJECTED - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE LOAD-RECORD FROM WS-REPORT-LINE.

       9000-TERMINATE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-EXTRACT-READ-COUNT TO WS-EDIT-COUNT.
           STRING "EXTRACT ROWS READ: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE LOAD-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-ROW-REJECT-COUNT TO WS-EDIT-COUNT.
           STRING "EXTRACT ROWS REJECTED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE LOAD-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-MONTH-ADDED-COUNT TO WS-EDIT-COUNT.
           STRING "BUDGET MONTHS ADDED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE LOAD-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-MONTH-REPLACED-COUNT TO WS-EDIT-COUNT.
           STRING "BUDGET MONTHS REPLACED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE LOAD-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-MONTH-KEPT-COUNT TO WS-EDIT-COUNT.
           STRING "BUDGET MONTHS KEPT (NEWER ON FILE): " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE LOAD-RECORD FROM WS-REPORT-LINE.
           CLOSE BUDGET-EXTRACT.
           CLOSE CAT-MASTER.
           CLOSE BUDGET-MASTER.
           CLOSE LOAD-RPT.
           DISPLAY "Budget extract rows read: " WS-EXTRACT-READ-COUNT.
           DISPLAY "Budget extract rows rejected: "
               WS-ROW-REJECT-COUNT.
           DISPLAY "Budget months added: " WS-MONTH-ADDED-COUNT
               " replaced: " WS-MONTH-REPLACED-COUNT
               " kept: " WS-MONTH-KEPT-COUNT.
           IF WS-MONTH-FAILED-COUNT > 0
               DISPLAY "Budget months not written: "
                   WS-MONTH-FAILED-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-ROW-REJECT-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
