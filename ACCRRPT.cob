      *****************************************************************
      *  PROGRAM:  ACCRRPT
      *  PURPOSE:  Accrual reversal status report over the ACCRLDG
      *            accrual ledger.  Lists every reversing record
      *            SUMBATCH generated for an auto-reverse category
      *            within the look-back window, beside the original
      *            posting it offsets, and whether the reversal has
      *            since posted.  A reversal still PENDING once its
      *            own business date is behind the as-of date never
      *            reversed - it is flagged and sets a nonzero return
      *            code.
      *  ARGS:     1 - as-of date CCYYMMDD (default current date)
      *            2 - look-back in days of reversal date (default 30)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRUAL-LEDGER ASSIGN TO ACCRLDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ACCRLDG-STATUS.

           SELECT ACCRUAL-RPT ASSIGN TO ACCRRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCRUAL-LEDGER.
           COPY ACCRLDGR.

       FD  ACCRUAL-RPT
           RECORDING MODE IS F.
           COPY SUMRPT REPLACING ==SUMMARY-RECORD==
               BY ==ACCRUAL-RPT-RECORD==.

       WORKING-STORAGE SECTION.
       01  WS-ACCRLDG-STATUS            PIC XX VALUE SPACES.

       01  WS-PARM-AREA.
           05  WS-DATE-PARM             PIC X(8) VALUE SPACES.
           05  WS-ASOF-DATE             PIC 9(8) VALUE 0.
           05  WS-LOOKBACK-PARM         PIC X(4) VALUE SPACES.
           05  WS-LOOKBACK-DAYS         PIC 9(3) VALUE 30.
           05  WS-FROM-DATE             PIC 9(8) VALUE 0.

       01  WS-FLAGS.
           05  WS-LEDGER-EOF-SWITCH     PIC X VALUE 'N'.
               88  LEDGER-END-OF-FILE            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LEDGER-READ-COUNT     PIC 9(7) VALUE 0.
           05  WS-POSTED-COUNT          PIC 9(7) VALUE 0.
           05  WS-DUE-COUNT             PIC 9(7) VALUE 0.
           05  WS-OVERDUE-COUNT         PIC 9(7) VALUE 0.
           05  WS-GENERATED-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-POSTED-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-DUE-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-OVERDUE-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-STATUS-TEXT               PIC X(30) VALUE SPACES.

       01  WS-REPORT-LINE               PIC X(132).
       01  WS-EDIT-AMOUNT               PIC -(11)9.99.
       01  WS-EDIT-COUNT                PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SCAN-LEDGER.
           PERFORM 4000-REPORT-TOTALS.
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
               MOVE WS-DATE-PARM TO WS-ASOF-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ASOF-DATE
           END-IF.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-LOOKBACK-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-LOOKBACK-PARM NOT = SPACES
               COMPUTE WS-LOOKBACK-DAYS =
                   FUNCTION NUMVAL(WS-LOOKBACK-PARM)
           END-IF.
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
               - WS-LOOKBACK-DAYS).
           OPEN OUTPUT ACCRUAL-RPT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACCRUAL REVERSAL REPORT - AS OF " WS-ASOF-DATE
                   "  REVERSALS DATED FROM " WS-FROM-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE ACCRUAL-RPT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  REVERSAL  SEQUENCE  GEN DATE CY  ORIGINAL"
                   "                CAT   REVERSAL AMOUNT  STATUS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE ACCRUAL-RPT-RECORD FROM WS-REPORT-LINE.
           OPEN INPUT ACCRUAL-LEDGER.
           IF WS-ACCRLDG-STATUS NOT = "00"
               DISPLAY "Accrual ledger open failed - status "
                   WS-ACCRLDG-STATUS
               SET LEDGER-END-OF-FILE TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

       2000-SCAN-LEDGER.
           IF NOT LEDGER-END-OF-FILE
               MOVE WS-FROM-DATE TO AL-REVERSAL-DATE
               MOVE 0 TO AL-REVERSAL-SEQUENCE
               START ACCRUAL-LEDGER KEY NOT < AL-KEY
                   INVALID KEY
                       SET LEDGER-END-OF-FILE TO TRUE
               END-START
               IF WS-ACCRLDG-STATUS NOT = "00"
                   SET LEDGER-END-OF-FILE TO TRUE
               END-IF
           END-IF.
           PERFORM 2100-SCAN-LEDGER-ENTRY
               UNTIL LEDGER-END-OF-FILE.

       2100-SCAN-LEDGER-ENTRY.
           READ ACCRUAL-LEDGER NEXT RECORD
               AT END
                   SET LEDGER-END-OF-FILE TO TRUE
           END-READ.
           IF NOT LEDGER-END-OF-FILE
               IF WS-ACCRLDG-STATUS NOT = "00"
                   SET LEDGER-END-OF-FILE TO TRUE
               ELSE
                   ADD 1 TO WS-LEDGER-READ-COUNT
                   ADD AL-REVERSAL-AMOUNT TO WS-GENERATED-TOTAL
                   PERFORM 2200-CLASSIFY-ENTRY
                   PERFORM 2300-REPORT-ENTRY
               END-IF
           END-IF.

      *    A reversal dated on or after the as-of date may simply not
      *    have been through its day's run yet - only one whose date
      *    has passed without posting is an accrual that never
      *    reversed.
       2200-CLASSIFY-ENTRY.
           MOVE SPACES TO WS-STATUS-TEXT.
           IF AL-POSTED
               ADD 1 TO WS-POSTED-COUNT
               ADD AL-REVERSAL-AMOUNT TO WS-POSTED-TOTAL
               STRING "POSTED " AL-POSTED-DATE
                       " CYCLE " AL-POSTED-CYCLE
                   DELIMITED BY SIZE INTO WS-STATUS-TEXT
           ELSE
               IF AL-REVERSAL-DATE < WS-ASOF-DATE
                   ADD 1 TO WS-OVERDUE-COUNT
                   ADD AL-REVERSAL-AMOUNT TO WS-OVERDUE-TOTAL
                   MOVE "** NOT REVERSED" TO WS-STATUS-TEXT
               ELSE
                   ADD 1 TO WS-DUE-COUNT
                   ADD AL-REVERSAL-AMOUNT TO WS-DUE-TOTAL
                   MOVE "PENDING" TO WS-STATUS-TEXT
               END-IF
           END-IF.

       2300-REPORT-ENTRY.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE AL-REVERSAL-AMOUNT TO WS-EDIT-AMOUNT.
           STRING "  " AL-REVERSAL-DATE
                   " " AL-REVERSAL-SEQUENCE
                   "  " AL-GENERATED-DATE
                   " " AL-GENERATED-CYCLE
                   "  " AL-ORIG-SOURCE-ID
                   " " AL-ORIG-BUSINESS-DATE
                   " " AL-ORIG-SEQUENCE
                   "  " AL-CATEGORY
                   "  " WS-EDIT-AMOUNT
                   "  " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE ACCRUAL-RPT-RECORD FROM WS-REPORT-LINE.

       4000-REPORT-TOTALS.
           IF WS-LEDGER-READ-COUNT = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  NO ACCRUAL REVERSALS IN THE WINDOW"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE ACCRUAL-RPT-RECORD FROM WS-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-LEDGER-READ-COUNT TO WS-EDIT-COUNT
               MOVE WS-GENERATED-TOTAL TO WS-EDIT-AMOUNT
               STRING "REVERSALS GENERATED: " WS-EDIT-COUNT
                       "  TOTAL " WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE ACCRUAL-RPT-RECORD FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-POSTED-COUNT TO WS-EDIT-COUNT
               MOVE WS-POSTED-TOTAL TO WS-EDIT-AMOUNT
               STRING "REVERSALS POSTED:    " WS-EDIT-COUNT
                       "  TOTAL " WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE ACCRUAL-RPT-RECORD FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-DUE-COUNT TO WS-EDIT-COUNT
               MOVE WS-DUE-TOTAL TO WS-EDIT-AMOUNT
               STRING "REVERSALS PENDING:   " WS-EDIT-COUNT
                       "  TOTAL " WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE ACCRUAL-RPT-RECORD FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-OVERDUE-COUNT TO WS-EDIT-COUNT
               MOVE WS-OVERDUE-TOTAL TO WS-EDIT-AMOUNT
               STRING "NEVER REVERSED:      " WS-EDIT-COUNT
                       "  TOTAL " WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE ACCRUAL-RPT-RECORD FROM WS-REPORT-LINE
           END-IF.

       9000-TERMINATE.
           IF WS-ACCRLDG-STATUS = "00" OR "10" OR "23"
               CLOSE ACCRUAL-LEDGER
           END-IF.
           CLOSE ACCRUAL-RPT.
           DISPLAY "Ledger entries read: " WS-LEDGER-READ-COUNT.
           DISPLAY "Reversals posted: " WS-POSTED-COUNT.
           DISPLAY "Reversals pending: " WS-DUE-COUNT.
           DISPLAY "Reversals never posted: " WS-OVERDUE-COUNT.
           IF WS-OVERDUE-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
