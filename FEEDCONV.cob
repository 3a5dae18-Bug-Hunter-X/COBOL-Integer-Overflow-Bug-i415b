      *****************************************************************
      *  PROGRAM:  FEEDCONV
      *  PURPOSE:  Delimited feed intake converter.  Reads a source
      *            system's delimited extract (decimal-point amounts,
      *            one transaction per row, a trailer row carrying
      *            the source's own control total) and converts it to
      *            TRANREC records plus a CTLTOTREC trailer, ready for
      *            the normal SUMBATCH run.  The column positions and
      *            delimiter come from the source's FEEDLAY layout
      *            definition card, so onboarding a delimited source
      *            needs only its card.  A row that cannot be
      *            converted is reported with its line number and the
      *            reason and the conversion carries on; the
      *            source's trailer total is passed through as sent,
      *            so tonight's reconciliation still shows anything
      *            that did not convert.
      *  ARGS:     1 - source id, as on SRCMAST (required)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-IN ASSIGN TO FEEDIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT FEED-LAYOUT ASSIGN TO FEEDLAY
               ORGANIZATION IS SEQUENTIAL.

           SELECT SOURCE-MASTER ASSIGN TO SRCMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID
               FILE STATUS IS WS-SRCMAST-STATUS.

           SELECT TRAN-OUT ASSIGN TO CNVOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CTL-OUT ASSIGN TO CNVCTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONVERT-RPT ASSIGN TO CNVRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-IN
           RECORDING MODE IS F.
       01  FEED-IN-RECORD               PIC X(256).

       FD  FEED-LAYOUT
           RECORDING MODE IS F.
           COPY FEEDLAY.

       FD  SOURCE-MASTER.
           COPY SRCMAST.

       FD  TRAN-OUT
           RECORDING MODE IS F.
           COPY TRANREC.

       FD  CTL-OUT
           RECORDING MODE IS F.
           COPY CTLTOTREC.

       FD  CONVERT-RPT
           RECORDING MODE IS F.
           COPY SUMRPT REPLACING ==SUMMARY-RECORD==
               BY ==CONVERT-RPT-RECORD==.

       WORKING-STORAGE SECTION.
       01  WS-SRCMAST-STATUS            PIC XX VALUE SPACES.
       01  WS-BASE-CURRENCY             PIC X(3) VALUE "USD".

       01  WS-PARM-AREA.
           05  WS-SOURCE-PARM           PIC X(3) VALUE SPACES.

       01  WS-FLAGS.
           05  WS-FEED-EOF-SWITCH       PIC X VALUE 'N'.
               88  FEED-END-OF-FILE              VALUE 'Y'.
           05  WS-LAYOUT-EOF-SWITCH     PIC X VALUE 'N'.
               88  LAYOUT-END-OF-FILE            VALUE 'Y'.
           05  WS-LAYOUT-FOUND-SWITCH   PIC X VALUE 'N'.
               88  LAYOUT-FOUND                  VALUE 'Y'.
           05  WS-ROW-VALID-SWITCH      PIC X VALUE 'Y'.
               88  ROW-VALID                     VALUE 'Y'.
               88  ROW-INVALID                   VALUE 'N'.
           05  WS-TRAILER-SWITCH        PIC X VALUE 'N'.
               88  TRAILER-FOUND                 VALUE 'Y'.
           05  WS-TRAILER-ROW-SWITCH    PIC X VALUE 'N'.
               88  TRAILER-ROW                   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT            PIC 9(7) VALUE 0.
           05  WS-HEADER-SKIP-COUNT     PIC 9(7) VALUE 0.
           05  WS-BLANK-ROW-COUNT       PIC 9(7) VALUE 0.
           05  WS-CONVERTED-COUNT       PIC 9(7) VALUE 0.
           05  WS-BAD-ROW-COUNT         PIC 9(7) VALUE 0.
           05  WS-CONVERTED-TOTAL       PIC S9(9)V99 COMP-3 VALUE 0.

      *    The layout card, checked once: the number of columns a
      *    transaction row and the trailer row must carry at least.
       01  WS-LAYOUT-AREA.
           05  WS-LAYOUT-ERROR          PIC X(40) VALUE SPACES.
           05  WS-ROW-MIN-COLUMNS       PIC 9(2) VALUE 0.
           05  WS-TRL-MIN-COLUMNS       PIC 9(2) VALUE 0.

       01  WS-ROW-AREA.
           05  WS-COLUMN-COUNT          PIC 9(3) VALUE 0.
           05  WS-ROW-COLUMNS.
               10  WS-COLUMN OCCURS 20 TIMES
                                        PIC X(40).
           05  WS-FIELD                 PIC X(40) VALUE SPACES.
           05  WS-FIELD-COL             PIC 9(2) VALUE 0.
           05  WS-FIELD-LABEL           PIC X(16) VALUE SPACES.
           05  WS-REJECT-REASON         PIC X(40) VALUE SPACES.
           05  WS-ROW-AMOUNT-1          PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-ROW-AMOUNT-2          PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-ROW-CATEGORY          PIC X(4) VALUE SPACES.
           05  WS-ROW-SEQUENCE          PIC 9(9) VALUE 0.
           05  WS-ROW-DATE              PIC 9(8) VALUE 0.
           05  WS-ROW-DATE-X REDEFINES WS-ROW-DATE
                                        PIC X(8).
           05  WS-ROW-CURRENCY          PIC X(3) VALUE SPACES.

      *    Decimal-point text is converted through a work field with
      *    room for more digits and decimals than the target holds,
      *    so a value that would be truncated is caught instead.
       01  WS-NUMERIC-AREA.
           05  WS-NUMVAL-WORK           PIC S9(11)V9(4) COMP-3 VALUE 0.
           05  WS-NUMVAL-CENTS          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-NUMVAL-COUNT          PIC 9(9) VALUE 0.
           05  WS-AMOUNT-LIMIT          PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-BASE-AMOUNT-LIMIT     PIC S9(9)V99 COMP-3
                                            VALUE 9999999.99.
           05  WS-ORIG-AMOUNT-LIMIT     PIC S9(9)V99 COMP-3
                                            VALUE 999999999.99.

       01  WS-TRAILER-AREA.
           05  WS-TRL-TOTAL             PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-TRL-COUNT             PIC 9(9) VALUE 0.
           05  WS-TRL-CURRENCY          PIC X(3) VALUE SPACES.
           05  WS-TRL-LINE              PIC 9(7) VALUE 0.

       01  WS-REPORT-LINE               PIC X(132).
       01  WS-EDIT-AMOUNT               PIC -(9)9.99.
       01  WS-EDIT-AMOUNT-2             PIC -(9)9.99.
       01  WS-EDIT-COUNT                PIC ZZZZZZ9.
       01  WS-EDIT-COUNT-2              PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-ROW UNTIL FEED-END-OF-FILE.
           PERFORM 8000-WRITE-CONTROL-TOTAL.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-SOURCE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-SOURCE-PARM = SPACES
               DISPLAY "Source id parameter is required"
                   " - conversion stopped"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-CHECK-SOURCE-MASTER.
           PERFORM 1200-LOAD-LAYOUT.
           PERFORM 1300-CHECK-LAYOUT.
           OPEN INPUT FEED-IN.
           OPEN OUTPUT TRAN-OUT.
           OPEN OUTPUT CTL-OUT.
           OPEN OUTPUT CONVERT-RPT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DELIMITED FEED CONVERSION - SOURCE " WS-SOURCE-PARM
                   " " SM-NAME
                   "  DELIMITER '" FL-DELIMITER "'"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CONVERT-RPT-RECORD FROM WS-REPORT-LINE.
           PERFORM 2900-READ-FEED.

      *    Only an active source on the source master may be
      *    converted - SUMBATCH would reject every row of any other.
       1100-CHECK-SOURCE-MASTER.
           OPEN INPUT SOURCE-MASTER.
           IF WS-SRCMAST-STATUS NOT = "00"
               DISPLAY "Source master open failed - status "
                   WS-SRCMAST-STATUS " - conversion stopped"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-SOURCE-PARM TO SM-ID.
           READ SOURCE-MASTER
               INVALID KEY
                   DISPLAY "Source " WS-SOURCE-PARM
                       " is not on the source master"
                       " - conversion stopped"
                   CLOSE SOURCE-MASTER
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE SOURCE-MASTER.
           IF NOT SM-ACTIVE
               DISPLAY "Source " WS-SOURCE-PARM
                   " is not active on the source master"
                   " - conversion stopped"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-LOAD-LAYOUT.
           OPEN INPUT FEED-LAYOUT.
           PERFORM 1210-READ-LAYOUT
               UNTIL LAYOUT-END-OF-FILE OR LAYOUT-FOUND.
           CLOSE FEED-LAYOUT.
           IF NOT LAYOUT-FOUND
               DISPLAY "No layout definition for source "
                   WS-SOURCE-PARM " - conversion stopped"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1210-READ-LAYOUT.
           READ FEED-LAYOUT
               AT END
                   SET LAYOUT-END-OF-FILE TO TRUE
               NOT AT END
                   IF FL-SOURCE-ID = WS-SOURCE-PARM
                       SET LAYOUT-FOUND TO TRUE
                   END-IF
           END-READ.

      *    A card that cannot describe a TRANREC row is an onboarding
      *    mistake - stop before producing a feed from it.
       1300-CHECK-LAYOUT.
           MOVE SPACES TO WS-LAYOUT-ERROR.
           IF FL-ROW-COLUMNS NOT NUMERIC
                   OR FL-TRAILER-COLUMNS NOT NUMERIC
                   OR FL-HEADER-ROWS NOT NUMERIC
               MOVE "COLUMN POSITIONS NOT NUMERIC" TO WS-LAYOUT-ERROR
           END-IF.
           IF WS-LAYOUT-ERROR = SPACES
               IF FL-DELIMITER = SPACE
                   MOVE "NO DELIMITER" TO WS-LAYOUT-ERROR
               END-IF
               IF NOT FL-DATE-CCYYMMDD AND NOT FL-DATE-ISO
                   MOVE "DATE FORMAT NOT D OR I" TO WS-LAYOUT-ERROR
               END-IF
               IF FL-AMOUNT-1-COL = 0 OR FL-CATEGORY-COL = 0
                       OR FL-SEQUENCE-COL = 0 OR FL-BUS-DATE-COL = 0
                   MOVE "REQUIRED ROW COLUMN MISSING"
                       TO WS-LAYOUT-ERROR
               END-IF
               IF FL-TRL-TAG-COL = 0 OR FL-TRL-TOTAL-COL = 0
                       OR FL-TRL-TAG = SPACES
                   MOVE "TRAILER TAG OR TOTAL COLUMN MISSING"
                       TO WS-LAYOUT-ERROR
               END-IF
           END-IF.
           IF WS-LAYOUT-ERROR = SPACES
               MOVE FL-AMOUNT-1-COL TO WS-ROW-MIN-COLUMNS
               MOVE FL-AMOUNT-2-COL TO WS-FIELD-COL
               PERFORM 1310-WIDEN-ROW-COLUMNS
               MOVE FL-CATEGORY-COL TO WS-FIELD-COL
               PERFORM 1310-WIDEN-ROW-COLUMNS
               MOVE FL-SEQUENCE-COL TO WS-FIELD-COL
               PERFORM 1310-WIDEN-ROW-COLUMNS
               MOVE FL-BUS-DATE-COL TO WS-FIELD-COL
               PERFORM 1310-WIDEN-ROW-COLUMNS
               MOVE FL-CURRENCY-COL TO WS-FIELD-COL
               PERFORM 1310-WIDEN-ROW-COLUMNS
               MOVE FL-TRL-TAG-COL TO WS-TRL-MIN-COLUMNS
               MOVE FL-TRL-TOTAL-COL TO WS-FIELD-COL
               PERFORM 1320-WIDEN-TRAILER-COLUMNS
               MOVE FL-TRL-COUNT-COL TO WS-FIELD-COL
               PERFORM 1320-WIDEN-TRAILER-COLUMNS
               MOVE FL-TRL-CCY-COL TO WS-FIELD-COL
               PERFORM 1320-WIDEN-TRAILER-COLUMNS
               IF WS-ROW-MIN-COLUMNS > 20 OR WS-TRL-MIN-COLUMNS > 20
                   MOVE "COLUMN POSITION BEYOND 20"
                       TO WS-LAYOUT-ERROR
               END-IF
           END-IF.
           IF WS-LAYOUT-ERROR NOT = SPACES
               DISPLAY "Layout definition for source "
                   WS-SOURCE-PARM " is invalid - "
                   WS-LAYOUT-ERROR " - conversion stopped"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1310-WIDEN-ROW-COLUMNS.
           IF WS-FIELD-COL > WS-ROW-MIN-COLUMNS
               MOVE WS-FIELD-COL TO WS-ROW-MIN-COLUMNS
           END-IF.

       1320-WIDEN-TRAILER-COLUMNS.
           IF WS-FIELD-COL > WS-TRL-MIN-COLUMNS
               MOVE WS-FIELD-COL TO WS-TRL-MIN-COLUMNS
           END-IF.

       2000-PROCESS-ROW.
           IF WS-LINE-COUNT NOT > FL-HEADER-ROWS
               ADD 1 TO WS-HEADER-SKIP-COUNT
           ELSE
               IF FEED-IN-RECORD = SPACES
                   ADD 1 TO WS-BLANK-ROW-COUNT
               ELSE
                   PERFORM 2100-SPLIT-ROW
                   IF TRAILER-ROW
                       PERFORM 2500-PROCESS-TRAILER
                   ELSE
                       PERFORM 2200-CONVERT-ROW
                   END-IF
               END-IF
           END-IF.
           PERFORM 2900-READ-FEED.

       2100-SPLIT-ROW.
           MOVE SPACES TO WS-ROW-COLUMNS.
           MOVE 0 TO WS-COLUMN-COUNT.
           UNSTRING FEED-IN-RECORD
               DELIMITED BY FL-DELIMITER
               INTO WS-COLUMN(1)  WS-COLUMN(2)  WS-COLUMN(3)
                    WS-COLUMN(4)  WS-COLUMN(5)  WS-COLUMN(6)
                    WS-COLUMN(7)  WS-COLUMN(8)  WS-COLUMN(9)
                    WS-COLUMN(10) WS-COLUMN(11) WS-COLUMN(12)
                    WS-COLUMN(13) WS-COLUMN(14) WS-COLUMN(15)
                    WS-COLUMN(16) WS-COLUMN(17) WS-COLUMN(18)
                    WS-COLUMN(19) WS-COLUMN(20)
               TALLYING IN WS-COLUMN-COUNT
           END-UNSTRING.
           MOVE 'N' TO WS-TRAILER-ROW-SWITCH.
           IF WS-COLUMN-COUNT NOT < FL-TRL-TAG-COL
               IF FUNCTION TRIM(WS-COLUMN(FL-TRL-TAG-COL))
                       = FUNCTION TRIM(FL-TRL-TAG)
                   SET TRAILER-ROW TO TRUE
               END-IF
           END-IF.

      *    Each field is converted only while the row is still good,
      *    so the reason reported is the first thing wrong with it.
       2200-CONVERT-ROW.
           SET ROW-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-COLUMN-COUNT < WS-ROW-MIN-COLUMNS
               SET ROW-INVALID TO TRUE
               MOVE "TOO FEW COLUMNS FOR LAYOUT" TO WS-REJECT-REASON
           END-IF.
           IF ROW-VALID
               PERFORM 2210-CONVERT-CURRENCY
           END-IF.
           IF ROW-VALID
               PERFORM 2220-CONVERT-ROW-AMOUNTS
           END-IF.
           IF ROW-VALID
               PERFORM 2230-CONVERT-CATEGORY
           END-IF.
           IF ROW-VALID
               MOVE WS-COLUMN(FL-SEQUENCE-COL) TO WS-FIELD
               MOVE "SEQUENCE" TO WS-FIELD-LABEL
               PERFORM 3200-CONVERT-COUNT
               MOVE WS-NUMVAL-COUNT TO WS-ROW-SEQUENCE
               IF ROW-VALID AND WS-ROW-SEQUENCE = 0
                   SET ROW-INVALID TO TRUE
                   MOVE "SEQUENCE IS ZERO" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF ROW-VALID
               PERFORM 2240-CONVERT-BUSINESS-DATE
           END-IF.
           IF ROW-VALID
               PERFORM 2300-WRITE-TRANSACTION
           ELSE
               PERFORM 2400-REPORT-BAD-ROW
           END-IF.

      *    The base currency is written as blank, the way every
      *    TRANREC feed has always stated it.
       2210-CONVERT-CURRENCY.
           MOVE SPACES TO WS-ROW-CURRENCY.
           IF FL-CURRENCY-COL > 0
               MOVE FUNCTION TRIM(WS-COLUMN(FL-CURRENCY-COL))
                   TO WS-FIELD
               IF WS-FIELD(4:) NOT = SPACES
                   SET ROW-INVALID TO TRUE
                   MOVE "CURRENCY CODE LONGER THAN 3"
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-FIELD(1:3) NOT = WS-BASE-CURRENCY
                       MOVE WS-FIELD(1:3) TO WS-ROW-CURRENCY
                   END-IF
               END-IF
           END-IF.
           IF WS-ROW-CURRENCY = SPACES
               MOVE WS-BASE-AMOUNT-LIMIT TO WS-AMOUNT-LIMIT
           ELSE
               MOVE WS-ORIG-AMOUNT-LIMIT TO WS-AMOUNT-LIMIT
           END-IF.

       2220-CONVERT-ROW-AMOUNTS.
           MOVE WS-COLUMN(FL-AMOUNT-1-COL) TO WS-FIELD.
           MOVE "AMOUNT 1" TO WS-FIELD-LABEL.
           PERFORM 3100-CONVERT-AMOUNT.
           MOVE WS-NUMVAL-CENTS TO WS-ROW-AMOUNT-1.
           MOVE 0 TO WS-ROW-AMOUNT-2.
           IF ROW-VALID AND FL-AMOUNT-2-COL > 0
               MOVE WS-COLUMN(FL-AMOUNT-2-COL) TO WS-FIELD
               MOVE "AMOUNT 2" TO WS-FIELD-LABEL
               PERFORM 3100-CONVERT-AMOUNT
               MOVE WS-NUMVAL-CENTS TO WS-ROW-AMOUNT-2
           END-IF.

       2230-CONVERT-CATEGORY.
           MOVE FUNCTION TRIM(WS-COLUMN(FL-CATEGORY-COL)) TO WS-FIELD.
           IF WS-FIELD = SPACES
               SET ROW-INVALID TO TRUE
               MOVE "CATEGORY MISSING" TO WS-REJECT-REASON
           ELSE
               IF WS-FIELD(5:) NOT = SPACES
                   SET ROW-INVALID TO TRUE
                   MOVE "CATEGORY LONGER THAN 4" TO WS-REJECT-REASON
               ELSE
                   MOVE WS-FIELD(1:4) TO WS-ROW-CATEGORY
               END-IF
           END-IF.

       2240-CONVERT-BUSINESS-DATE.
           MOVE FUNCTION TRIM(WS-COLUMN(FL-BUS-DATE-COL)) TO WS-FIELD.
           MOVE ZERO TO WS-ROW-DATE.
           IF FL-DATE-ISO
               IF WS-FIELD(5:1) = '-' AND WS-FIELD(8:1) = '-'
                       AND WS-FIELD(11:) = SPACES
                   STRING WS-FIELD(1:4) WS-FIELD(6:2) WS-FIELD(9:2)
                       DELIMITED BY SIZE INTO WS-ROW-DATE-X
               ELSE
                   MOVE SPACES TO WS-ROW-DATE-X
               END-IF
           ELSE
               IF WS-FIELD(9:) = SPACES
                   MOVE WS-FIELD(1:8) TO WS-ROW-DATE-X
               ELSE
                   MOVE SPACES TO WS-ROW-DATE-X
               END-IF
           END-IF.
           IF WS-ROW-DATE-X NOT NUMERIC
               SET ROW-INVALID TO TRUE
               MOVE "BUSINESS DATE NOT IN LAYOUT FORMAT"
                   TO WS-REJECT-REASON
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-ROW-DATE) NOT = 0
                   SET ROW-INVALID TO TRUE
                   MOVE "BUSINESS DATE NOT A CALENDAR DATE"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *    A base-currency row carries its amounts in TRAN-INTEGER-1/2;
      *    a foreign-currency row carries them as original amounts
      *    for SUMBATCH to convert at the day's rate.
       2300-WRITE-TRANSACTION.
           MOVE SPACES TO TRAN-RECORD.
           IF WS-ROW-CURRENCY = SPACES
               MOVE WS-ROW-AMOUNT-1 TO TRAN-INTEGER-1
               MOVE WS-ROW-AMOUNT-2 TO TRAN-INTEGER-2
               MOVE 0 TO TRAN-ORIG-AMOUNT-1
               MOVE 0 TO TRAN-ORIG-AMOUNT-2
           ELSE
               MOVE 0 TO TRAN-INTEGER-1
               MOVE 0 TO TRAN-INTEGER-2
               MOVE WS-ROW-AMOUNT-1 TO TRAN-ORIG-AMOUNT-1
               MOVE WS-ROW-AMOUNT-2 TO TRAN-ORIG-AMOUNT-2
           END-IF.
           MOVE WS-ROW-CURRENCY TO TRAN-CURRENCY-CODE.
           MOVE WS-ROW-CATEGORY TO TRAN-CATEGORY.
           MOVE WS-ROW-SEQUENCE TO TRAN-SEQUENCE.
           MOVE WS-ROW-DATE TO TRAN-BUSINESS-DATE.
           MOVE WS-SOURCE-PARM TO TRAN-SOURCE-ID.
           WRITE TRAN-RECORD.
           ADD 1 TO WS-CONVERTED-COUNT.
           ADD WS-ROW-AMOUNT-1 TO WS-CONVERTED-TOTAL.
           ADD WS-ROW-AMOUNT-2 TO WS-CONVERTED-TOTAL.

       2400-REPORT-BAD-ROW.
           ADD 1 TO WS-BAD-ROW-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-LINE-COUNT TO WS-EDIT-COUNT.
           STRING "  LINE " WS-EDIT-COUNT
                   "  " WS-REJECT-REASON
                   "  " FEED-IN-RECORD(1:70)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CONVERT-RPT-RECORD FROM WS-REPORT-LINE.

      *    The source's trailer total is kept exactly as sent - it is
      *    the independent figure tonight's reconciliation checks the
      *    converted rows against.
       2500-PROCESS-TRAILER.
           SET ROW-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF TRAILER-FOUND
               SET ROW-INVALID TO TRUE
               MOVE "SECOND TRAILER ROW - IGNORED" TO WS-REJECT-REASON
           END-IF.
           IF ROW-VALID AND WS-COLUMN-COUNT < WS-TRL-MIN-COLUMNS
               SET ROW-INVALID TO TRUE
               MOVE "TOO FEW COLUMNS FOR TRAILER" TO WS-REJECT-REASON
           END-IF.
           IF ROW-VALID
               MOVE WS-ORIG-AMOUNT-LIMIT TO WS-AMOUNT-LIMIT
               MOVE WS-COLUMN(FL-TRL-TOTAL-COL) TO WS-FIELD
               MOVE "TRAILER TOTAL" TO WS-FIELD-LABEL
               PERFORM 3100-CONVERT-AMOUNT
               MOVE WS-NUMVAL-CENTS TO WS-TRL-TOTAL
           END-IF.
           MOVE 0 TO WS-TRL-COUNT.
           IF ROW-VALID AND FL-TRL-COUNT-COL > 0
               MOVE WS-COLUMN(FL-TRL-COUNT-COL) TO WS-FIELD
               MOVE "TRAILER COUNT" TO WS-FIELD-LABEL
               PERFORM 3200-CONVERT-COUNT
               MOVE WS-NUMVAL-COUNT TO WS-TRL-COUNT
           END-IF.
           MOVE SPACES TO WS-TRL-CURRENCY.
           IF ROW-VALID AND FL-TRL-CCY-COL > 0
               MOVE FUNCTION TRIM(WS-COLUMN(FL-TRL-CCY-COL))
                   TO WS-FIELD
               IF WS-FIELD(4:) NOT = SPACES
                   SET ROW-INVALID TO TRUE
                   MOVE "TRAILER CURRENCY LONGER THAN 3"
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-FIELD(1:3) NOT = WS-BASE-CURRENCY
                       MOVE WS-FIELD(1:3) TO WS-TRL-CURRENCY
                   END-IF
               END-IF
           END-IF.
           IF ROW-VALID
               SET TRAILER-FOUND TO TRUE
               MOVE WS-LINE-COUNT TO WS-TRL-LINE
           ELSE
               PERFORM 2400-REPORT-BAD-ROW
           END-IF.

       2900-READ-FEED.
           READ FEED-IN
               AT END
                   SET FEED-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINE-COUNT
           END-READ.

      *    Converts WS-FIELD to WS-NUMVAL-CENTS.  More than two
      *    decimals, or more than the target field holds, is a
      *    reason to reject rather than something to round away.
       3100-CONVERT-AMOUNT.
           MOVE 0 TO WS-NUMVAL-CENTS.
           IF WS-FIELD = SPACES
               SET ROW-INVALID TO TRUE
               STRING WS-FIELD-LABEL DELIMITED BY "  "
                       " MISSING" DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
           ELSE
           IF FUNCTION TEST-NUMVAL(WS-FIELD) NOT = 0
               SET ROW-INVALID TO TRUE
               STRING WS-FIELD-LABEL DELIMITED BY "  "
                       " NOT NUMERIC" DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
           ELSE
               COMPUTE WS-NUMVAL-WORK = FUNCTION NUMVAL(WS-FIELD)
                   ON SIZE ERROR
                       MOVE 999999999999 TO WS-NUMVAL-WORK
               END-COMPUTE
               MOVE WS-NUMVAL-WORK TO WS-NUMVAL-CENTS
               IF WS-NUMVAL-CENTS NOT = WS-NUMVAL-WORK
                   SET ROW-INVALID TO TRUE
                   STRING WS-FIELD-LABEL DELIMITED BY "  "
                           " HAS MORE THAN 2 DECIMALS"
                               DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
               ELSE
                   IF FUNCTION ABS(WS-NUMVAL-CENTS) > WS-AMOUNT-LIMIT
                       SET ROW-INVALID TO TRUE
                       MOVE 0 TO WS-NUMVAL-CENTS
                       STRING WS-FIELD-LABEL DELIMITED BY "  "
                               " EXCEEDS FIELD CAPACITY"
                                   DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           END-IF.

      *    Converts WS-FIELD to the whole number WS-NUMVAL-COUNT - a
      *    sign, a fraction, or more than nine digits does not
      *    survive the move back and is rejected.
       3200-CONVERT-COUNT.
           MOVE 0 TO WS-NUMVAL-COUNT.
           IF FUNCTION TEST-NUMVAL(WS-FIELD) NOT = 0
               SET ROW-INVALID TO TRUE
               STRING WS-FIELD-LABEL DELIMITED BY "  "
                       " NOT A WHOLE NUMBER" DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
           ELSE
               COMPUTE WS-NUMVAL-WORK = FUNCTION NUMVAL(WS-FIELD)
                   ON SIZE ERROR
                       MOVE -1 TO WS-NUMVAL-WORK
               END-COMPUTE
               MOVE WS-NUMVAL-WORK TO WS-NUMVAL-COUNT
               IF WS-NUMVAL-COUNT NOT = WS-NUMVAL-WORK
                   SET ROW-INVALID TO TRUE
                   MOVE 0 TO WS-NUMVAL-COUNT
                   STRING WS-FIELD-LABEL DELIMITED BY "  "
                           " NOT A WHOLE NUMBER" DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
               END-IF
           END-IF.

      *    The trailer is written only when the source sent one - a
      *    feed converted without it would reconcile against nothing
      *    but itself.
       8000-WRITE-CONTROL-TOTAL.
           IF TRAILER-FOUND
               MOVE SPACES TO CTL-TOTAL-RECORD
               MOVE WS-TRL-TOTAL TO CTL-HASH-TOTAL
               MOVE WS-SOURCE-PARM TO CTL-SOURCE-ID
               MOVE WS-TRL-CURRENCY TO CTL-CURRENCY-CODE
               WRITE CTL-TOTAL-RECORD
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-TRL-LINE TO WS-EDIT-COUNT
               MOVE WS-TRL-TOTAL TO WS-EDIT-AMOUNT
               MOVE WS-CONVERTED-TOTAL TO WS-EDIT-AMOUNT-2
               STRING "TRAILER (LINE " WS-EDIT-COUNT ") TOTAL "
                       WS-EDIT-AMOUNT " " WS-TRL-CURRENCY
                       "  CONVERTED ROWS TOTAL " WS-EDIT-AMOUNT-2
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CONVERT-RPT-RECORD FROM WS-REPORT-LINE
               IF WS-TRL-TOTAL NOT = WS-CONVERTED-TOTAL
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "** CONVERTED ROWS DO NOT AGREE WITH THE"
                           " SOURCE TRAILER TOTAL"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE CONVERT-RPT-RECORD FROM WS-REPORT-LINE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               IF FL-TRL-COUNT-COL > 0
                       AND WS-TRL-COUNT NOT = WS-CONVERTED-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   MOVE WS-TRL-COUNT TO WS-EDIT-COUNT-2
                   MOVE WS-CONVERTED-COUNT TO WS-EDIT-COUNT
                   STRING "** TRAILER ROW COUNT " WS-EDIT-COUNT-2
                           " - ROWS CONVERTED " WS-EDIT-COUNT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE CONVERT-RPT-RECORD FROM WS-REPORT-LINE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "** NO USABLE TRAILER ROW (TAG '" FL-TRL-TAG
                       "') - NO CONTROL TOTAL WRITTEN"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CONVERT-RPT-RECORD FROM WS-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-LINE-COUNT TO WS-EDIT-COUNT.
           STRING "LINES READ: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CONVERT-RPT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-CONVERTED-COUNT TO WS-EDIT-COUNT.
           STRING "ROWS CONVERTED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CONVERT-RPT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-BAD-ROW-COUNT TO WS-EDIT-COUNT.
           STRING "ROWS NOT CONVERTED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CONVERT-RPT-RECORD FROM WS-REPORT-LINE.
           CLOSE FEED-IN.
           CLOSE TRAN-OUT.
           CLOSE CTL-OUT.
           CLOSE CONVERT-RPT.
           DISPLAY "Lines read: " WS-LINE-COUNT.
           DISPLAY "Header rows skipped: " WS-HEADER-SKIP-COUNT.
           DISPLAY "Blank rows skipped: " WS-BLANK-ROW-COUNT.
           DISPLAY "Rows converted: " WS-CONVERTED-COUNT.
           DISPLAY "Rows not converted: " WS-BAD-ROW-COUNT.
           IF WS-BAD-ROW-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
