      *****************************************************************
      *  PROGRAM:  SUSPJRNL
      *  PURPOSE:  Exception suspense journal.  Walks the EXCPLDG
      *            exception lifecycle ledger and books the dollars
      *            of every newly OPEN exception to a GL suspense
      *            account, and books the reversal of every booked
      *            exception that has since turned REPAIRED or
      *            REJECTED - so the GL ties to the source feeds every
      *            day instead of silently dropping what SUMBATCH
      *            rejected.  The journal goes out in the GLJRNL
      *            format (journal type 'S'): a header, a balanced
      *            suspense and offset line per category and account
      *            pair, and a trailer whose net total is the day's
      *            net movement in suspense.  The suspense and offset
      *            accounts come from the ACCTMAP row in force on the
      *            exception's business date - the category's own row
      *            when it carries a suspense account, otherwise the
      *            source-level '*sss' row - so a reversal always hits
      *            the account its booking hit.  An exception with no
      *            suspense account is listed and left for the next
      *            run.  The journal is recorded on the GLDSPTCH
      *            dispatch ledger so GLACKMT tracks its
      *            acknowledgment alongside the daily posting journal.
      *            Ledger entries are marked only after the journal
      *            and its dispatch entry are written, so a suppressed
      *            or stopped run books nothing twice.
      *  ARGS:     1 - run date CCYYMMDD (default current date)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPJRNL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCP-LEDGER ASSIGN TO EXCPLDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-KEY
               FILE STATUS IS WS-EXCPLDG-STATUS.

           SELECT ACCT-MAP ASSIGN TO ACCTMAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-KEY
               FILE STATUS IS WS-ACCTMAP-STATUS.

           SELECT SUSP-JOURNAL-OUT ASSIGN TO SUSPJRNL
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUSP-RPT ASSIGN TO SUSPRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT GL-DISPATCH ASSIGN TO GLDSPTCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JD-KEY
               FILE STATUS IS WS-DISPATCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCP-LEDGER.
           COPY EXCPLDGR.

       FD  ACCT-MAP.
           COPY ACCTMAP.

       FD  SUSP-JOURNAL-OUT
           RECORDING MODE IS F.
           COPY GLJRNL.

       FD  SUSP-RPT
           RECORDING MODE IS F.
           COPY SUMRPT REPLACING ==SUMMARY-RECORD==
               BY ==SUSP-REPORT-RECORD==.

       FD  GL-DISPATCH.
           COPY GLDSPTCH.

       WORKING-STORAGE SECTION.
       01  WS-EXCPLDG-STATUS            PIC XX VALUE SPACES.
       01  WS-ACCTMAP-STATUS            PIC XX VALUE SPACES.
       01  WS-DISPATCH-STATUS           PIC XX VALUE SPACES.

       01  WS-PARM-AREA.
           05  WS-DATE-PARM             PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(8).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                        PIC 9(8).

       01  WS-FLAGS.
           05  WS-LEDGER-EOF-SWITCH     PIC X VALUE 'N'.
               88  LEDGER-END-OF-FILE            VALUE 'Y'.
           05  WS-MAP-EOF-SWITCH        PIC X VALUE 'N'.
               88  ACCT-MAP-END-OF-FILE          VALUE 'Y'.
           05  WS-MARK-PASS-SWITCH      PIC X VALUE 'N'.
               88  MARK-PASS                     VALUE 'Y'.
           05  WS-SUPPRESS-SWITCH       PIC X VALUE 'N'.
               88  JOURNAL-SUPPRESSED            VALUE 'Y'.
           05  WS-SUPPRESS-REASON       PIC X(30) VALUE SPACES.
           05  WS-ENTRY-ACTION          PIC X VALUE SPACE.
               88  ACTION-NONE                   VALUE SPACE.
               88  ACTION-BOOK                   VALUE 'B'.
               88  ACTION-REVERSE                VALUE 'R'.
               88  ACTION-NOT-REQUIRED           VALUE 'N'.
               88  ACTION-UNMAPPED               VALUE 'U'.

       01  WS-COUNTERS.
           05  WS-LEDGER-READ-COUNT     PIC 9(7) VALUE 0.
           05  WS-BOOKED-COUNT          PIC 9(7) VALUE 0.
           05  WS-REVERSED-COUNT        PIC 9(7) VALUE 0.
           05  WS-NOT-REQUIRED-COUNT    PIC 9(7) VALUE 0.
           05  WS-UNMAPPED-COUNT        PIC 9(7) VALUE 0.
           05  WS-MARKED-COUNT          PIC 9(7) VALUE 0.
           05  WS-JOURNAL-LINE-COUNT    PIC 9(7) VALUE 0.

       01  WS-TOTALS.
           05  WS-BOOKED-TOTAL          PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-REVERSED-TOTAL        PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-JOURNAL-NET-TOTAL     PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-DEBITS          PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-CREDITS         PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-SIGNED-AMOUNT         PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-ABS-SUBTOTAL          PIC S9(9)V99 COMP-3 VALUE 0.

      *    Every mapping row that was ever in force is kept, with its
      *    effective window, so each exception resolves against the
      *    row in force on its own business date rather than today's.
       01  WS-ACCT-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-MAP-IDX.
               10  WS-MAP-CAT-CODE      PIC X(4) VALUE SPACES.
               10  WS-MAP-EFF-DATE      PIC 9(8) VALUE 0.
               10  WS-MAP-END-DATE      PIC 9(8) VALUE 0.
               10  WS-MAP-SUSPENSE-ACCT PIC X(8) VALUE SPACES.
               10  WS-MAP-OFFSET-ACCT   PIC X(8) VALUE SPACES.
       01  WS-MAP-USED-COUNT            PIC 9(3) VALUE 0.
       01  WS-MAP-FOUND-SWITCH          PIC X VALUE 'N'.
           88  ACCOUNT-MAP-FOUND                 VALUE 'Y'.
       01  WS-MAP-SEARCH-CODE           PIC X(4) VALUE SPACES.
       01  WS-MAP-BEST-IDX              PIC 9(3) VALUE 0.
       01  WS-SOURCE-ROW-CODE.
           05  FILLER                   PIC X VALUE '*'.
           05  WS-SOURCE-ROW-ID         PIC X(3) VALUE SPACES.
       01  WS-SUSPENSE-ACCT             PIC X(8) VALUE SPACES.
       01  WS-OFFSET-ACCT               PIC X(8) VALUE SPACES.

       01  WS-JOURNAL-TABLE.
           05  WS-JRNL-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-JRNL-IDX.
               10  WS-JRNL-CATEGORY     PIC X(4) VALUE SPACES.
               10  WS-JRNL-SUSPENSE-ACCT
                                        PIC X(8) VALUE SPACES.
               10  WS-JRNL-OFFSET-ACCT  PIC X(8) VALUE SPACES.
               10  WS-JRNL-NET          PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-JRNL-USED-COUNT           PIC 9(3) VALUE 0.
       01  WS-JRNL-FOUND-SWITCH         PIC X VALUE 'N'.
           88  JOURNAL-GROUP-FOUND               VALUE 'Y'.

       01  WS-LINE-DR-CR-CODE           PIC X VALUE SPACE.
       01  WS-LINE-ACCOUNT              PIC X(8) VALUE SPACES.
       01  WS-ACTION-LABEL              PIC X(12) VALUE SPACES.

       01  WS-REPORT-LINE               PIC X(132).
       01  WS-EDIT-AMOUNT               PIC -(9)9.99.
       01  WS-EDIT-COUNT                PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SCAN-LEDGER.
           PERFORM 4000-WRITE-JOURNAL.
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
               MOVE WS-DATE-PARM TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           OPEN OUTPUT SUSP-RPT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "EXCEPTION SUSPENSE JOURNAL REPORT - RUN DATE: "
                   WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE SUSP-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM 1100-CHECK-DISPATCH.
           PERFORM 1400-LOAD-ACCOUNT-MAP.
           OPEN I-O EXCP-LEDGER.
           IF WS-EXCPLDG-STATUS NOT = "00"
               DISPLAY "Exception ledger open failed - status "
                   WS-EXCPLDG-STATUS
                   " - submission stopped"
               CLOSE GL-DISPATCH
               CLOSE SUSP-RPT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SUSP-JOURNAL-OUT.

      *    One suspense journal per run date: the ledger entries it
      *    booked are already marked, so a second journal for the same
      *    date would overwrite the dispatch entry GLACKMT is still
      *    waiting to match.
       1100-CHECK-DISPATCH.
           OPEN I-O GL-DISPATCH.
           IF WS-DISPATCH-STATUS = "35"
               OPEN OUTPUT GL-DISPATCH
               CLOSE GL-DISPATCH
               OPEN I-O GL-DISPATCH
           END-IF.
           IF WS-DISPATCH-STATUS NOT = "00"
               DISPLAY "Dispatch ledger open failed - status "
                   WS-DISPATCH-STATUS " - submission stopped"
               CLOSE SUSP-RPT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO JD-RUN-DATE.
           SET JD-SUSPENSE-JOURNAL TO TRUE.
           READ GL-DISPATCH
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Suspense journal already dispatched for "
                       WS-RUN-DATE " - status " JD-STATUS
                       " - submission stopped"
                   CLOSE GL-DISPATCH
                   CLOSE SUSP-RPT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.

       1400-LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCT-MAP.
           IF WS-ACCTMAP-STATUS NOT = "00"
               DISPLAY "Account map open failed - status "
                   WS-ACCTMAP-STATUS
                   " - submission stopped.  Check the ACCTMAP"
                   " allocation and resubmit."
               CLOSE GL-DISPATCH
               CLOSE SUSP-RPT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1410-READ-ACCT-MAP.
           PERFORM 1420-STORE-ACCT-MAP-ENTRY
               UNTIL ACCT-MAP-END-OF-FILE.
           CLOSE ACCT-MAP.
           DISPLAY "Account map rows loaded: " WS-MAP-USED-COUNT.

       1410-READ-ACCT-MAP.
           READ ACCT-MAP
               AT END
                   SET ACCT-MAP-END-OF-FILE TO TRUE
           END-READ.

      *    A closed row still counts for the dates it was in force -
      *    MMNT INA closes a mapping and end-dates it the same day.
      *    The master arrives in key order, so the table holds each
      *    code's rows in ascending effective date.
       1420-STORE-ACCT-MAP-ENTRY.
           IF AM-ACTIVE OR AM-END-DATE NOT = 0
               IF WS-MAP-USED-COUNT < 200
                   ADD 1 TO WS-MAP-USED-COUNT
                   SET WS-MAP-IDX TO WS-MAP-USED-COUNT
                   MOVE AM-CAT-CODE TO WS-MAP-CAT-CODE(WS-MAP-IDX)
                   MOVE AM-EFFECTIVE-DATE
                       TO WS-MAP-EFF-DATE(WS-MAP-IDX)
                   MOVE AM-END-DATE TO WS-MAP-END-DATE(WS-MAP-IDX)
                   MOVE AM-SUSPENSE-ACCOUNT
                       TO WS-MAP-SUSPENSE-ACCT(WS-MAP-IDX)
                   MOVE AM-OFFSET-ACCOUNT
                       TO WS-MAP-OFFSET-ACCT(WS-MAP-IDX)
               ELSE
                   DISPLAY "Account map table full - journal"
                       " suppressed: " AM-CAT-CODE
                   SET JOURNAL-SUPPRESSED TO TRUE
                   MOVE "ACCOUNT MAP TABLE OVERFLOW"
                       TO WS-SUPPRESS-REASON
               END-IF
           END-IF.
           PERFORM 1410-READ-ACCT-MAP.

      *    Walked twice: once to plan and report the journal, and once
      *    more after the journal is written to mark the entries it
      *    booked.  Both walks classify every entry the same way.
       2000-SCAN-LEDGER.
           MOVE 'N' TO WS-LEDGER-EOF-SWITCH.
           MOVE 0 TO EL-BUSINESS-DATE.
           MOVE 0 TO EL-CYCLE.
           MOVE 0 TO EL-RECORD-NUMBER.
           START EXCP-LEDGER KEY NOT < EL-KEY
               INVALID KEY
                   SET LEDGER-END-OF-FILE TO TRUE
           END-START.
           IF WS-EXCPLDG-STATUS NOT = "00"
               SET LEDGER-END-OF-FILE TO TRUE
           END-IF.
           PERFORM 2100-SCAN-LEDGER-ENTRY
               UNTIL LEDGER-END-OF-FILE.

       2100-SCAN-LEDGER-ENTRY.
           READ EXCP-LEDGER NEXT RECORD
               AT END
                   SET LEDGER-END-OF-FILE TO TRUE
           END-READ.
           IF NOT LEDGER-END-OF-FILE
               IF WS-EXCPLDG-STATUS NOT = "00"
                   SET LEDGER-END-OF-FILE TO TRUE
               ELSE
                   PERFORM 2200-CLASSIFY-ENTRY
                   IF MARK-PASS
                       PERFORM 5100-MARK-ONE-ENTRY
                   ELSE
                       ADD 1 TO WS-LEDGER-READ-COUNT
                       PERFORM 3000-PLAN-ONE-ENTRY
                   END-IF
               END-IF
           END-IF.

      *    An entry resolved before it was ever booked never touched
      *    suspense, so it needs no reversal - only a marker.
       2200-CLASSIFY-ENTRY.
           MOVE SPACE TO WS-ENTRY-ACTION.
           EVALUATE TRUE
               WHEN EL-OPEN AND EL-SUSP-NOT-BOOKED
                   SET ACTION-BOOK TO TRUE
               WHEN (EL-REPAIRED OR EL-REJECTED) AND EL-SUSP-BOOKED
                   SET ACTION-REVERSE TO TRUE
               WHEN (EL-REPAIRED OR EL-REJECTED)
                       AND EL-SUSP-NOT-BOOKED
                   SET ACTION-NOT-REQUIRED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF ACTION-BOOK OR ACTION-REVERSE
               PERFORM 2500-RESOLVE-SUSPENSE-ACCOUNT
               IF NOT ACCOUNT-MAP-FOUND
                   SET ACTION-UNMAPPED TO TRUE
               END-IF
           END-IF.

      *    The category's row in force on the business date wins when
      *    it names a suspense account; otherwise the source-level row
      *    in force on that date supplies both accounts.
       2500-RESOLVE-SUSPENSE-ACCOUNT.
           MOVE EL-CATEGORY TO WS-MAP-SEARCH-CODE.
           PERFORM 2600-FIND-MAP-ROW.
           IF ACCOUNT-MAP-FOUND
               IF WS-MAP-SUSPENSE-ACCT(WS-MAP-BEST-IDX) = SPACES
                   MOVE 'N' TO WS-MAP-FOUND-SWITCH
               END-IF
           END-IF.
           IF NOT ACCOUNT-MAP-FOUND
               MOVE EL-SOURCE-ID TO WS-SOURCE-ROW-ID
               MOVE WS-SOURCE-ROW-CODE TO WS-MAP-SEARCH-CODE
               PERFORM 2600-FIND-MAP-ROW
               IF ACCOUNT-MAP-FOUND
                   IF WS-MAP-SUSPENSE-ACCT(WS-MAP-BEST-IDX) = SPACES
                       MOVE 'N' TO WS-MAP-FOUND-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF ACCOUNT-MAP-FOUND
               MOVE WS-MAP-SUSPENSE-ACCT(WS-MAP-BEST-IDX)
                   TO WS-SUSPENSE-ACCT
               MOVE WS-MAP-OFFSET-ACCT(WS-MAP-BEST-IDX)
                   TO WS-OFFSET-ACCT
           ELSE
               MOVE SPACES TO WS-SUSPENSE-ACCT
               MOVE SPACES TO WS-OFFSET-ACCT
           END-IF.

       2600-FIND-MAP-ROW.
           MOVE 'N' TO WS-MAP-FOUND-SWITCH.
           MOVE 0 TO WS-MAP-BEST-IDX.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-USED-COUNT
               IF WS-MAP-CAT-CODE(WS-MAP-IDX) = WS-MAP-SEARCH-CODE
                   AND WS-MAP-EFF-DATE(WS-MAP-IDX)
                       <= EL-BUSINESS-DATE
                   AND (WS-MAP-END-DATE(WS-MAP-IDX) = 0
                        OR WS-MAP-END-DATE(WS-MAP-IDX)
                           >= EL-BUSINESS-DATE)
                   SET ACCOUNT-MAP-FOUND TO TRUE
                   SET WS-MAP-BEST-IDX TO WS-MAP-IDX
               END-IF
           END-PERFORM.

       3000-PLAN-ONE-ENTRY.
           EVALUATE TRUE
               WHEN ACTION-BOOK
                   ADD 1 TO WS-BOOKED-COUNT
                   ADD EL-AMOUNT TO WS-BOOKED-TOTAL
                   MOVE EL-AMOUNT TO WS-SIGNED-AMOUNT
                   MOVE "BOOKED" TO WS-ACTION-LABEL
                   PERFORM 3100-ACCUMULATE-GROUP
                   PERFORM 3200-REPORT-ENTRY
               WHEN ACTION-REVERSE
                   ADD 1 TO WS-REVERSED-COUNT
                   ADD EL-AMOUNT TO WS-REVERSED-TOTAL
                   COMPUTE WS-SIGNED-AMOUNT = 0 - EL-AMOUNT
                   MOVE "REVERSED" TO WS-ACTION-LABEL
                   PERFORM 3100-ACCUMULATE-GROUP
                   PERFORM 3200-REPORT-ENTRY
               WHEN ACTION-NOT-REQUIRED
                   ADD 1 TO WS-NOT-REQUIRED-COUNT
               WHEN ACTION-UNMAPPED
                   ADD 1 TO WS-UNMAPPED-COUNT
                   PERFORM 3300-REPORT-UNMAPPED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3100-ACCUMULATE-GROUP.
           MOVE 'N' TO WS-JRNL-FOUND-SWITCH.
           PERFORM VARYING WS-JRNL-IDX FROM 1 BY 1
                   UNTIL WS-JRNL-IDX > WS-JRNL-USED-COUNT
               IF WS-JRNL-CATEGORY(WS-JRNL-IDX) = EL-CATEGORY
                   AND WS-JRNL-SUSPENSE-ACCT(WS-JRNL-IDX)
                       = WS-SUSPENSE-ACCT
                   AND WS-JRNL-OFFSET-ACCT(WS-JRNL-IDX)
                       = WS-OFFSET-ACCT
                   SET JOURNAL-GROUP-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT JOURNAL-GROUP-FOUND
               IF WS-JRNL-USED-COUNT < 100
                   ADD 1 TO WS-JRNL-USED-COUNT
                   SET WS-JRNL-IDX TO WS-JRNL-USED-COUNT
                   MOVE EL-CATEGORY TO WS-JRNL-CATEGORY(WS-JRNL-IDX)
                   MOVE WS-SUSPENSE-ACCT
                       TO WS-JRNL-SUSPENSE-ACCT(WS-JRNL-IDX)
                   MOVE WS-OFFSET-ACCT
                       TO WS-JRNL-OFFSET-ACCT(WS-JRNL-IDX)
                   MOVE 0 TO WS-JRNL-NET(WS-JRNL-IDX)
                   SET JOURNAL-GROUP-FOUND TO TRUE
               ELSE
                   DISPLAY "Journal group table full - journal"
                       " suppressed: " EL-CATEGORY
                   SET JOURNAL-SUPPRESSED TO TRUE
                   MOVE "JOURNAL GROUP TABLE OVERFLOW"
                       TO WS-SUPPRESS-REASON
               END-IF
           END-IF.
           IF JOURNAL-GROUP-FOUND
               ADD WS-SIGNED-AMOUNT TO WS-JRNL-NET(WS-JRNL-IDX)
           END-IF.

       3200-REPORT-ENTRY.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE EL-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE EL-RECORD-NUMBER TO WS-EDIT-COUNT.
           STRING "  " EL-BUSINESS-DATE
                   " CYCLE " EL-CYCLE
                   " EXCP " WS-EDIT-COUNT
                   "  " EL-SOURCE-ID
                   " " EL-CATEGORY
                   "  " WS-EDIT-AMOUNT
                   "  " WS-ACTION-LABEL
                   " SUSPENSE " WS-SUSPENSE-ACCT
                   " OFFSET " WS-OFFSET-ACCT
                   "  " EL-STATUS
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE SUSP-REPORT-RECORD FROM WS-REPORT-LINE.

       3300-REPORT-UNMAPPED.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE EL-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE EL-RECORD-NUMBER TO WS-EDIT-COUNT.
           STRING "  " EL-BUSINESS-DATE
                   " CYCLE " EL-CYCLE
                   " EXCP " WS-EDIT-COUNT
                   "  " EL-SOURCE-ID
                   " " EL-CATEGORY
                   "  " WS-EDIT-AMOUNT
                   "  NO SUSPENSE ACCOUNT ON ACCTMAP"
                   " - LEFT FOR NEXT RUN"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE SUSP-REPORT-RECORD FROM WS-REPORT-LINE.

       4000-WRITE-JOURNAL.
           PERFORM VARYING WS-JRNL-IDX FROM 1 BY 1
                   UNTIL WS-JRNL-IDX > WS-JRNL-USED-COUNT
               ADD WS-JRNL-NET(WS-JRNL-IDX) TO WS-JOURNAL-NET-TOTAL
           END-PERFORM.
           IF JOURNAL-SUPPRESSED
               DISPLAY "Suspense journal suppressed: "
                   WS-SUPPRESS-REASON
                   " - no ledger entries marked"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-BOOKED-COUNT = 0 AND WS-REVERSED-COUNT = 0
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  NO SUSPENSE BOOKINGS OR REVERSALS DUE"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE SUSP-REPORT-RECORD FROM WS-REPORT-LINE
               ELSE
                   PERFORM 4100-WRITE-JOURNAL-HEADER
                   PERFORM VARYING WS-JRNL-IDX FROM 1 BY 1
                           UNTIL WS-JRNL-IDX > WS-JRNL-USED-COUNT
                       PERFORM 4200-WRITE-GROUP-LINES
                   END-PERFORM
                   PERFORM 4300-WRITE-JOURNAL-TRAILER
                   PERFORM 4400-RECORD-DISPATCH
               END-IF
               PERFORM 5000-MARK-LEDGER-ENTRIES
               PERFORM 4500-REPORT-TOTALS
           END-IF.

       4100-WRITE-JOURNAL-HEADER.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           SET GJ-HEADER TO TRUE.
           SET GJ-SUSPENSE-JOURNAL TO TRUE.
           MOVE WS-RUN-DATE TO GJ-RUN-DATE.
           COMPUTE GJ-LINE-COUNT =
               WS-BOOKED-COUNT + WS-REVERSED-COUNT.
           MOVE 0 TO GJ-AMOUNT.
           MOVE 0 TO GJ-TOTAL-DEBITS.
           MOVE 0 TO GJ-TOTAL-CREDITS.
           WRITE GL-JOURNAL-RECORD.

      *    A net increase in suspense debits the suspense account and
      *    credits the offset; a net release (more reversed than
      *    booked) runs the other way.
       4200-WRITE-GROUP-LINES.
           COMPUTE WS-ABS-SUBTOTAL =
               FUNCTION ABS(WS-JRNL-NET(WS-JRNL-IDX)).
           IF WS-JRNL-NET(WS-JRNL-IDX) < 0
               MOVE "C" TO WS-LINE-DR-CR-CODE
           ELSE
               MOVE "D" TO WS-LINE-DR-CR-CODE
           END-IF.
           MOVE WS-JRNL-SUSPENSE-ACCT(WS-JRNL-IDX) TO WS-LINE-ACCOUNT.
           PERFORM 4250-WRITE-DETAIL-LINE.
           IF WS-JRNL-NET(WS-JRNL-IDX) < 0
               MOVE "D" TO WS-LINE-DR-CR-CODE
           ELSE
               MOVE "C" TO WS-LINE-DR-CR-CODE
           END-IF.
           MOVE WS-JRNL-OFFSET-ACCT(WS-JRNL-IDX) TO WS-LINE-ACCOUNT.
           PERFORM 4250-WRITE-DETAIL-LINE.

       4250-WRITE-DETAIL-LINE.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           SET GJ-DETAIL TO TRUE.
           SET GJ-SUSPENSE-JOURNAL TO TRUE.
           MOVE WS-RUN-DATE TO GJ-RUN-DATE.
           MOVE WS-JRNL-CATEGORY(WS-JRNL-IDX) TO GJ-CATEGORY.
           MOVE WS-LINE-DR-CR-CODE TO GJ-DR-CR-CODE.
           MOVE WS-LINE-ACCOUNT TO GJ-ACCOUNT.
           MOVE WS-ABS-SUBTOTAL TO GJ-AMOUNT.
           MOVE 0 TO GJ-LINE-COUNT.
           MOVE 0 TO GJ-TOTAL-DEBITS.
           MOVE 0 TO GJ-TOTAL-CREDITS.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO WS-JOURNAL-LINE-COUNT.
           IF WS-LINE-DR-CR-CODE = "D"
               ADD WS-ABS-SUBTOTAL TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-ABS-SUBTOTAL TO WS-TOTAL-CREDITS
           END-IF.

       4300-WRITE-JOURNAL-TRAILER.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           SET GJ-TRAILER TO TRUE.
           SET GJ-SUSPENSE-JOURNAL TO TRUE.
           MOVE WS-RUN-DATE TO GJ-RUN-DATE.
           MOVE WS-JOURNAL-NET-TOTAL TO GJ-AMOUNT.
           MOVE WS-JOURNAL-LINE-COUNT TO GJ-LINE-COUNT.
           MOVE WS-TOTAL-DEBITS TO GJ-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO GJ-TOTAL-CREDITS.
           WRITE GL-JOURNAL-RECORD.

       4400-RECORD-DISPATCH.
           MOVE WS-RUN-DATE TO JD-RUN-DATE.
           SET JD-SUSPENSE-JOURNAL TO TRUE.
           MOVE "SENT" TO JD-STATUS.
           MOVE WS-RUN-DATE TO JD-SENT-DATE.
           MOVE WS-JOURNAL-LINE-COUNT TO JD-LINE-COUNT.
           MOVE WS-TOTAL-DEBITS TO JD-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO JD-TOTAL-CREDITS.
           MOVE 0 TO JD-ACK-DATE.
           MOVE 0 TO JD-ACK-DEBITS.
           MOVE 0 TO JD-ACK-CREDITS.
           MOVE SPACES TO JD-REJECT-REASON.
           WRITE GL-DISPATCH-RECORD
               INVALID KEY
                   DISPLAY "Dispatch ledger write failed - status "
                       WS-DISPATCH-STATUS
                       " - journal sent but not recorded"
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-WRITE.

       4500-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-BOOKED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-BOOKED-TOTAL TO WS-EDIT-AMOUNT.
           STRING "BOOKED TO SUSPENSE:     " WS-EDIT-COUNT
                   "  TOTAL " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE SUSP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-REVERSED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-REVERSED-TOTAL TO WS-EDIT-AMOUNT.
           STRING "REVERSED FROM SUSPENSE: " WS-EDIT-COUNT
                   "  TOTAL " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE SUSP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-JOURNAL-NET-TOTAL TO WS-EDIT-AMOUNT.
           STRING "NET SUSPENSE MOVEMENT:  " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE SUSP-REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-UNMAPPED-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-UNMAPPED-COUNT TO WS-EDIT-COUNT
               STRING "LEFT UNBOOKED - NO SUSPENSE ACCOUNT: "
                       WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE SUSP-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       5000-MARK-LEDGER-ENTRIES.
           SET MARK-PASS TO TRUE.
           PERFORM 2000-SCAN-LEDGER.

       5100-MARK-ONE-ENTRY.
           EVALUATE TRUE
               WHEN ACTION-BOOK
                   SET EL-SUSP-BOOKED TO TRUE
               WHEN ACTION-REVERSE
                   SET EL-SUSP-REVERSED TO TRUE
               WHEN ACTION-NOT-REQUIRED
                   SET EL-SUSP-NOT-REQUIRED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF ACTION-BOOK OR ACTION-REVERSE OR ACTION-NOT-REQUIRED
               REWRITE EXCP-LEDGER-RECORD
               ADD 1 TO WS-MARKED-COUNT
           END-IF.

       9000-TERMINATE.
           IF WS-EXCPLDG-STATUS = "00" OR "10" OR "23"
               CLOSE EXCP-LEDGER
           END-IF.
           CLOSE GL-DISPATCH.
           CLOSE SUSP-JOURNAL-OUT.
           CLOSE SUSP-RPT.
           DISPLAY "Ledger entries read: " WS-LEDGER-READ-COUNT.
           DISPLAY "Booked to suspense: " WS-BOOKED-COUNT.
           DISPLAY "Reversed from suspense: " WS-REVERSED-COUNT.
           DISPLAY "Resolved before booking: " WS-NOT-REQUIRED-COUNT.
           DISPLAY "No suspense account: " WS-UNMAPPED-COUNT.
           DISPLAY "Ledger entries marked: " WS-MARKED-COUNT.
           DISPLAY "Journal lines written: " WS-JOURNAL-LINE-COUNT.
           IF WS-UNMAPPED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
