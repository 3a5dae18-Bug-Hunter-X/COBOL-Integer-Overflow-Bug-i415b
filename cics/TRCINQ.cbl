      *****************************************************************
      *  PROGRAM:  TRCINQ
      *  PURPOSE:  Online CICS single-transaction trace inquiry
      *            (TRCQ).  Answers "what happened to sequence n from
      *            source s on date d" on one screen instead of five
      *            files checked by hand: whether SEQPOST shows it
      *            posted and in which cycle; any EXCPLDG exception
      *            for it with its reason, lifecycle status and dates,
      *            and suspense booking; for a repaired exception the
      *            supplemental sequence EXCPFIX resubmitted it under
      *            and the correction cycle that posted it; and the
      *            GLDSPTCH dispatch and acknowledgment status of the
      *            posting journal for the date it posted.
      *  INPUT:    TRCQ sss ccyymmdd nnnnnnnnn
      *                 source id, transaction business date, source
      *                 sequence number
      *  NOTE:     Vendor-extension (EXEC CICS) dialect - this program
      *            is translated by the CICS command translator before
      *            compilation and is not processed by plain cobc.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRCINQ.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESP                      PIC S9(8) COMP.
       01  WS-INPUT-LENGTH              PIC S9(4) COMP VALUE 80.
       01  WS-INPUT-BUFFER              PIC X(80) VALUE SPACES.

       01  WS-PARSE-AREA.
           05  WS-TRAN-CODE             PIC X(4).
           05  WS-SOURCE-IN             PIC X(3).
           05  WS-DATE-IN               PIC X(8).
           05  WS-SEQ-IN                PIC X(9).
           05  WS-SEQ-LENGTH            PIC S9(4) COMP VALUE 0.
           05  WS-INPUT-VALID-SWITCH    PIC X VALUE 'Y'.
               88  INPUT-VALID                   VALUE 'Y'.

       01  WS-TRACE-KEY.
           05  WS-TRACE-SOURCE          PIC X(3).
           05  WS-TRACE-DATE            PIC 9(8).
           05  WS-TRACE-SEQUENCE        PIC 9(9).

       COPY SEQPOST.

       COPY EXCPLDGR.

       COPY GLDSPTCH.

      *    The exception ledger is keyed by posting date, which can be
      *    a few days after the transaction's own business date for a
      *    late record - the browse looks that far ahead.
       01  WS-LEDGER-SCAN-AREA.
           05  WS-LEDGER-SCAN-DAYS      PIC 9(2) VALUE 7.
           05  WS-LEDGER-SCAN-END       PIC 9(8) VALUE 0.
           05  WS-LEDGER-MATCH-COUNT    PIC 9(3) VALUE 0.
           05  WS-BROWSE-DONE-SWITCH    PIC X VALUE 'N'.
               88  BROWSE-DONE                   VALUE 'Y'.
       01  WS-SAVED-LEDGER-RECORD       PIC X(112) VALUE SPACES.

       01  WS-POSTING-AREA.
           05  WS-POSTED-SWITCH         PIC X VALUE 'N'.
               88  TRANSACTION-POSTED            VALUE 'Y'.
           05  WS-JOURNAL-DATE          PIC 9(8) VALUE 0.

       01  WS-EDIT-AMOUNT               PIC -(7)9.99.
       01  WS-EDIT-COUNT                PIC ZZ9.
       01  WS-EDIT-SEQ                  PIC 9(9).

       01  WS-TRACE-LINE-COUNT          PIC 9(2) VALUE 0.
       01  WS-TRACE-LINES.
           05  WS-TRACE-LINE OCCURS 16 TIMES
                   INDEXED BY WS-TRC-IDX
                                        PIC X(76).
       01  WS-DETAIL-LINE               PIC X(76) VALUE SPACES.

       01  WS-REPLY-LINE                PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           EXEC CICS RECEIVE
               INTO(WS-INPUT-BUFFER)
               LENGTH(WS-INPUT-LENGTH)
               RESP(WS-RESP)
           END-EXEC.
           PERFORM 1000-PARSE-INPUT.
           IF NOT INPUT-VALID
               MOVE "ENTER: TRCQ SOURCE CCYYMMDD SEQUENCE"
                   TO WS-REPLY-LINE
               EXEC CICS SEND TEXT
                   FROM(WS-REPLY-LINE)
                   LENGTH(LENGTH OF WS-REPLY-LINE)
                   ERASE
               END-EXEC
           ELSE
               MOVE SPACES TO WS-TRACE-LINES
               MOVE 0 TO WS-TRACE-LINE-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-TRACE-SEQUENCE TO WS-EDIT-SEQ
               STRING "TRACE  SOURCE " WS-TRACE-SOURCE
                       "  DATE " WS-TRACE-DATE
                       "  SEQUENCE " WS-EDIT-SEQ
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM 5000-ADD-TRACE-LINE
               PERFORM 2000-TRACE-POSTING
               PERFORM 3000-TRACE-EXCEPTION
               PERFORM 4000-TRACE-GL-DISPATCH
               EXEC CICS SEND TEXT
                   FROM(WS-TRACE-LINES)
                   LENGTH(LENGTH OF WS-TRACE-LINES)
                   ERASE
               END-EXEC
           END-IF.
           EXEC CICS RETURN
           END-EXEC.

       1000-PARSE-INPUT.
           MOVE SPACES TO WS-TRAN-CODE WS-SOURCE-IN
               WS-DATE-IN WS-SEQ-IN.
           MOVE 0 TO WS-SEQ-LENGTH.
           MOVE 'Y' TO WS-INPUT-VALID-SWITCH.
           UNSTRING WS-INPUT-BUFFER
               DELIMITED BY ALL SPACES
               INTO WS-TRAN-CODE
                    WS-SOURCE-IN
                    WS-DATE-IN
                    WS-SEQ-IN COUNT IN WS-SEQ-LENGTH
           END-UNSTRING.
           IF WS-SOURCE-IN = SPACES
               OR WS-DATE-IN NOT NUMERIC
               OR WS-SEQ-LENGTH < 1
               OR WS-SEQ-LENGTH > 9
               MOVE 'N' TO WS-INPUT-VALID-SWITCH
           ELSE
               IF WS-SEQ-IN(1:WS-SEQ-LENGTH) NOT NUMERIC
                   MOVE 'N' TO WS-INPUT-VALID-SWITCH
               ELSE
                   MOVE WS-SOURCE-IN TO WS-TRACE-SOURCE
                   MOVE WS-DATE-IN TO WS-TRACE-DATE
                   COMPUTE WS-TRACE-SEQUENCE =
                       FUNCTION NUMVAL(WS-SEQ-IN(1:WS-SEQ-LENGTH))
               END-IF
           END-IF.

       2000-TRACE-POSTING.
           MOVE WS-TRACE-SOURCE TO PS-SOURCE-ID.
           MOVE WS-TRACE-DATE TO PS-BUSINESS-DATE.
           MOVE WS-TRACE-SEQUENCE TO PS-SEQUENCE.
           EXEC CICS READ
               DATASET('SEQPOST')
               INTO(POSTED-SEQ-RECORD)
               RIDFLD(PS-KEY)
               RESP(WS-RESP)
           END-EXEC.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-RESP = DFHRESP(NORMAL)
               SET TRANSACTION-POSTED TO TRUE
               MOVE PS-POSTED-DATE TO WS-JOURNAL-DATE
               STRING "POSTING:    POSTED ON " PS-POSTED-DATE
                       "  CYCLE " PS-POSTED-CYCLE
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
               IF WS-RESP = DFHRESP(NOTFND)
                   STRING "POSTING:    NOT POSTED (NO SEQPOST ENTRY -"
                           " OR AGED OFF)"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
               ELSE
                   STRING "POSTING:    SEQPOST NOT AVAILABLE"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
               END-IF
           END-IF.
           PERFORM 5000-ADD-TRACE-LINE.

      *    The most recent matching entry is the one shown - a
      *    sequence rejected as a duplicate on a later posting date
      *    opens a fresh entry of its own.
       3000-TRACE-EXCEPTION.
           COMPUTE WS-LEDGER-SCAN-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TRACE-DATE)
               + WS-LEDGER-SCAN-DAYS).
           MOVE 0 TO WS-LEDGER-MATCH-COUNT.
           MOVE WS-TRACE-DATE TO EL-BUSINESS-DATE.
           MOVE 0 TO EL-CYCLE.
           MOVE 0 TO EL-RECORD-NUMBER.
           MOVE 'N' TO WS-BROWSE-DONE-SWITCH.
           EXEC CICS STARTBR
               DATASET('EXCPLDG')
               RIDFLD(EL-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3100-SCAN-NEXT-LEDGER-ENTRY
                   UNTIL BROWSE-DONE
               EXEC CICS ENDBR
                   DATASET('EXCPLDG')
               END-EXEC
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-LEDGER-MATCH-COUNT = 0
               STRING "EXCEPTION:  NONE ON THE EXCEPTION LEDGER"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM 5000-ADD-TRACE-LINE
           ELSE
               MOVE WS-SAVED-LEDGER-RECORD TO EXCP-LEDGER-RECORD
               PERFORM 3200-SHOW-LEDGER-ENTRY
           END-IF.

       3100-SCAN-NEXT-LEDGER-ENTRY.
           EXEC CICS READNEXT
               DATASET('EXCPLDG')
               INTO(EXCP-LEDGER-RECORD)
               RIDFLD(EL-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR EL-BUSINESS-DATE > WS-LEDGER-SCAN-END
               SET BROWSE-DONE TO TRUE
           ELSE
               IF EL-SOURCE-ID = WS-TRACE-SOURCE
                   AND EL-TRAN-BUSINESS-DATE = WS-TRACE-DATE
                   AND EL-SEQUENCE = WS-TRACE-SEQUENCE
                   ADD 1 TO WS-LEDGER-MATCH-COUNT
                   MOVE EXCP-LEDGER-RECORD TO WS-SAVED-LEDGER-RECORD
               END-IF
           END-IF.

       3200-SHOW-LEDGER-ENTRY.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE EL-AMOUNT TO WS-EDIT-AMOUNT.
           STRING "EXCEPTION:  POSTING DATE " EL-BUSINESS-DATE
                   "  CYCLE " EL-CYCLE
                   "  RECORD " EL-RECORD-NUMBER
                   "  AMOUNT " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 5000-ADD-TRACE-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  REASON:   " EL-REASON
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 5000-ADD-TRACE-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  STATUS:   " EL-STATUS
                   "  OPENED " EL-OPENED-DATE
                   "  RESOLVED " EL-RESOLVED-DATE
                   "  REASON CODE " EL-REJECT-REASON-CODE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM 5000-ADD-TRACE-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           EVALUATE TRUE
               WHEN EL-SUSP-BOOKED
                   MOVE "  SUSPENSE: BOOKED TO SUSPENSE"
                       TO WS-DETAIL-LINE
               WHEN EL-SUSP-REVERSED
                   MOVE "  SUSPENSE: BOOKED AND REVERSED"
                       TO WS-DETAIL-LINE
               WHEN EL-SUSP-NOT-REQUIRED
                   MOVE "  SUSPENSE: NOT REQUIRED"
                       TO WS-DETAIL-LINE
               WHEN OTHER
                   MOVE "  SUSPENSE: NOT YET BOOKED"
                       TO WS-DETAIL-LINE
           END-EVALUATE.
           PERFORM 5000-ADD-TRACE-LINE.
           IF EL-REPAIRED
               PERFORM 3300-TRACE-REPOST
           END-IF.

      *    The repair posts under its own supplemental sequence, for
      *    the original business date, in whichever correction cycle
      *    picked up EXCPFIX's output.
       3300-TRACE-REPOST.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF EL-REPOST-SEQUENCE = 0
               STRING "  REPOST:   REPAIRED - RESUBMITTED SEQUENCE NOT"
                       " RECORDED"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
               MOVE EL-REPOST-SEQUENCE TO WS-EDIT-SEQ
               MOVE WS-TRACE-SOURCE TO PS-SOURCE-ID
               MOVE WS-TRACE-DATE TO PS-BUSINESS-DATE
               MOVE EL-REPOST-SEQUENCE TO PS-SEQUENCE
               EXEC CICS READ
                   DATASET('SEQPOST')
                   INTO(POSTED-SEQ-RECORD)
                   RIDFLD(PS-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE PS-POSTED-DATE TO WS-JOURNAL-DATE
                   STRING "  REPOST:   SEQUENCE " WS-EDIT-SEQ
                           " POSTED IN CORRECTION CYCLE "
                           PS-POSTED-CYCLE " ON " PS-POSTED-DATE
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
               ELSE
                   STRING "  REPOST:   SEQUENCE " WS-EDIT-SEQ
                           " RESUBMITTED - NOT YET POSTED"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
               END-IF
           END-IF.
           PERFORM 5000-ADD-TRACE-LINE.

      *    GLFORMAT dispatches the night's posting journal under its
      *    run date, the posting date SUMBATCH stamped on SEQPOST.
      *    With no posting the business date's journal is shown.
       4000-TRACE-GL-DISPATCH.
           IF WS-JOURNAL-DATE = 0
               MOVE WS-TRACE-DATE TO WS-JOURNAL-DATE
           END-IF.
           MOVE WS-JOURNAL-DATE TO JD-RUN-DATE.
           MOVE SPACE TO JD-JOURNAL-TYPE.
           EXEC CICS READ
               DATASET('GLDSPTCH')
               INTO(GL-DISPATCH-RECORD)
               RIDFLD(JD-KEY)
               RESP(WS-RESP)
           END-EXEC.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-RESP = DFHRESP(NORMAL)
               STRING "GL JOURNAL: RUN DATE " JD-RUN-DATE
                       "  " JD-STATUS
                       "  SENT " JD-SENT-DATE
                       "  ACK " JD-ACK-DATE
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM 5000-ADD-TRACE-LINE
               IF JD-REJECTED OR JD-MISMATCH
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING "  GL REASON: " JD-REJECT-REASON
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                   PERFORM 5000-ADD-TRACE-LINE
               END-IF
           ELSE
               STRING "GL JOURNAL: RUN DATE " WS-JOURNAL-DATE
                       "  NOT YET DISPATCHED"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM 5000-ADD-TRACE-LINE
           END-IF.

       5000-ADD-TRACE-LINE.
           IF WS-TRACE-LINE-COUNT < 16
               ADD 1 TO WS-TRACE-LINE-COUNT
               SET WS-TRC-IDX TO WS-TRACE-LINE-COUNT
               MOVE WS-DETAIL-LINE TO WS-TRACE-LINE(WS-TRC-IDX)
           END-IF.
