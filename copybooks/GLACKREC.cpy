      *  reject reason.  GLACKMT ties each acknowledgment back to the
      *  GLJRNL header/trailer recorded on the dispatch ledger and
      *  compares the posted totals against GJ-TOTAL-DEBITS and
      *  GJ-TOTAL-CREDITS as sent.  GK-JOURNAL-TYPE echoes the
      *  GJ-JOURNAL-TYPE of the journal header acknowledged - blank
      *  for the daily posting journal, 'S' for the suspense journal.
      *****************************************************************
       01  GL-ACK-RECORD.
           05  GK-RUN-DATE              PIC 9(8).
           05  GK-POSTED-DEBITS         PIC S9(9)V99.
           05  GK-POSTED-CREDITS        PIC S9(9)V99.
           05  GK-REJECT-REASON         PIC X(30).
           05  GK-JOURNAL-TYPE          PIC X.
           05  FILLER                   PIC X(9).
