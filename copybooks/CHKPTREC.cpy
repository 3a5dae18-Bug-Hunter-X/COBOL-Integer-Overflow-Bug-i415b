      *  The per-source table is persisted for the same reason - the
      *  per-source reconciliation and summary section must cover the
      *  whole batch window, not just post-restart records.
      *  The per-source, per-currency subtotals are persisted so a
      *  foreign-currency trailer still reconciles after a restart.
      *****************************************************************
      *  CKPT-POSTING-DATE carries the original run's posting date so
      *  a restart that crosses midnight still recognizes its own
               10  CKPT-SRC-TOTAL       PIC S9(9)V99 COMP-3.
               10  CKPT-SRC-COUNT       PIC 9(7).
               10  CKPT-SRC-LAST-SEQ    PIC 9(9).
           05  CKPT-CCY-USED-COUNT      PIC 9(2).
           05  CKPT-CURRENCY-ENTRY OCCURS 20 TIMES.
               10  CKPT-CCY-SOURCE-ID   PIC X(3).
               10  CKPT-CCY-CODE        PIC X(3).
               10  CKPT-CCY-COUNT       PIC 9(7).
               10  CKPT-CCY-ORIG-TOTAL  PIC S9(9)V99 COMP-3.
               10  CKPT-CCY-BASE-TOTAL  PIC S9(9)V99 COMP-3.
